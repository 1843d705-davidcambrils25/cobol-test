      ******************************************************************
      * CardDemo - Outbound File Acknowledgment Record (OUTACK)
      * One event about an outbound file, keyed by the OUTREG file ID
      * (CVOBF01Y): 'T' is the file-transfer layer confirming delivery,
      * 'A' and 'R' are the partner accepting or rejecting the file.
      * A partner that quotes the count and amount it received puts
      * them in OBA-REC-COUNT / OBA-AMT-TOTAL (zero when not quoted).
      * Operations closes out a file confirmed by other means with a
      * hand-keyed 'A' row.
      ******************************************************************
       01 OUTBOUND-ACK-RECORD.
          05 OBA-FILE-ID                   PIC X(16).
          05 OBA-EVENT                     PIC X(01).
             88 OBA-TRANSMITTED            VALUE 'T'.
             88 OBA-ACCEPTED               VALUE 'A'.
             88 OBA-REJECTED               VALUE 'R'.
          05 OBA-EVENT-TS                  PIC X(26).
          05 OBA-REF                       PIC X(12).
          05 OBA-REC-COUNT                 PIC 9(09).
          05 OBA-AMT-TOTAL                 PIC S9(11)V99.
          05 FILLER                        PIC X(03).
