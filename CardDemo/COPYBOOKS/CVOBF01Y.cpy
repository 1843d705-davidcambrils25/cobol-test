      ******************************************************************
      * CardDemo - Outbound File Registry Record (OUTREG)
      * One row per outbound extract file a batch job produced, written
      * by CBOBF01C as the job closes the file - the outbound twin of
      * the inbound FILECTL registry (CVREG01Y). The file ID is the
      * business date plus the file's transmission name (normally its
      * DD name), the same name the file-transfer layer and the partner
      * quote back, so a same-day rerun replaces its row. CBOBF02C
      * applies transmission confirmations and partner acknowledgments
      * (CVOBA01Y); CBOBF03C reports every file not acknowledged by
      * OBF-ACK-DUE-DTTM; COOBF00C lists them by partner.
      ******************************************************************
       01 OUTBOUND-FILE-RECORD.
          05 OBF-FILE-ID.
             10 OBF-FILE-DATE              PIC X(08).
             10 OBF-FILE-NAME              PIC X(08).
          05 OBF-PARTNER-CD                PIC X(08).
          05 OBF-JOB-NAME                  PIC X(08).
          05 OBF-REC-COUNT                 PIC 9(09).
          05 OBF-AMT-TOTAL                 PIC S9(11)V99 COMP-3.
          05 OBF-CREATED-TS                PIC X(26).
          05 OBF-ACK-WINDOW-HRS            PIC 9(03).
      * CCYYMMDDHHMM BY WHICH THE PARTNER'S ACKNOWLEDGMENT IS EXPECTED
          05 OBF-ACK-DUE-DTTM              PIC 9(12).
          05 OBF-STATUS                    PIC X(01).
             88 OBF-CREATED                VALUE 'C'.
             88 OBF-TRANSMITTED            VALUE 'T'.
             88 OBF-ACKNOWLEDGED           VALUE 'A'.
             88 OBF-REJECTED               VALUE 'R'.
             88 OBF-ACK-MISMATCH           VALUE 'M'.
             88 OBF-ACK-OUTSTANDING        VALUE 'C' 'T'.
          05 OBF-XMIT-TS                   PIC X(26).
          05 OBF-ACK-TS                    PIC X(26).
      * PARTNER'S ACKNOWLEDGMENT REFERENCE OR REJECT REASON, AND THE
      * COUNT AND AMOUNT IT SAYS IT RECEIVED (ZERO WHEN NOT QUOTED)
          05 OBF-ACK-REF                   PIC X(12).
          05 OBF-ACK-REC-COUNT             PIC 9(09).
          05 OBF-ACK-AMT-TOTAL             PIC S9(11)V99 COMP-3.
          05 FILLER                        PIC X(20).
