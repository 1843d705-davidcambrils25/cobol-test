      ******************************************************************
      * CardDemo - Outbound File Registration Parameter
      * Passed to CBOBF01C by each outbound extract job once the file
      * is closed: the file's transmission name, the receiving
      * partner, the job, the control totals its trailer carries and
      * how many hours the partner has to acknowledge it. OBP-RESULT
      * comes back 'N' only when the registry itself cannot be updated;
      * OBP-FILE-ID returns the ID the file was registered under.
      ******************************************************************
       01 OUTBOUND-REG-PARM.
          05 OBP-FILE-NAME                 PIC X(08).
          05 OBP-PARTNER-CD                PIC X(08).
          05 OBP-JOB-NAME                  PIC X(08).
          05 OBP-REC-COUNT                 PIC 9(09).
          05 OBP-AMT-TOTAL                 PIC S9(11)V99 COMP-3.
          05 OBP-ACK-WINDOW-HRS            PIC 9(03).
          05 OBP-FILE-ID                   PIC X(16).
          05 OBP-RESULT                    PIC X(01).
             88 OBP-OK                     VALUE 'Y'.
             88 OBP-FAILED                 VALUE 'N'.
