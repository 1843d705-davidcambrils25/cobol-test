      ******************************************************************
      * CardDemo - SCRA Active-Duty Verification Record (SCRAVRF)
      * One row per customer matched by the periodic Defense Manpower
      * Data Center status check, identifying the customer by
      * customer ID when known or by SSN otherwise. SCR-STATUS 'A'
      * reports active duty from SCR-ACTIVE-START (SCR-ACTIVE-END
      * blank while still serving); 'X' reports the service ended on
      * SCR-ACTIVE-END. SCR-REPORT-DATE is the date of the DMDC
      * certificate, kept as the period's documentation date.
      * Processed by CBSCR01C onto the customer master (CVCUS01Y).
      ******************************************************************
       01 SCRA-VERIFY-RECORD.
          05 SCR-CUST-ID                   PIC 9(09).
          05 SCR-SSN                       PIC 9(09).
          05 SCR-LAST-NAME                 PIC X(25).
          05 SCR-STATUS                    PIC X(01).
             88 SCR-ACTIVE-DUTY            VALUE 'A'.
             88 SCR-SERVICE-ENDED          VALUE 'X'.
          05 SCR-ACTIVE-START              PIC X(10).
          05 SCR-ACTIVE-END                PIC X(10).
          05 SCR-REPORT-DATE               PIC X(10).
          05 FILLER                        PIC X(06).
