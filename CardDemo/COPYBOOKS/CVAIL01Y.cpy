      ******************************************************************
      * CardDemo - Initial Credit Limit Table
      * One row per account group with a limit for each FICO band
      * (750+, 650-749, under 650), laid out the same flat-values-
      * plus-REDEFINES way as CVINT01Y. A group not on the table
      * falls back to the DEFAULT entry (always entry 1). Used by
      * origination (COACT01C) and by the secured card graduation
      * review (CBGRD01C) to price the unsecured limit it proposes.
      * Move ACCT-INIT-LIMIT-VALUES to ACCT-INIT-LIMIT-TABLE at
      * startup.
      ******************************************************************
       01 ACCT-INIT-LIMIT-TABLE.
          05 AIL-ENTRY OCCURS 5 TIMES
                       INDEXED BY AIL-IDX.
             10 AIL-GROUP-ID               PIC X(10).
             10 AIL-LIMIT-HI               PIC 9(07).
             10 AIL-LIMIT-MID              PIC 9(07).
             10 AIL-LIMIT-LOW              PIC 9(07).

       01 ACCT-INIT-LIMIT-VALUES.
          05 FILLER                        PIC X(31) VALUE
             'DEFAULT   001000000050000001500'.
          05 FILLER                        PIC X(31) VALUE
             'PLATINUM  002500000150000005000'.
          05 FILLER                        PIC X(31) VALUE
             'STUDENT   000300000015000000500'.
          05 FILLER                        PIC X(31) VALUE
             'SECURED   000200000010000000500'.
          05 FILLER                        PIC X(31) VALUE
             'BUSINESS  005000000250000010000'.

       01 ACCT-INIT-LIMIT-REDEF REDEFINES ACCT-INIT-LIMIT-VALUES.
          05 AIL-VALUE-ENTRY OCCURS 5 TIMES.
             10 AIL-VALUE-GROUP-ID         PIC X(10).
             10 AIL-VALUE-LIMIT-HI         PIC 9(07).
             10 AIL-VALUE-LIMIT-MID        PIC 9(07).
             10 AIL-VALUE-LIMIT-LOW        PIC 9(07).
