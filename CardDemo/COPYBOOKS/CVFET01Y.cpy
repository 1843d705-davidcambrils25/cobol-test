      ******************************************************************
      * CardDemo - Transaction Fee Rate Table
      * Compiled fallback for the maintained FEERATE dataset
      * (CVFER01Y): per account group, the foreign transaction fee
      * (a percent of the settlement amount) and the cash advance
      * fee (the greater of a flat amount or a percent). A group not
      * on the table falls back to the DEFAULT entry, the same rule
      * as CVINT01Y. The three spare slots take groups that exist
      * only on the maintained file.
      ******************************************************************
       01 TRAN-FEE-RATE-TABLE.
          05 FET-ENTRY OCCURS 8 TIMES
                       INDEXED BY FET-IDX.
             10 FET-GROUP-ID               PIC X(10).
             10 FET-FX-PCT                 PIC 9(02)V9(02).
             10 FET-CASH-FLAT-AMT          PIC 9(03)V99.
             10 FET-CASH-PCT               PIC 9(02)V9(02).

       01 TRAN-FEE-RATE-VALUES.
          05 FILLER PIC X(23) VALUE 'DEFAULT   0300010000500'.
          05 FILLER PIC X(23) VALUE 'PLATINUM  0000010000500'.
          05 FILLER PIC X(23) VALUE 'STUDENT   0300005000300'.
          05 FILLER PIC X(23) VALUE 'SECURED   0300010000500'.
          05 FILLER PIC X(23) VALUE 'BUSINESS  0200010000400'.

       01 TRAN-FEE-RATE-REDEF REDEFINES TRAN-FEE-RATE-VALUES.
          05 FET-VALUE-ENTRY OCCURS 5 TIMES.
             10 FET-VALUE-GROUP-ID         PIC X(10).
             10 FET-VALUE-FX-PCT           PIC 9(02)V9(02).
             10 FET-VALUE-CASH-FLAT        PIC 9(03)V99.
             10 FET-VALUE-CASH-PCT         PIC 9(02)V9(02).
