      ******************************************************************
      * CardDemo - SCRA Interest Rate Cap
      * The annual rate the Servicemembers Civil Relief Act allows on
      * a balance while the cardholder's active-duty period (CVCUS01Y)
      * is in force, and the in-force switch the accrual, fee and
      * refund jobs set from it. Shared by CBACT05C (caps the accrual
      * rate), CBFEE01C (suppresses fees) and CBSCR02C (credits back
      * what was charged above the cap before the period was on file).
      ******************************************************************
       01 SCRA-CAP-WORK.
          05 SCRA-CAP-ANNUAL-RATE          PIC 9(02)V9(02) VALUE 06.00.
          05 SCRA-IN-FORCE-SW              PIC X(01) VALUE 'N'.
             88 SCRA-IN-FORCE              VALUE 'Y'.
