      ******************************************************************
      * CardDemo - Transaction Fee Rate Reference Row (FEERATE)
      * The maintained-file successor to the compiled CVFET01Y table.
      * One row per account group and effective date: the foreign
      * transaction fee percent, and the cash advance fee flat amount
      * and percent (the greater of the two is charged). Consumers
      * (CBTRN03C, COTRN02C) load the file at the start of a run,
      * taking the newest row per group dated on or before the run
      * date, and fall back to the compiled table when the file is
      * absent. Maintained on COREF00C, applied on COREFAPC.
      * The annual fee amount overrides the compiled CVAFE01Y table
      * for CBFEE01C and COACT02C; a row keyed before it was carried
      * here holds spaces, which the consumers read as "use the
      * compiled amount". A higher fee on an approved row sends the
      * change-in-terms notices (CBCIT01C).
      ******************************************************************
       01 TRAN-FEE-RATE-RECORD.
          05 FER-KEY.
             10 FER-GROUP-ID               PIC X(10).
             10 FER-EFF-DATE               PIC X(10).
          05 FER-FX-PCT                    PIC 9(02)V9(02).
          05 FER-CASH-FLAT-AMT             PIC 9(03)V99.
          05 FER-CASH-PCT                  PIC 9(02)V9(02).
          05 FER-SET-BY                    PIC X(08).
          05 FER-SET-TIMESTAMP             PIC X(16).
          05 FER-ANNUAL-FEE-AMT            PIC 9(03)V99.
