      ******************************************************************
      * CardDemo - Ability-to-Pay Parameter
      * Before an account is opened (COACT01C) or any credit limit is
      * raised - directly on COACTUPC, on approval at COACTAPC, or by
      * the CBLNR01C line-increase batch - the caller fills the
      * customer's income fields (CVCUS01Y), the committed lines the
      * customer holds on other accounts (the CVEXP01Y aggregate), the
      * line asked for and the line now held, and CALLs CBATP01C under
      * the CVATP03Y policy. The answer is 'P' pass, 'C' capped at
      * ATP-APPROVED-LIMIT, or 'R' refused, with the reason code; the
      * caller logs every answer to ATPLOG (CVATP02Y).
      ******************************************************************
       01 ATP-PARM.
      * INPUTS - FILLED BY THE CALLER
          05 ATP-STATED-INCOME             PIC S9(09)V99 COMP-3.
          05 ATP-INCOME-DATE               PIC X(10).
          05 ATP-HOUSING-PMT               PIC S9(07)V99 COMP-3.
          05 ATP-OTHER-EXPOSURE            PIC S9(10)V99 COMP-3.
          05 ATP-REQUESTED-LIMIT           PIC S9(10)V99 COMP-3.
          05 ATP-CURRENT-LIMIT             PIC S9(10)V99 COMP-3.
          05 ATP-TODAY                     PIC X(10).
      * OUTPUTS - SET BY CBATP01C
          05 ATP-RESULT                    PIC X(01).
             88 ATP-PASSED                 VALUE 'P'.
             88 ATP-CAPPED                 VALUE 'C'.
             88 ATP-REFUSED                VALUE 'R'.
          05 ATP-REASON-CD                 PIC X(04).
             88 ATP-NO-INCOME              VALUE 'NINC'.
             88 ATP-STALE-INCOME           VALUE 'STAL'.
             88 ATP-NO-RESIDUAL            VALUE 'NRES'.
             88 ATP-MIN-PAY-EXCEEDED       VALUE 'MINP'.
             88 ATP-RECAPTURE-INCOME       VALUE 'NINC' 'STAL'.
          05 ATP-APPROVED-LIMIT            PIC S9(10)V99 COMP-3.
          05 ATP-RESIDUAL-INCOME           PIC S9(09)V99 COMP-3.
          05 ATP-MIN-PAY-TOTAL             PIC S9(09)V99 COMP-3.
          05 ATP-MAX-PAYMENT               PIC S9(09)V99 COMP-3.
