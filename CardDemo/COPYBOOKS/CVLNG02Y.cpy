      ******************************************************************
      * CardDemo - Message Text Table and Lookup Work Area
      * The compiled English wording behind every message id the
      * customer-facing jobs print (statement CBSTM01C 'ST', year-end
      * summary CBYRS01C 'YS', alerts CBALR01C 'AL'), loaded as the
      * 'EN' rows of LANG-MSG-TABLE at startup and then overlaid with
      * the maintained MSGTEXT dataset (CVLNG01Y) - a changed English
      * row replaces the compiled one, a translation adds a row. An
      * absent file leaves the compiled English standing, so the run
      * never fails for want of reference data. LMW-FALLBACK-COUNT
      * counts each text the customer's language did not have and
      * English was printed instead. Label texts print in a
      * 21-column field ahead of their amounts, so translations of
      * those should fit 21 characters.
      ******************************************************************
       01 LANG-MSG-DEFAULTS.
          05 FILLER PIC X(08) VALUE 'STACCT  '.
          05 FILLER PIC X(50) VALUE
             'ACCOUNT:'.
          05 FILLER PIC X(08) VALUE 'STCUST  '.
          05 FILLER PIC X(50) VALUE
             'CUSTOMER:'.
          05 FILLER PIC X(08) VALUE 'STSTATUS'.
          05 FILLER PIC X(50) VALUE
             'ACCOUNT STATUS:'.
          05 FILLER PIC X(08) VALUE 'STDEBITS'.
          05 FILLER PIC X(50) VALUE
             'CYCLE DEBITS LISTED'.
          05 FILLER PIC X(08) VALUE 'STCREDIT'.
          05 FILLER PIC X(50) VALUE
             'CYCLE CREDITS LISTED'.
          05 FILLER PIC X(08) VALUE 'STORIGCY'.
          05 FILLER PIC X(50) VALUE
             'ORIGINAL'.
          05 FILLER PIC X(08) VALUE 'STOPNBAL'.
          05 FILLER PIC X(50) VALUE
             'OPENING BALANCE'.
          05 FILLER PIC X(08) VALUE 'STPURCH '.
          05 FILLER PIC X(50) VALUE
             'PURCHASES'.
          05 FILLER PIC X(08) VALUE 'STPAYMTS'.
          05 FILLER PIC X(50) VALUE
             'PAYMENTS'.
          05 FILLER PIC X(08) VALUE 'STCLSBAL'.
          05 FILLER PIC X(50) VALUE
             'CLOSING BALANCE'.
          05 FILLER PIC X(08) VALUE 'STMINDUE'.
          05 FILLER PIC X(50) VALUE
             'MINIMUM PAYMENT DUE'.
          05 FILLER PIC X(08) VALUE 'STPASTDU'.
          05 FILLER PIC X(50) VALUE
             'PAST DUE AMOUNT'.
          05 FILLER PIC X(08) VALUE 'STTOTDUE'.
          05 FILLER PIC X(50) VALUE
             'TOTAL PAYMENT DUE'.
          05 FILLER PIC X(08) VALUE 'STDUEDT '.
          05 FILLER PIC X(50) VALUE
             'PAYMENT DUE DATE'.
          05 FILLER PIC X(08) VALUE 'STCASHBL'.
          05 FILLER PIC X(50) VALUE
             'CASH ADVANCE BALANCE'.
          05 FILLER PIC X(08) VALUE 'STOVRLMT'.
          05 FILLER PIC X(50) VALUE
             '*** ACCOUNT IS OVER ITS CREDIT LIMIT ***'.
          05 FILLER PIC X(08) VALUE 'STREWPTS'.
          05 FILLER PIC X(50) VALUE
             'REWARDS POINTS'.
          05 FILLER PIC X(08) VALUE 'STDEFINT'.
          05 FILLER PIC X(50) VALUE
             'DEFERRED INTEREST'.
          05 FILLER PIC X(08) VALUE 'STPAYBY '.
          05 FILLER PIC X(50) VALUE
             'PAY IN FULL BY'.
          05 FILLER PIC X(08) VALUE 'STAVOIDD'.
          05 FILLER PIC X(50) VALUE
             'TO AVOID DEFERRED INTEREST'.
          05 FILLER PIC X(08) VALUE 'STMPWRN1'.
          05 FILLER PIC X(50) VALUE
             'MINIMUM PAYMENT WARNING: IF YOU MAKE ONLY THE'.
          05 FILLER PIC X(08) VALUE 'STMPWRN2'.
          05 FILLER PIC X(50) VALUE
             'MINIMUM PAYMENT EACH PERIOD, YOU WILL PAY MORE IN'.
          05 FILLER PIC X(08) VALUE 'STMPWRN3'.
          05 FILLER PIC X(50) VALUE
             'INTEREST AND IT WILL TAKE YOU LONGER TO PAY OFF'.
          05 FILLER PIC X(08) VALUE 'STMPWRN4'.
          05 FILLER PIC X(50) VALUE
             'YOUR BALANCE.'.
          05 FILLER PIC X(08) VALUE 'STMPWRN5'.
          05 FILLER PIC X(50) VALUE
             'IF YOU MAKE NO ADDITIONAL CHARGES AND PAY:'.
          05 FILLER PIC X(08) VALUE 'STMINONL'.
          05 FILLER PIC X(50) VALUE
             'MINIMUM ONLY'.
          05 FILLER PIC X(08) VALUE 'STNEVER '.
          05 FILLER PIC X(50) VALUE
             'YOU WILL NOT PAY OFF THE BALANCE'.
          05 FILLER PIC X(08) VALUE 'STPAIDIN'.
          05 FILLER PIC X(50) VALUE
             'PAID OFF IN'.
          05 FILLER PIC X(08) VALUE 'STTOTCST'.
          05 FILLER PIC X(50) VALUE
             'TOTAL COST'.
          05 FILLER PIC X(08) VALUE 'STSAVING'.
          05 FILLER PIC X(50) VALUE
             'SAVINGS PAYING IT OFF IN 3 YEARS'.
          05 FILLER PIC X(08) VALUE 'STMONTHS'.
          05 FILLER PIC X(50) VALUE
             'MONTHS'.
          05 FILLER PIC X(08) VALUE 'STYEARS '.
          05 FILLER PIC X(50) VALUE
             'YEARS'.
          05 FILLER PIC X(08) VALUE 'STNOTBIL'.
          05 FILLER PIC X(50) VALUE
             'PLAN PRINCIPAL NOT YET BILLED'.
          05 FILLER PIC X(08) VALUE 'STINSPLN'.
          05 FILLER PIC X(50) VALUE
             'INSTALLMENT PLANS'.
          05 FILLER PIC X(08) VALUE 'STORIGPL'.
          05 FILLER PIC X(50) VALUE
             'ORIGINAL AMOUNT'.
          05 FILLER PIC X(08) VALUE 'STINSTL '.
          05 FILLER PIC X(50) VALUE
             'INSTALLMENT'.
          05 FILLER PIC X(08) VALUE 'STOF    '.
          05 FILLER PIC X(50) VALUE
             'OF'.
          05 FILLER PIC X(08) VALUE 'STMONPAY'.
          05 FILLER PIC X(50) VALUE
             'MONTHLY PAYMENT'.
          05 FILLER PIC X(08) VALUE 'STPRINRM'.
          05 FILLER PIC X(50) VALUE
             'PRINCIPAL STILL TO BILL'.
          05 FILLER PIC X(08) VALUE 'STPLNEND'.
          05 FILLER PIC X(50) VALUE
             'PLAN ENDED'.
          05 FILLER PIC X(08) VALUE 'STBALDUE'.
          05 FILLER PIC X(50) VALUE
             '- BALANCE NOW DUE'.
          05 FILLER PIC X(08) VALUE 'STPAIDFL'.
          05 FILLER PIC X(50) VALUE
             'PAID IN FULL'.
          05 FILLER PIC X(08) VALUE 'YSTITLE '.
          05 FILLER PIC X(50) VALUE
             'YEAR-END SUMMARY'.
          05 FILLER PIC X(08) VALUE 'YSACCT  '.
          05 FILLER PIC X(50) VALUE
             'ACCOUNT:'.
          05 FILLER PIC X(08) VALUE 'YSCUST  '.
          05 FILLER PIC X(50) VALUE
             'CUSTOMER:'.
          05 FILLER PIC X(08) VALUE 'YSSOURCE'.
          05 FILLER PIC X(50) VALUE
             'SOURCES: TRANFILE + TRANARCH FOR YEAR'.
          05 FILLER PIC X(08) VALUE 'ALLARGE '.
          05 FILLER PIC X(50) VALUE
             'LARGE CHARGE'.
          05 FILLER PIC X(08) VALUE 'ALAT    '.
          05 FILLER PIC X(50) VALUE
             'AT'.
          05 FILLER PIC X(08) VALUE 'ALFOREGN'.
          05 FILLER PIC X(50) VALUE
             'FOREIGN CHARGE IN'.
          05 FILLER PIC X(08) VALUE 'ALCASH  '.
          05 FILLER PIC X(50) VALUE
             'CASH ADVANCE'.
          05 FILLER PIC X(08) VALUE 'ALPAYMT '.
          05 FILLER PIC X(50) VALUE
             'PAYMENT POSTED'.
          05 FILLER PIC X(08) VALUE 'ALESTMT '.
          05 FILLER PIC X(50) VALUE
             'YOUR STATEMENT WAS DELIVERED ELECTRONICALLY'.

       01 LANG-MSG-DEFAULT-REDEF REDEFINES LANG-MSG-DEFAULTS.
          05 LMD-ENTRY OCCURS 52 TIMES INDEXED BY LMD-IDX.
             10 LMD-MSG-ID                 PIC X(08).
             10 LMD-TEXT                   PIC X(50).

       01 LANG-MSG-TABLE.
          05 LMX-USED                      PIC S9(04) COMP VALUE ZERO.
          05 LMX-ENTRY OCCURS 300 TIMES INDEXED BY LMX-IDX.
             10 LMX-LANG-CD                PIC X(02).
             10 LMX-MSG-ID                 PIC X(08).
             10 LMX-TEXT                   PIC X(50).

       01 LANG-MSG-WORK.
          05 LMD-ENTRY-COUNT               PIC S9(04) COMP VALUE 52.
          05 LMW-LANG-CD                   PIC X(02).
             88 LMW-LANG-ENGLISH           VALUE 'EN'.
          05 LMW-MSG-ID                    PIC X(08).
          05 LMW-TEXT                      PIC X(50).
          05 LMW-FOUND-SW                  PIC X(01).
             88 LMW-FOUND                  VALUE 'Y'.
          05 LMW-EOF-SW                    PIC X(01).
             88 LMW-END-OF-FILE            VALUE 'Y'.
          05 LMW-FALLBACK-COUNT            PIC 9(07) VALUE ZERO.
          05 LMW-OVERFLOW-COUNT            PIC 9(07) VALUE ZERO.
