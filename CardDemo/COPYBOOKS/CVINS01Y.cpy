      ******************************************************************
      * CardDemo - Installment Plan Record (INSTPLAN)
      * One row per posted purchase (type 01/09) converted to an
      * equal-payment installment plan, keyed by account plus the
      * purchase's TRAN-ID, so the same purchase cannot be converted
      * twice. Set up by a rep on COINS00C or from an inbound request
      * by CBINS01C; the offered terms and pricing are on CVINS02Y.
      * The amount converted moves out of the revolving balance into
      * ACCT-INSTL-BAL, which CBACT05C does not price. Each cycle cut
      * CBACT04C bills one installment: the plan charge (a flat fee,
      * 04/3003, or interest at the plan rate on the principal still
      * owed, 06/4003) posts through the transaction master, and the
      * installment's principal moves from ACCT-INSTL-BAL to the
      * billed bucket ACCT-INSTL-DUE-BAL - both riding on the minimum
      * payment due. CBSTM01C prints a plan summary from these rows.
      ******************************************************************
       01 INSTALLMENT-PLAN-RECORD.
          05 INS-KEY.
             10 INS-ACCT-ID                PIC 9(11).
             10 INS-TRAN-ID                PIC X(16).
          05 INS-CARD-NUM                  PIC X(16).
          05 INS-MERCHANT-NAME             PIC X(30).
          05 INS-PURCH-DATE                PIC X(10).
          05 INS-ORIG-AMT                  PIC S9(09)V99 COMP-3.
          05 INS-TERM-MONTHS               PIC 9(02).
          05 INS-PRICING                   PIC X(01).
             88 INS-PRICED-BY-FEE          VALUE 'F'.
             88 INS-PRICED-BY-RATE         VALUE 'R'.
      * FLAT FEE BILLED WITH EVERY INSTALLMENT ('F' PLANS), OR THE
      * ANNUAL RATE CHARGED ON THE PRINCIPAL STILL OWED ('R' PLANS).
          05 INS-MONTHLY-FEE               PIC S9(05)V99 COMP-3.
          05 INS-ANNUAL-RATE               PIC 9(02)V9(02).
      * THE EQUAL MONTHLY PAYMENT, PLAN CHARGE INCLUDED. THE LAST
      * INSTALLMENT TAKES WHATEVER PRINCIPAL ROUNDING HAS LEFT.
          05 INS-INSTALL-AMT               PIC S9(07)V99 COMP-3.
          05 INS-PRIN-REMAIN               PIC S9(09)V99 COMP-3.
          05 INS-BILLED-COUNT              PIC 9(02).
          05 INS-LAST-BILL-DATE            PIC X(10).
          05 INS-LAST-PRIN-BILLED          PIC S9(07)V99 COMP-3.
          05 INS-LAST-CHARGE-BILLED        PIC S9(07)V99 COMP-3.
          05 INS-TOTAL-CHARGES             PIC S9(07)V99 COMP-3.
          05 INS-STATUS                    PIC X(01).
             88 INS-ACTIVE                 VALUE 'A'.
             88 INS-COMPLETED              VALUE 'C'.
             88 INS-PAID-EARLY             VALUE 'P'.
             88 INS-CANCELLED              VALUE 'X'.
          05 INS-CHANNEL                   PIC X(01).
             88 INS-BY-REP                 VALUE 'R'.
             88 INS-BY-REQUEST             VALUE 'I'.
          05 INS-SET-UP-BY                 PIC X(08).
          05 INS-SET-UP-DATE               PIC X(10).
          05 INS-CLOSED-DATE               PIC X(10).
