000000*                     CVCPR01Y). THE STATEMENT ITSELF STILL
000000*                     GOES - IT IS A LEGAL DOCUMENT, NOT
000000*                     MARKETING.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 11 ENTRIES FOR
000000*                     THE 'S' SANCTIONS FREEZE.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 12 ENTRIES FOR
000000*                     THE 'C' SETTLED-FOR-LESS REASON 'STLD'.
000000* 2026-10-15  MAINT   PRINT AN INSTALLMENT PLAN SUMMARY
000000*                     (INSTPLAN) - EACH PLAN ACTIVE OR CLOSED IN
000000*                     THE CYCLE WITH ITS PROGRESS, MONTHLY
000000*                     PAYMENT AND PRINCIPAL STILL TO BILL.
000000* 2026-10-15  MAINT   PRINT THE MINIMUM PAYMENT WARNING BOX
000000*                     (CBMPD01C) - PAYOFF TIME AND COST AT THE
000000*                     MINIMUM AGAINST THE 36-MONTH PAYMENT - AND
000000*                     ARCHIVE ITS FIGURES ON STMTARCH.
000000* 2026-10-15  MAINT   THE 12/9100 AND 12/9102 SECURED CARD
000000*                     DEPOSIT ROWS PRINT AS MEMO LINES, OUTSIDE
000000*                     THE PERIOD DEBIT AND CREDIT TOTALS.
000000* 2026-10-15  MAINT   STATEMENT WORDING FROM MSGTEXT IN CUSTOMER
000000*                     LANGUAGE.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 13 ENTRIES FOR
000000*                     THE 'C' TRANSFERRED REASON 'XFER' (ACCOUNT
000000*                     RENUMBERING).
000000* 2026-10-15  MAINT   A PRINTED STATEMENT CARRIES THE MAILING
000000*                     BLOCK WITH THE ZIP+4 AND THE PRESORT LINE
000000*                     FROM ADDRESS STANDARDIZATION (CBASD02C).
000000* 2026-10-15  MAINT   REGISTER THE E-STATEMENT EXTRACT (ESTMFILE)
000000*                     ON THE OUTBOUND FILE REGISTRY (CBOBF01C) AS
000000*                     THE RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE ACCOUNT MASTER AND, FOR EVERY ACCOUNT
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS RWD-ACCT-ID
000000         FILE STATUS IS WS-REWARDS-STATUS.
000000     SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS INS-KEY
000000         FILE STATUS IS WS-INSTPLAN-STATUS.
003900     SELECT STATEMENT-FILE ASSIGN TO STMTFILE
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-STATEMENT-STATUS.
000000     SELECT ESTMT-TEXT-FILE ASSIGN TO ESTMTXT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-ESTMT-TEXT-STATUS.
000000     SELECT LANG-MSG-FILE ASSIGN TO MSGTEXT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS LMT-KEY
000000         FILE STATUS IS WS-MSGTEXT-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
000000 FD  STMT-DLV-FILE.
000000     COPY CVDLV01Y.
000000*
000000 FD  INSTPLAN-FILE.
000000     COPY CVINS01Y.
000000*
005400 FD  STATEMENT-FILE
005500     RECORDING MODE IS F.
005600 01  STMT-PRINT-LINE                  PIC X(80).
000000     RECORDING MODE IS F.
000000 01  ESTMT-TEXT-LINE                  PIC X(80).
000000*
000000 FD  LANG-MSG-FILE.
000000     COPY CVLNG01Y.
000000*
006200 WORKING-STORAGE SECTION.
000000 01  WS-TRANTYPE-STATUS               PIC XX.
000000     88 WS-TRANTYPE-OK                VALUE '00'.
000000 01  WS-STATRSN-STATUS                PIC XX.
000000     88 WS-STATRSN-OK                 VALUE '00'.
000000 01  WS-ESTMT-TEXT-STATUS             PIC XX.
000000 01  WS-MSGTEXT-STATUS                PIC XX.
000000     88 WS-MSGTEXT-OK                 VALUE '00'.
000000 01  WS-STMT-CHANNEL-SW               PIC X(01) VALUE 'P'.
000000     88 WS-STMT-TO-EMAIL              VALUE 'E'.
000000 01  WS-REF-EOF-SW                    PIC X(01) VALUE 'N'.
000000     88 WS-STMTARCH-OK                VALUE '00'.
000000 01  WS-PROMO-STATUS                  PIC XX.
000000     88 WS-PROMO-OK                   VALUE '00'.
000000 01  WS-INSTPLAN-STATUS               PIC XX.
000000     88 WS-INSTPLAN-OK                VALUE '00'.
000000 01  WS-INSTPLAN-OPEN-SW              PIC X(01) VALUE 'N'.
000000     88 WS-INSTPLAN-OPEN              VALUE 'Y'.
000000 01  WS-DEFER-DISC-SW                 PIC X(01) VALUE 'N'.
000000     88 WS-DEFER-DISCLOSE             VALUE 'Y'.
000000 01  WS-STMTMSG-STATUS                PIC XX.
008300*
000000 COPY CVTRA02Y.
000000*
000000******************************************************************
000000* FIXED STATEMENT WORDING IN THE CUSTOMER'S LANGUAGE - SEE 1190
000000* AND 7900. THE HOLD FIELDS KEEP EARLIER TEXTS WHILE A LINE
000000* NEEDING SEVERAL OF THEM IS ASSEMBLED.
000000******************************************************************
000000 COPY CVLNG02Y.
000000 01  WS-LANG-HOLD.
000000     05 WS-LANG-HOLD-1                PIC X(50).
000000     05 WS-LANG-HOLD-2                PIC X(50).
000000     05 WS-LANG-HOLD-3                PIC X(50).
000000*
008400 COPY CSDAT01Y.
008500*
000000******************************************************************
000000     05 WS-STMT-TOTAL-DUE             PIC S9(10)V99 COMP-3.
010000     05 WS-STMT-AMT-EDIT              PIC +ZZZ,ZZZ,ZZZ.99.
000000     05 WS-STMT-PTS-EDIT              PIC ZZZ,ZZZ,ZZ9.
000000     05 WS-MPD-TERM-MONTHS            PIC 9(04).
000000     05 WS-MPD-TERM-YEARS             PIC 9(03).
000000     05 WS-MPD-TERM-EDIT              PIC ZZ9.
000000     05 WS-MPD-TERM-TEXT              PIC X(10).
000000     05 WS-MPD-DOLLARS                PIC S9(10).
000000     05 WS-MPD-DOLLAR-EDIT            PIC $ZZZ,ZZZ,ZZ9.
000000     05 WS-MPD-PAY-EDIT               PIC $ZZZ,ZZ9.99.
000000*
000000******************************************************************
000000* MINIMUM PAYMENT WARNING PARAMETER - SEE CBMPD01C.
000000******************************************************************
000000 COPY CVMPD01Y.
000000*
000000******************************************************************
000000* CYCLE ITEMIZATION WORK AREA - THE ACCOUNT'S CARDS COME OFF
000000        10 WS-ISD-MM                  PIC 9(02).
000000        10 FILLER                     PIC X(01) VALUE '-'.
000000        10 WS-ISD-DD                  PIC 9(02).
000000     05 WS-ISM-EOF-SW                 PIC X(01).
000000        88 WS-ISM-DONE                VALUE 'Y'.
000000     05 WS-ISM-PLAN-COUNT             PIC 9(03).
000000     05 WS-ISM-SEQ-EDIT               PIC Z9.
000000     05 WS-ISM-TERM-EDIT              PIC Z9.
000000     05 WS-ISM-AMT-EDIT               PIC ZZZ,ZZ9.99.
010100     05 WS-STMT-CUST-NAME             PIC X(51).
000000     05 WS-STMT-REASON-DESC           PIC X(30).
010200*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
010300 LINKAGE SECTION.
010400*
010500******************************************************************
000000     MOVE TRAN-TYPE-CAT-VALUES        TO TRAN-TYPE-CAT-TABLE
000000     PERFORM 1150-LOAD-TYPE-TABLE
000000         THRU 1150-LOAD-TYPE-TABLE-EXIT
000000     PERFORM 1190-LOAD-LANG-TEXT
000000         THRU 1190-LOAD-LANG-TEXT-EXIT
000000     MOVE WS-CURDATE-YEAR             TO WS-ITM-SW-YYYY
000000     MOVE WS-CURDATE-MONTH            TO WS-ITM-SW-MM
000000     IF WS-ITM-SW-MM = 1
000000     OPEN INPUT XREF-FILE
000000     OPEN I-O STMT-ARCHIVE-FILE
000000     OPEN INPUT PROMO-RATE-FILE
000000     OPEN INPUT INSTPLAN-FILE
000000     IF WS-INSTPLAN-OK
000000         MOVE 'Y'                     TO WS-INSTPLAN-OPEN-SW
000000     END-IF
000000     OPEN INPUT STMT-MSG-FILE
000000     IF WS-STMTMSG-OK
000000         PERFORM 1200-LOAD-MESSAGE-TABLE
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-FOUND-SW
000000     PERFORM VARYING ASR-IDX FROM 1 BY 1
000000             UNTIL ASR-IDX > 13 OR WS-REF-FOUND
000000         IF ASR-STATUS-CD (ASR-IDX) = SRN-STATUS-CD
000000            OR ASR-STATUS-CD (ASR-IDX) = SPACES
000000             MOVE SRN-STATUS-CD  TO ASR-STATUS-CD (ASR-IDX)
000000     EXIT.
000000*
000000******************************************************************
000000* LOAD THE MESSAGE TEXT TABLE - THE COMPILED ENGLISH WORDING
000000* FIRST, THEN THE MAINTAINED MSGTEXT DATASET OVER IT: A ROW FOR A
000000* LANGUAGE AND MESSAGE ALREADY HELD REPLACES ITS TEXT, ANY OTHER
000000* ROW (A TRANSLATION) IS ADDED. AN ABSENT FILE LEAVES THE ENGLISH
000000* STANDING.
000000******************************************************************
000000 1190-LOAD-LANG-TEXT.
000000     MOVE ZERO                   TO LMX-USED
000000     PERFORM VARYING LMD-IDX FROM 1 BY 1
000000             UNTIL LMD-IDX > LMD-ENTRY-COUNT
000000         ADD 1                   TO LMX-USED
000000         SET LMX-IDX             TO LMX-USED
000000         MOVE 'EN'               TO LMX-LANG-CD (LMX-IDX)
000000         MOVE LMD-MSG-ID (LMD-IDX) TO LMX-MSG-ID (LMX-IDX)
000000         MOVE LMD-TEXT (LMD-IDX) TO LMX-TEXT (LMX-IDX)
000000     END-PERFORM
000000     OPEN INPUT LANG-MSG-FILE
000000     IF NOT WS-MSGTEXT-OK
000000         CLOSE LANG-MSG-FILE
000000         GO TO 1190-LOAD-LANG-TEXT-EXIT
000000     END-IF
000000     MOVE 'N'                    TO LMW-EOF-SW
000000     PERFORM 1195-LOAD-NEXT-LANG-TEXT
000000         THRU 1195-LOAD-NEXT-LANG-TEXT-EXIT
000000         UNTIL LMW-END-OF-FILE
000000     CLOSE LANG-MSG-FILE.
000000 1190-LOAD-LANG-TEXT-EXIT.
000000     EXIT.
000000*
000000 1195-LOAD-NEXT-LANG-TEXT.
000000     READ LANG-MSG-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO LMW-EOF-SW
000000             GO TO 1195-LOAD-NEXT-LANG-TEXT-EXIT
000000     END-READ
000000     MOVE 'N'                    TO LMW-FOUND-SW
000000     PERFORM VARYING LMX-IDX FROM 1 BY 1
000000             UNTIL LMX-IDX > LMX-USED OR LMW-FOUND
000000         IF LMX-LANG-CD (LMX-IDX) = LMT-LANG-CD
000000            AND LMX-MSG-ID (LMX-IDX) = LMT-MSG-ID
000000             MOVE LMT-TEXT       TO LMX-TEXT (LMX-IDX)
000000             MOVE 'Y'            TO LMW-FOUND-SW
000000         END-IF
000000     END-PERFORM
000000     IF LMW-FOUND
000000         GO TO 1195-LOAD-NEXT-LANG-TEXT-EXIT
000000     END-IF
000000     IF LMX-USED NOT < 300
000000         ADD 1                   TO LMW-OVERFLOW-COUNT
000000         GO TO 1195-LOAD-NEXT-LANG-TEXT-EXIT
000000     END-IF
000000     ADD 1                       TO LMX-USED
000000     SET LMX-IDX                 TO LMX-USED
000000     MOVE LMT-LANG-CD            TO LMX-LANG-CD (LMX-IDX)
000000     MOVE LMT-MSG-ID             TO LMX-MSG-ID (LMX-IDX)
000000     MOVE LMT-TEXT               TO LMX-TEXT (LMX-IDX).
000000 1195-LOAD-NEXT-LANG-TEXT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* LOAD THE TARGETED MESSAGE TABLE. A MISSING OR EMPTY STMTMSG
000000* FILE JUST MEANS NO MESSAGES PRINT - STATEMENTS STILL RUN.
000000******************************************************************
017900         END-IF
018000     END-IF
000000     END-IF
000000     PERFORM 3100-CALC-MINPAY-WARNING
000000         THRU 3100-CALC-MINPAY-WARNING-EXIT
000000*    A COMBINED-STATEMENT OPT-IN CUSTOMER GETS ONE ENVELOPE - THE
000000*    CBSTM02C CUSTOMER-LEVEL DOCUMENT IS THE DELIVERY PIECE, SO
000000*    NO PER-ACCOUNT STATEMENT, DELIVERY OR E-DELIVERY ROW IS
018200 3000-BUILD-STATEMENT-EXIT.
018300     EXIT.
018400*
000000******************************************************************
000000* MINIMUM PAYMENT WARNING - HOW LONG AND HOW MUCH IF ONLY THE
000000* MINIMUM IS PAID, AGAINST THE PAYMENT THAT CLEARS THE BALANCE IN
000000* 36 MONTHS (CBMPD01C), ON THE REVOLVING BALANCE: UNBILLED
000000* INSTALLMENT PLAN PRINCIPAL PAYS DOWN ON THE PLAN'S OWN SCHEDULE.
000000* THE APRS ARE THE ONES CBACT05C LAST PRICED THE ACCOUNT AT.
000000******************************************************************
000000 3100-CALC-MINPAY-WARNING.
000000     MOVE ACCT-GROUP-ID              TO MPD-GROUP-ID
000000     COMPUTE MPD-BALANCE = WS-STMT-CLOSE-BAL - ACCT-INSTL-BAL
000000     MOVE ACCT-CASH-ADV-BAL          TO MPD-CASH-BAL
000000     MOVE ACCT-PURCH-APR             TO MPD-PURCH-APR
000000     MOVE ACCT-CASH-APR              TO MPD-CASH-APR
000000     MOVE ACCT-PROMO-APR             TO MPD-PROMO-APR
000000     MOVE ACCT-PROMO-APR-END-DATE    TO MPD-PROMO-END-DATE
000000     CALL 'CBMPD01C' USING MINPAY-DISCLOSURE-PARM.
000000 3100-CALC-MINPAY-WARNING-EXIT.
000000     EXIT.
000000*
018500******************************************************************
018600* THE CUSTOMER IS RESOLVED THROUGH THE ACCTXREF CROSS-REFERENCE,
018700* SO ONE CUSTOMER CAN HOLD SEVERAL ACCOUNTS. AN ACCOUNT WITH NO
019800         STRING CUST-FIRST-NAME  DELIMITED BY SIZE
019900                ' '              DELIMITED BY SIZE
020000                CUST-LAST-NAME   DELIMITED BY SIZE
000000           INTO WS-STMT-CUST-NAME
000000         END-STRING
000000         MOVE CUST-LANG-CD           TO LMW-LANG-CD
000000     ELSE
000000         MOVE 'EN'                   TO LMW-LANG-CD
000000     END-IF
000000     MOVE 'N'                        TO WS-DNC-SW
000000     MOVE CUST-ID                    TO CPR-CUST-ID
000000     READ CONTACT-PREF-FILE
000000         UNTIL WS-ITM-CARD-DONE.
000000 4800-LIST-CYCLE-TRANS-SUB.
000000     MOVE WS-ITM-DEBIT-TOTAL         TO WS-STMT-AMT-EDIT
000000     MOVE 'STDEBITS'                 TO LMW-MSG-ID
000000     PERFORM 5910-WRITE-AMOUNT-LINE
000000         THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000     MOVE WS-ITM-CREDIT-TOTAL        TO WS-STMT-AMT-EDIT
000000     MOVE 'STCREDIT'                 TO LMW-MSG-ID
000000     PERFORM 5910-WRITE-AMOUNT-LINE
000000         THRU 5910-WRITE-AMOUNT-LINE-EXIT.
000000 4800-LIST-CYCLE-TRANS-EXIT.
000000     EXIT.
000000*
000000     END-IF
000000     PERFORM 4830-PRINT-TRAN-LINE
000000         THRU 4830-PRINT-TRAN-LINE-EXIT
000000*    SECURED CARD DEPOSIT RECEIVED/REFUNDED ROWS PRINT AS MEMO
000000*    LINES ONLY - THE DEPOSIT NEVER SITS ON THE CARD BALANCE.
000000     IF TRAN-TYPE-CD = '12'
000000        AND (TRAN-CAT-CD = '9100' OR TRAN-CAT-CD = '9102')
000000         GO TO 4820-NEXT-TRAN-EXIT
000000     END-IF
000000     IF TRAN-AMT < ZERO
000000        OR TRAN-TYPE-CD = '02' OR TRAN-TYPE-CD = '07'
000000         IF TRAN-AMT < ZERO
000000             MOVE 'Y'                TO WS-ITM-CAT-FOUND-SW
000000         END-IF
000000     END-PERFORM
000000*   A TRANSLATED TRANTYPE DESCRIPTION IS THE MSGTEXT ROW 'TT' +
000000*   TYPE + CATEGORY, CATEGORY WORDING IN POSITIONS 21-40.
000000     IF NOT LMW-LANG-ENGLISH
000000         MOVE 'TT'                   TO LMW-MSG-ID (1:2)
000000         MOVE TRAN-TYPE-CD           TO LMW-MSG-ID (3:2)
000000         MOVE TRAN-CAT-CD            TO LMW-MSG-ID (5:4)
000000         PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000         IF LMW-FOUND AND LMW-TEXT (21:20) NOT = SPACES
000000             MOVE LMW-TEXT (21:20)   TO WS-ITM-CAT-DESC
000000         END-IF
000000     END-IF
000000     MOVE TRAN-AMT                   TO WS-ITM-AMT-EDIT
000000     MOVE SPACES                     TO STMT-PRINT-LINE
000000     STRING '  '                     DELIMITED BY SIZE
000000     IF TRAN-CURR-CD NOT = 'USD'
000000        AND TRAN-CURR-CD NOT = SPACES
000000         MOVE TRAN-ORIG-AMT          TO WS-ITM-AMT-EDIT
000000         MOVE 'STORIGCY'             TO LMW-MSG-ID
000000         PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000         MOVE SPACES                 TO STMT-PRINT-LINE
000000         STRING '             '      DELIMITED BY SIZE
000000                LMW-TEXT             DELIMITED BY '  '
000000                ' '                  DELIMITED BY SIZE
000000                TRAN-CURR-CD         DELIMITED BY SIZE
000000                ' '                  DELIMITED BY SIZE
000000                WS-ITM-AMT-EDIT      DELIMITED BY SIZE
000000     EXIT.
000000*
020700 5000-WRITE-STATEMENT.
000000     MOVE 'STACCT'                   TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE LMW-TEXT                   TO WS-LANG-HOLD-1
000000     MOVE 'STCUST'                   TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                     TO STMT-PRINT-LINE
000000     STRING WS-LANG-HOLD-1           DELIMITED BY '  '
000000            ' '                      DELIMITED BY SIZE
000000            ACCT-ID OF ACCOUNT-RECORD DELIMITED BY SIZE
000000            '   '                    DELIMITED BY SIZE
000000            LMW-TEXT                 DELIMITED BY '  '
000000            ' '                      DELIMITED BY SIZE
000000            WS-STMT-CUST-NAME        DELIMITED BY SIZE
000000       INTO STMT-PRINT-LINE
000000     END-STRING
021500     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT
000000     IF NOT WS-STMT-TO-EMAIL AND WS-CUSTOMER-OK
000000         PERFORM 5050-WRITE-MAILING-BLOCK
000000             THRU 5050-WRITE-MAILING-BLOCK-EXIT
000000     END-IF
000000     IF ACCT-ACTIVE-STATUS NOT = 'A'
000000         PERFORM 5950-WRITE-STATUS-LINE
000000             THRU 5950-WRITE-STATUS-LINE-EXIT
000000     END-IF
000000     PERFORM 4800-LIST-CYCLE-TRANS
000000         THRU 4800-LIST-CYCLE-TRANS-EXIT
000000     MOVE WS-STMT-OPEN-BAL           TO WS-STMT-AMT-EDIT
000000     MOVE 'STOPNBAL'                  TO LMW-MSG-ID
000000     PERFORM 5910-WRITE-AMOUNT-LINE
000000         THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000     MOVE WS-STMT-PURCHASES-AMT      TO WS-STMT-AMT-EDIT
000000     MOVE 'STPURCH'                   TO LMW-MSG-ID
000000     PERFORM 5910-WRITE-AMOUNT-LINE
000000         THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000     MOVE WS-STMT-PAYMENTS-AMT       TO WS-STMT-AMT-EDIT
000000     MOVE 'STPAYMTS'                  TO LMW-MSG-ID
000000     PERFORM 5910-WRITE-AMOUNT-LINE
000000         THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000     MOVE WS-STMT-CLOSE-BAL          TO WS-STMT-AMT-EDIT
000000     MOVE 'STCLSBAL'                  TO LMW-MSG-ID
000000     PERFORM 5910-WRITE-AMOUNT-LINE
000000         THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000     MOVE WS-STMT-MIN-DUE            TO WS-STMT-AMT-EDIT
000000     MOVE 'STMINDUE'                  TO LMW-MSG-ID
000000     PERFORM 5910-WRITE-AMOUNT-LINE
000000         THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000     IF WS-STMT-PAST-DUE > ZERO
000000         MOVE WS-STMT-PAST-DUE       TO WS-STMT-AMT-EDIT
000000         MOVE 'STPASTDU'             TO LMW-MSG-ID
000000         PERFORM 5910-WRITE-AMOUNT-LINE
000000             THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000         COMPUTE WS-STMT-TOTAL-DUE =
000000             WS-STMT-MIN-DUE + WS-STMT-PAST-DUE
000000         MOVE WS-STMT-TOTAL-DUE      TO WS-STMT-AMT-EDIT
000000         MOVE 'STTOTDUE'             TO LMW-MSG-ID
000000         PERFORM 5910-WRITE-AMOUNT-LINE
000000             THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000     END-IF
000000     MOVE 'STDUEDT'                  TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                     TO STMT-PRINT-LINE
000000     STRING '  '                      DELIMITED BY SIZE
000000            LMW-TEXT (1:21)           DELIMITED BY SIZE
000000            WS-STMT-DUE-DATE          DELIMITED BY SIZE
000000       INTO STMT-PRINT-LINE
000000     END-STRING
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT
000000     PERFORM 5350-PRINT-MINPAY-WARNING
000000         THRU 5350-PRINT-MINPAY-WARNING-EXIT
000000     IF ACCT-CASH-ADV-BAL NOT = ZERO
000000         MOVE ACCT-CASH-ADV-BAL      TO WS-STMT-AMT-EDIT
000000         MOVE 'STCASHBL'             TO LMW-MSG-ID
000000         PERFORM 5910-WRITE-AMOUNT-LINE
000000             THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000     END-IF
000000     IF ACCT-IS-OVERLIMIT
000000         MOVE 'STOVRLMT'             TO LMW-MSG-ID
000000         PERFORM 5920-WRITE-TEXT-LINE
000000             THRU 5920-WRITE-TEXT-LINE-EXIT
000000     END-IF
000000     IF WS-REWARDS-FOUND
000000         MOVE RWD-POINTS-BAL         TO WS-STMT-PTS-EDIT
000000         MOVE 'STREWPTS'             TO LMW-MSG-ID
000000         PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000         MOVE SPACES                 TO STMT-PRINT-LINE
000000         STRING '  '                 DELIMITED BY SIZE
000000                LMW-TEXT (1:24)      DELIMITED BY SIZE
000000                WS-STMT-PTS-EDIT     DELIMITED BY SIZE
000000           INTO STMT-PRINT-LINE
000000         END-STRING
000000     END-IF
000000     PERFORM 5300-PRINT-DEFERRED-DISCLOSURE
000000         THRU 5300-PRINT-DEFERRED-DISCLOSURE-EXIT
000000     PERFORM 5400-PRINT-INSTALLMENT-PLANS
000000         THRU 5400-PRINT-INSTALLMENT-PLANS-EXIT
000000     PERFORM 5200-PRINT-TARGETED-MSGS
000000         THRU 5200-PRINT-TARGETED-MSGS-EXIT
025100     MOVE SPACES                     TO STMT-PRINT-LINE
025400     EXIT.
025500*
000000******************************************************************
000000* THE MAILING BLOCK UNDER THE HEADER OF A PRINTED STATEMENT. AN
000000* ADDRESS CBASD02C HAS CERTIFIED CARRIES ITS ZIP+4 AND A PRESORT
000000* LINE - THE DELIVERY-POINT ROUTING CODE (ZIP, ZIP+4, DELIVERY
000000* POINT) AND THE CARRIER ROUTE - THAT THE PRINT VENDOR SORTS THE
000000* MAIL ON FOR THE PRESORT POSTAGE DISCOUNT. AN UNCERTIFIED
000000* ADDRESS HAS NO PRESORT LINE AND MAILS AT THE FULL RATE.
000000******************************************************************
000000 5050-WRITE-MAILING-BLOCK.
000000     MOVE SPACES                     TO STMT-PRINT-LINE
000000     STRING '  '                      DELIMITED BY SIZE
000000            CUST-ADDR-LINE-1          DELIMITED BY SIZE
000000       INTO STMT-PRINT-LINE
000000     END-STRING
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT
000000     IF CUST-ADDR-LINE-2 NOT = SPACES
000000         MOVE SPACES                 TO STMT-PRINT-LINE
000000         STRING '  '                  DELIMITED BY SIZE
000000                CUST-ADDR-LINE-2      DELIMITED BY SIZE
000000           INTO STMT-PRINT-LINE
000000         END-STRING
000000         PERFORM 5900-WRITE-STMT-LINE
000000             THRU 5900-WRITE-STMT-LINE-EXIT
000000     END-IF
000000     MOVE SPACES                     TO STMT-PRINT-LINE
000000     IF CUST-ADDR-STANDARDIZED
000000         STRING '  '                  DELIMITED BY SIZE
000000                CUST-ADDR-STATE-CD    DELIMITED BY SIZE
000000                ' '                   DELIMITED BY SIZE
000000                CUST-ADDR-ZIP         DELIMITED BY SIZE
000000                '-'                   DELIMITED BY SIZE
000000                CUST-ADDR-ZIP4        DELIMITED BY SIZE
000000           INTO STMT-PRINT-LINE
000000         END-STRING
000000     ELSE
000000         STRING '  '                  DELIMITED BY SIZE
000000                CUST-ADDR-STATE-CD    DELIMITED BY SIZE
000000                ' '                   DELIMITED BY SIZE
000000                CUST-ADDR-ZIP         DELIMITED BY SIZE
000000           INTO STMT-PRINT-LINE
000000         END-STRING
000000     END-IF
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT
000000     IF NOT CUST-ADDR-STANDARDIZED
000000         GO TO 5050-WRITE-MAILING-BLOCK-EXIT
000000     END-IF
000000     MOVE SPACES                     TO STMT-PRINT-LINE
000000     STRING '  PRESORT '              DELIMITED BY SIZE
000000            CUST-ADDR-ZIP             DELIMITED BY SIZE
000000            CUST-ADDR-ZIP4            DELIMITED BY SIZE
000000            CUST-ADDR-DLV-POINT       DELIMITED BY SIZE
000000            ' CRRT '                  DELIMITED BY SIZE
000000            CUST-ADDR-CARRIER-RT      DELIMITED BY SIZE
000000       INTO STMT-PRINT-LINE
000000     END-STRING
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT.
000000 5050-WRITE-MAILING-BLOCK-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A CONSENTING CUSTOMER'S STATEMENT GOES OUT AS AN E-STATEMENT
000000* EXTRACT ROW POINTING AT THE ARCHIVED CONTENT (STMTARCH KEY)
000000* INSTEAD OF PRINT, WITH A SENT DELIVERY-STATUS ROW - PROOF THE
000000     MOVE CUST-EMAIL-ADDRESS         TO EST-EMAIL
000000     MOVE ACCT-ID OF ACCOUNT-RECORD  TO EST-REF-ACCT-ID
000000     MOVE WS-CURDATE-YYYY-MM-DD      TO EST-REF-CYCLE-DATE
000000     MOVE LMW-LANG-CD                TO EST-LANG-CD
000000     WRITE ESTMT-EXTRACT-RECORD
000000     ADD 1                           TO WS-ESTMT-COUNT
000000     MOVE ACCT-ID OF ACCOUNT-RECORD  TO DLV-ACCT-ID
000000         GO TO 5300-PRINT-DEFERRED-DISCLOSURE-EXIT
000000     END-IF
000000     MOVE PRM-DEFERRED-INT-BAL   TO WS-STMT-AMT-EDIT
000000     MOVE 'STDEFINT'             TO LMW-MSG-ID
000000     PERFORM 5910-WRITE-AMOUNT-LINE
000000         THRU 5910-WRITE-AMOUNT-LINE-EXIT
000000     MOVE 'STPAYBY'              TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE LMW-TEXT               TO WS-LANG-HOLD-1
000000     MOVE 'STAVOIDD'             TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                 TO STMT-PRINT-LINE
000000     STRING '  '                  DELIMITED BY SIZE
000000            WS-LANG-HOLD-1        DELIMITED BY '  '
000000            ' '                   DELIMITED BY SIZE
000000            PRM-END-DATE          DELIMITED BY SIZE
000000            ' '                   DELIMITED BY SIZE
000000            LMW-TEXT              DELIMITED BY '  '
000000       INTO STMT-PRINT-LINE
000000     END-STRING
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT.
000000 5300-PRINT-DEFERRED-DISCLOSURE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* MINIMUM PAYMENT WARNING BOX (FIGURES FROM 3100). THE PAYOFF TIME
000000* IS GIVEN IN YEARS ROUNDED TO THE NEAREST YEAR (MONTHS UNDER A
000000* YEAR) AND THE COSTS IN WHOLE DOLLARS. THE 36-MONTH LINE IS LEFT
000000* OFF WHEN THE MINIMUM ALREADY CLEARS THE BALANCE INSIDE 36
000000* MONTHS; A MINIMUM THAT NEVER CLEARS IT SAYS SO INSTEAD OF A
000000* TERM. NOTHING PRINTS FOR A BALANCE NOT OWING. COSTM00C REBUILDS
000000* THE SAME BOX FROM THE ARCHIVE ROW.
000000******************************************************************
000000 5350-PRINT-MINPAY-WARNING.
000000     IF MPD-NOT-SHOWN
000000         GO TO 5350-PRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE 'STMPWRN1'             TO LMW-MSG-ID
000000     PERFORM 5920-WRITE-TEXT-LINE THRU 5920-WRITE-TEXT-LINE-EXIT
000000     MOVE 'STMPWRN2'             TO LMW-MSG-ID
000000     PERFORM 5920-WRITE-TEXT-LINE THRU 5920-WRITE-TEXT-LINE-EXIT
000000     MOVE 'STMPWRN3'             TO LMW-MSG-ID
000000     PERFORM 5920-WRITE-TEXT-LINE THRU 5920-WRITE-TEXT-LINE-EXIT
000000     MOVE 'STMPWRN4'             TO LMW-MSG-ID
000000     PERFORM 5920-WRITE-TEXT-LINE THRU 5920-WRITE-TEXT-LINE-EXIT
000000     MOVE 'STMPWRN5'             TO LMW-MSG-ID
000000     PERFORM 5920-WRITE-TEXT-LINE THRU 5920-WRITE-TEXT-LINE-EXIT
000000     MOVE 'STMINONL'             TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE LMW-TEXT               TO WS-LANG-HOLD-1
000000     MOVE 'STPAIDIN'             TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE LMW-TEXT               TO WS-LANG-HOLD-2
000000     MOVE 'STTOTCST'             TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE LMW-TEXT               TO WS-LANG-HOLD-3
000000     MOVE SPACES                 TO STMT-PRINT-LINE
000000     IF MPD-NEVER-PAID-OFF
000000         MOVE 'STNEVER'          TO LMW-MSG-ID
000000         PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000         STRING '    '               DELIMITED BY SIZE
000000                WS-LANG-HOLD-1       DELIMITED BY '  '
000000                '  '                 DELIMITED BY SIZE
000000                LMW-TEXT             DELIMITED BY '  '
000000           INTO STMT-PRINT-LINE
000000         END-STRING
000000     ELSE
000000         MOVE MPD-MIN-MONTHS     TO WS-MPD-TERM-MONTHS
000000         PERFORM 5360-FORMAT-TERM THRU 5360-FORMAT-TERM-EXIT
000000         COMPUTE WS-MPD-DOLLARS ROUNDED = MPD-MIN-TOTAL
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         STRING '    '               DELIMITED BY SIZE
000000                WS-LANG-HOLD-1       DELIMITED BY '  '
000000                '  '                 DELIMITED BY SIZE
000000                WS-LANG-HOLD-2       DELIMITED BY '  '
000000                ' '                  DELIMITED BY SIZE
000000                WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000                ' '                  DELIMITED BY SIZE
000000                WS-LANG-HOLD-3       DELIMITED BY '  '
000000                ' '                  DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO STMT-PRINT-LINE
000000         END-STRING
000000     END-IF
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT
000000     IF MPD-36-PAYMENT = ZERO
000000         GO TO 5350-PRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE MPD-36-PAYMENT         TO WS-MPD-PAY-EDIT
000000     MOVE 36                     TO WS-MPD-TERM-MONTHS
000000     PERFORM 5360-FORMAT-TERM THRU 5360-FORMAT-TERM-EXIT
000000     COMPUTE WS-MPD-DOLLARS ROUNDED = MPD-36-TOTAL
000000     MOVE WS-MPD-DOLLARS         TO WS-MPD-DOLLAR-EDIT
000000     MOVE SPACES                 TO STMT-PRINT-LINE
000000     STRING '    '               DELIMITED BY SIZE
000000            WS-MPD-PAY-EDIT      DELIMITED BY SIZE
000000            '   '                DELIMITED BY SIZE
000000            WS-LANG-HOLD-2       DELIMITED BY '  '
000000            ' '                  DELIMITED BY SIZE
000000            WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000            ' '                  DELIMITED BY SIZE
000000            WS-LANG-HOLD-3       DELIMITED BY '  '
000000            ' '                  DELIMITED BY SIZE
000000            WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000       INTO STMT-PRINT-LINE
000000     END-STRING
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT
000000     IF MPD-NEVER-PAID-OFF
000000         GO TO 5350-PRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     COMPUTE WS-MPD-DOLLARS ROUNDED = MPD-MIN-TOTAL - MPD-36-TOTAL
000000     IF WS-MPD-DOLLARS > ZERO
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         MOVE 'STSAVING'         TO LMW-MSG-ID
000000         PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000         MOVE SPACES             TO STMT-PRINT-LINE
000000         STRING '    '               DELIMITED BY SIZE
000000                LMW-TEXT             DELIMITED BY '  '
000000                ' '                  DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO STMT-PRINT-LINE
000000         END-STRING
000000         PERFORM 5900-WRITE-STMT-LINE
000000             THRU 5900-WRITE-STMT-LINE-EXIT
000000     END-IF.
000000 5350-PRINT-MINPAY-WARNING-EXIT.
000000     EXIT.
000000*
000000 5360-FORMAT-TERM.
000000     MOVE SPACES                 TO WS-MPD-TERM-TEXT
000000     IF WS-MPD-TERM-MONTHS < 12
000000         MOVE WS-MPD-TERM-MONTHS TO WS-MPD-TERM-EDIT
000000         MOVE 'STMONTHS'         TO LMW-MSG-ID
000000     ELSE
000000         COMPUTE WS-MPD-TERM-YEARS =
000000             (WS-MPD-TERM-MONTHS + 6) / 12
000000         MOVE WS-MPD-TERM-YEARS  TO WS-MPD-TERM-EDIT
000000         MOVE 'STYEARS'          TO LMW-MSG-ID
000000     END-IF
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     STRING WS-MPD-TERM-EDIT     DELIMITED BY SIZE
000000            ' '                  DELIMITED BY SIZE
000000            LMW-TEXT             DELIMITED BY '  '
000000       INTO WS-MPD-TERM-TEXT
000000     END-STRING.
000000 5360-FORMAT-TERM-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* INSTALLMENT PLAN SUMMARY - ONE ENTRY PER PLAN STILL ACTIVE OR
000000* CLOSED DURING THE CYCLE (INSTPLAN, SET UP ON COINS00C OR BY
000000* CBINS01C): THE PURCHASE CONVERTED, HOW FAR THROUGH ITS TERM IT
000000* IS, THE MONTHLY PAYMENT AND THE PRINCIPAL STILL TO BILL, THEN
000000* THE PLAN PRINCIPAL NOT YET BILLED ACROSS ALL PLANS. THE
000000* INSTALLMENT BILLED AT THE LAST CUT IS ALREADY INSIDE THE
000000* MINIMUM PAYMENT ABOVE. AN ABSENT INSTPLAN DATASET, OR AN
000000* ACCOUNT WITH NO PLANS, PRINTS NOTHING.
000000******************************************************************
000000 5400-PRINT-INSTALLMENT-PLANS.
000000     IF NOT WS-INSTPLAN-OPEN
000000         GO TO 5400-PRINT-INSTALLMENT-PLANS-EXIT
000000     END-IF
000000     MOVE ZERO                   TO WS-ISM-PLAN-COUNT
000000     MOVE 'N'                    TO WS-ISM-EOF-SW
000000     MOVE ACCT-ID OF ACCOUNT-RECORD TO INS-ACCT-ID
000000     MOVE LOW-VALUES             TO INS-TRAN-ID
000000     START INSTPLAN-FILE KEY NOT LESS THAN INS-KEY
000000         INVALID KEY
000000             GO TO 5400-PRINT-INSTALLMENT-PLANS-EXIT
000000     END-START
000000     PERFORM 5410-PRINT-NEXT-PLAN
000000         THRU 5410-PRINT-NEXT-PLAN-EXIT
000000         UNTIL WS-ISM-DONE
000000     IF WS-ISM-PLAN-COUNT = ZERO
000000         GO TO 5400-PRINT-INSTALLMENT-PLANS-EXIT
000000     END-IF
000000     MOVE ACCT-INSTL-BAL         TO WS-STMT-AMT-EDIT
000000     MOVE 'STNOTBIL'             TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                 TO STMT-PRINT-LINE
000000     STRING '  '                 DELIMITED BY SIZE
000000            LMW-TEXT (1:30)      DELIMITED BY SIZE
000000            WS-STMT-AMT-EDIT     DELIMITED BY SIZE
000000       INTO STMT-PRINT-LINE
000000     END-STRING
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT.
000000 5400-PRINT-INSTALLMENT-PLANS-EXIT.
000000     EXIT.
000000*
000000 5410-PRINT-NEXT-PLAN.
000000     READ INSTPLAN-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-ISM-EOF-SW
000000             GO TO 5410-PRINT-NEXT-PLAN-EXIT
000000     END-READ
000000     IF INS-ACCT-ID NOT = ACCT-ID OF ACCOUNT-RECORD
000000         MOVE 'Y'                TO WS-ISM-EOF-SW
000000         GO TO 5410-PRINT-NEXT-PLAN-EXIT
000000     END-IF
000000     IF NOT INS-ACTIVE
000000        AND INS-CLOSED-DATE < WS-ITM-START-DATE
000000         GO TO 5410-PRINT-NEXT-PLAN-EXIT
000000     END-IF
000000     ADD 1                       TO WS-ISM-PLAN-COUNT
000000     IF WS-ISM-PLAN-COUNT = 1
000000         MOVE 'STINSPLN'         TO LMW-MSG-ID
000000         PERFORM 5920-WRITE-TEXT-LINE
000000             THRU 5920-WRITE-TEXT-LINE-EXIT
000000     END-IF
000000     MOVE INS-ORIG-AMT           TO WS-ISM-AMT-EDIT
000000     MOVE 'STORIGPL'             TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                 TO STMT-PRINT-LINE
000000     STRING '   '                DELIMITED BY SIZE
000000            INS-PURCH-DATE       DELIMITED BY SIZE
000000            ' '                  DELIMITED BY SIZE
000000            INS-MERCHANT-NAME (1:24) DELIMITED BY SIZE
000000            ' '                  DELIMITED BY SIZE
000000            LMW-TEXT             DELIMITED BY '  '
000000            ' '                  DELIMITED BY SIZE
000000            WS-ISM-AMT-EDIT      DELIMITED BY SIZE
000000       INTO STMT-PRINT-LINE
000000     END-STRING
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT
000000     MOVE INS-BILLED-COUNT       TO WS-ISM-SEQ-EDIT
000000     MOVE INS-TERM-MONTHS        TO WS-ISM-TERM-EDIT
000000     EVALUATE TRUE
000000         WHEN INS-ACTIVE
000000             MOVE 'STINSTL'      TO LMW-MSG-ID
000000             PERFORM 7900-GET-LANG-TEXT
000000                 THRU 7900-GET-LANG-TEXT-EXIT
000000             MOVE LMW-TEXT       TO WS-LANG-HOLD-1
000000             MOVE 'STOF'         TO LMW-MSG-ID
000000             PERFORM 7900-GET-LANG-TEXT
000000                 THRU 7900-GET-LANG-TEXT-EXIT
000000             MOVE LMW-TEXT       TO WS-LANG-HOLD-2
000000             MOVE 'STMONPAY'     TO LMW-MSG-ID
000000             PERFORM 7900-GET-LANG-TEXT
000000                 THRU 7900-GET-LANG-TEXT-EXIT
000000             MOVE INS-INSTALL-AMT TO WS-ISM-AMT-EDIT
000000             MOVE SPACES         TO STMT-PRINT-LINE
000000             STRING '     '              DELIMITED BY SIZE
000000                    WS-LANG-HOLD-1       DELIMITED BY '  '
000000                    ' '                  DELIMITED BY SIZE
000000                    WS-ISM-SEQ-EDIT      DELIMITED BY SIZE
000000                    ' '                  DELIMITED BY SIZE
000000                    WS-LANG-HOLD-2       DELIMITED BY '  '
000000                    ' '                  DELIMITED BY SIZE
000000                    WS-ISM-TERM-EDIT     DELIMITED BY SIZE
000000                    '  '                 DELIMITED BY SIZE
000000                    LMW-TEXT             DELIMITED BY '  '
000000                    ' '                  DELIMITED BY SIZE
000000                    WS-ISM-AMT-EDIT      DELIMITED BY SIZE
000000               INTO STMT-PRINT-LINE
000000             END-STRING
000000             PERFORM 5900-WRITE-STMT-LINE
000000                 THRU 5900-WRITE-STMT-LINE-EXIT
000000             MOVE 'STPRINRM'     TO LMW-MSG-ID
000000             PERFORM 7900-GET-LANG-TEXT
000000                 THRU 7900-GET-LANG-TEXT-EXIT
000000             MOVE INS-PRIN-REMAIN TO WS-ISM-AMT-EDIT
000000             MOVE SPACES         TO STMT-PRINT-LINE
000000             STRING '     '              DELIMITED BY SIZE
000000                    LMW-TEXT             DELIMITED BY '  '
000000                    ' '                  DELIMITED BY SIZE
000000                    WS-ISM-AMT-EDIT      DELIMITED BY SIZE
000000               INTO STMT-PRINT-LINE
000000             END-STRING
000000         WHEN INS-CANCELLED
000000             MOVE 'STPLNEND'     TO LMW-MSG-ID
000000             PERFORM 7900-GET-LANG-TEXT
000000                 THRU 7900-GET-LANG-TEXT-EXIT
000000             MOVE LMW-TEXT       TO WS-LANG-HOLD-1
000000             MOVE 'STBALDUE'     TO LMW-MSG-ID
000000             PERFORM 7900-GET-LANG-TEXT
000000                 THRU 7900-GET-LANG-TEXT-EXIT
000000             MOVE SPACES         TO STMT-PRINT-LINE
000000             STRING '     '              DELIMITED BY SIZE
000000                    WS-LANG-HOLD-1       DELIMITED BY '  '
000000                    ' '                  DELIMITED BY SIZE
000000                    INS-CLOSED-DATE      DELIMITED BY SIZE
000000                    ' '                  DELIMITED BY SIZE
000000                    LMW-TEXT             DELIMITED BY '  '
000000               INTO STMT-PRINT-LINE
000000             END-STRING
000000         WHEN OTHER
000000             MOVE 'STPAIDFL'     TO LMW-MSG-ID
000000             PERFORM 7900-GET-LANG-TEXT
000000                 THRU 7900-GET-LANG-TEXT-EXIT
000000             MOVE SPACES         TO STMT-PRINT-LINE
000000             STRING '     '              DELIMITED BY SIZE
000000                    LMW-TEXT             DELIMITED BY '  '
000000                    ' '                  DELIMITED BY SIZE
000000                    INS-CLOSED-DATE      DELIMITED BY SIZE
000000               INTO STMT-PRINT-LINE
000000             END-STRING
000000     END-EVALUATE
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT.
000000 5410-PRINT-NEXT-PLAN-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000     ELSE
000000         MOVE ZERO                   TO STA-POINTS-BAL
000000     END-IF
000000     MOVE MPD-RESULT                 TO STA-MPD-RESULT
000000     MOVE MPD-MIN-MONTHS             TO STA-MPD-MIN-MONTHS
000000     MOVE MPD-MIN-TOTAL              TO STA-MPD-MIN-TOTAL
000000     MOVE MPD-36-PAYMENT             TO STA-MPD-36-PAYMENT
000000     MOVE MPD-36-TOTAL               TO STA-MPD-36-TOTAL
000000     WRITE STMT-ARCHIVE-RECORD
000000         INVALID KEY
000000             REWRITE STMT-ARCHIVE-RECORD
000000     EXIT.
000000*
000000******************************************************************
000000* AN AMOUNT LINE - THE LABEL FOR LMW-MSG-ID IN THE CUSTOMER'S
000000* LANGUAGE, HELD TO 21 COLUMNS SO THE AMOUNTS LINE UP WHATEVER THE
000000* LANGUAGE, THEN WS-STMT-AMT-EDIT.
000000******************************************************************
000000 5910-WRITE-AMOUNT-LINE.
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                     TO STMT-PRINT-LINE
000000     STRING '  '                      DELIMITED BY SIZE
000000            LMW-TEXT (1:21)           DELIMITED BY SIZE
000000            WS-STMT-AMT-EDIT          DELIMITED BY SIZE
000000       INTO STMT-PRINT-LINE
000000     END-STRING
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT.
000000 5910-WRITE-AMOUNT-LINE-EXIT.
000000     EXIT.
000000*
000000 5920-WRITE-TEXT-LINE.
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                     TO STMT-PRINT-LINE
000000     STRING '  '                      DELIMITED BY SIZE
000000            LMW-TEXT                  DELIMITED BY SIZE
000000       INTO STMT-PRINT-LINE
000000     END-STRING
000000     PERFORM 5900-WRITE-STMT-LINE
000000         THRU 5900-WRITE-STMT-LINE-EXIT.
000000 5920-WRITE-TEXT-LINE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* AN ACCOUNT NOT IN GOOD STANDING CARRIES ITS STATUS REASON ON
000000* THE STATEMENT - THE SAME HEADLINE-REASON LOOKUP THE ACCOUNT
000000* VIEW SCREEN USES, OFF THE TABLE 1170 LOADS FROM STATRSN.
000000     MOVE 'N'                        TO WS-REF-FOUND-SW
000000     MOVE SPACES                     TO WS-STMT-REASON-DESC
000000     PERFORM VARYING ASR-IDX FROM 1 BY 1
000000             UNTIL ASR-IDX > 13 OR WS-REF-FOUND
000000         IF ASR-STATUS-CD (ASR-IDX) = ACCT-ACTIVE-STATUS
000000             MOVE ASR-REASON-DESC (ASR-IDX)
000000                                     TO WS-STMT-REASON-DESC
000000         END-IF
000000     END-PERFORM
000000     IF WS-REF-FOUND
000000         MOVE 'STSTATUS'             TO LMW-MSG-ID
000000         PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000         MOVE SPACES                 TO STMT-PRINT-LINE
000000         STRING '  '                  DELIMITED BY SIZE
000000                LMW-TEXT             DELIMITED BY '  '
000000                ' '                  DELIMITED BY SIZE
000000                WS-STMT-REASON-DESC  DELIMITED BY SIZE
000000           INTO STMT-PRINT-LINE
000000         END-STRING
000000     EXIT.
000000*
000000*
000000******************************************************************
000000* TEXT FOR LMW-MSG-ID IN LANGUAGE LMW-LANG-CD (SPACES MEANING
000000* ENGLISH). A TEXT THE LANGUAGE DOES NOT HAVE FALLS BACK TO THE
000000* ENGLISH ROW AND IS COUNTED FOR THE JOB REPORT. LMW-FOUND IS OFF
000000* ONLY WHEN NEITHER EXISTS, LEAVING LMW-TEXT SPACES.
000000******************************************************************
000000 7900-GET-LANG-TEXT.
000000     IF LMW-LANG-CD = SPACES
000000         MOVE 'EN'                   TO LMW-LANG-CD
000000     END-IF
000000     MOVE SPACES                     TO LMW-TEXT
000000     MOVE 'N'                        TO LMW-FOUND-SW
000000     PERFORM VARYING LMX-IDX FROM 1 BY 1
000000             UNTIL LMX-IDX > LMX-USED OR LMW-FOUND
000000         IF LMX-LANG-CD (LMX-IDX) = LMW-LANG-CD
000000            AND LMX-MSG-ID (LMX-IDX) = LMW-MSG-ID
000000             MOVE LMX-TEXT (LMX-IDX) TO LMW-TEXT
000000             MOVE 'Y'                TO LMW-FOUND-SW
000000         END-IF
000000     END-PERFORM
000000     IF LMW-FOUND OR LMW-LANG-ENGLISH
000000         GO TO 7900-GET-LANG-TEXT-EXIT
000000     END-IF
000000     ADD 1                           TO LMW-FALLBACK-COUNT
000000     PERFORM VARYING LMX-IDX FROM 1 BY 1
000000             UNTIL LMX-IDX > LMX-USED OR LMW-FOUND
000000         IF LMX-LANG-CD (LMX-IDX) = 'EN'
000000            AND LMX-MSG-ID (LMX-IDX) = LMW-MSG-ID
000000             MOVE LMX-TEXT (LMX-IDX) TO LMW-TEXT
000000             MOVE 'Y'                TO LMW-FOUND-SW
000000         END-IF
000000     END-PERFORM.
000000 7900-GET-LANG-TEXT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* REGISTER THE E-STATEMENT EXTRACT (ESTMFILE) ON THE OUTBOUND
000000* FILE REGISTRY SO ITS TRANSMISSION AND THE E-MAIL SERVICE'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'ESTMFILE'             TO OBP-FILE-NAME
000000     MOVE 'EMAILSVC'             TO OBP-PARTNER-CD
000000     MOVE 'CBSTM01C'             TO OBP-JOB-NAME
000000     MOVE WS-ESTMT-COUNT         TO OBP-REC-COUNT
000000     MOVE ZERO                   TO OBP-AMT-TOTAL
000000     MOVE 024                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBSTM01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
025600 9000-TERMINATE.
025700     CLOSE ACCOUNT-FILE
025800     CLOSE CUSTOMER-FILE
000000     CLOSE REWARDS-FILE
000000     CLOSE STMT-ARCHIVE-FILE
000000     CLOSE PROMO-RATE-FILE
000000     IF WS-INSTPLAN-OPEN
000000         CLOSE INSTPLAN-FILE
000000     END-IF
000000     CLOSE STMT-MSG-FILE
000000     CLOSE ESTMT-FILE
000000     CLOSE STMT-DLV-FILE
000000     DISPLAY 'CBSTM01C - E-STATEMENTS: ' WS-ESTMT-COUNT
000000     DISPLAY 'CBSTM01C - PRINTED: ' WS-PRINT-COUNT
000000     DISPLAY 'CBSTM01C - HELD (BAD ADDRESS): ' WS-HELD-COUNT
000000     DISPLAY 'CBSTM01C - TRANSLATIONS MISSING (ENGLISH USED): '
000000             LMW-FALLBACK-COUNT
000000     IF LMW-OVERFLOW-COUNT > ZERO
000000         DISPLAY 'CBSTM01C - MSGTEXT ROWS NOT LOADED: '
000000                 LMW-OVERFLOW-COUNT
000000     END-IF
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
000000     PERFORM 9200-LOG-JOB-STATUS
000000         THRU 9200-LOG-JOB-STATUS-EXIT.
026200 9000-TERMINATE-EXIT.
