000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBDRS01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - TEST DATA SCRUB OF A
001100*                     CBDRU01C DR IMAGE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       BUILDS A TEST-REGION COPY OF ONE CBDRU01C DR
001500*                IMAGE WITH THE PERSONAL DATA REPLACED. THE INPUT
001600*                IMAGE IS BALANCED TO ITS CVFCT01Y TRAILER AS IT
001700*                IS READ - ONE THAT DOES NOT VERIFY IS REFUSED
001800*                AND ITS SCRUBBED COPY GETS NO TRAILER, SO
001900*                CBDRL01C WILL NOT LOAD IT EITHER. THE OUTPUT
002000*                CARRIES A FRESH HEADER AND TRAILER AND RELOADS
002100*                INTO TEST THROUGH CBDRL01C UNCHANGED.
002200*
002300*                NAMES, SSNS, DATES OF BIRTH, PHONE NUMBERS,
002400*                E-MAIL ADDRESSES, GOVERNMENT IDS, BANK ACCOUNT
002500*                NUMBERS, CARD NUMBERS AND CVVS ARE REPLACED.
002600*                EVERY REPLACEMENT IS A FIXED FUNCTION OF THE
002700*                REAL VALUE AND THE SCRUB KEY BELOW - NO LOOKUP
002800*                TABLE IS KEPT OR NEEDED - SO THE SAME REAL CARD
002900*                NUMBER BECOMES THE SAME TEST CARD NUMBER ON
003000*                CARDDAT AND ON EVERY TRANDAT ROW THAT CARRIES
003100*                IT, AND THE SCRUBBED MASTERS STILL JOIN. IDS
003200*                (ACCOUNT, CUSTOMER, TRANSACTION, PAYMENT) AND
003300*                AMOUNTS ARE LEFT ALONE, SO CBXRF02C AND THE
003400*                CONTROL TOTALS STILL BALANCE.
003500*
003600*                NUMBERS ARE MAPPED DIGIT-FOR-DIGIT THROUGH
003700*                (N * MULTIPLIER + OFFSET) MOD 10**DIGITS, WHICH
003800*                NEVER SENDS TWO REAL VALUES TO THE SAME TEST
003900*                VALUE - CARD NUMBERS STAY UNIQUE KEYS. A CARD
004000*                KEEPS ITS SIX-DIGIT BIN, HAS DIGITS 7-15 MAPPED
004100*                AND ITS CHECK DIGIT RECOMPUTED, SO IT STILL
004200*                PASSES THE CBTRN03C LUHN EDIT. TEXT IS HASHED
004300*                AND THE HASH PICKS A SUBSTITUTE FROM THE NAME
004400*                TABLES OR BUILDS A DUMMY VALUE.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT UNLOAD-FILE ASSIGN TO DRUNLOAD
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-UNLOAD-STATUS.
005200     SELECT SCRUB-FILE ASSIGN TO DRSCRUB
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-SCRUB-STATUS.
005500     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-ALERT-STATUS.
005800     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS JBS-KEY
006200         FILE STATUS IS WS-JOBLOG-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  UNLOAD-FILE
006700     RECORDING MODE IS F.
006800 01  UNLOAD-RECORD                    PIC X(500).
006900*
007000 FD  SCRUB-FILE
007100     RECORDING MODE IS F.
007200 01  SCRUB-RECORD                     PIC X(500).
007300*
007400 FD  ALERT-QUEUE-FILE
007500     RECORDING MODE IS F.
007600     COPY CSOPS01Y.
007700*
007800 FD  JOB-LOG-FILE.
007900     COPY CVJOB01Y.
008000*
008100 WORKING-STORAGE SECTION.
008200 01  WS-UNLOAD-STATUS                 PIC XX.
008300     88 WS-UNLOAD-OK                  VALUE '00'.
008400 01  WS-SCRUB-STATUS                  PIC XX.
008500     88 WS-SCRUB-OK                   VALUE '00'.
008600 01  WS-ALERT-STATUS                  PIC XX.
008700 01  WS-JOBLOG-STATUS                 PIC XX.
008800     88 WS-JOBLOG-OK                  VALUE '00'.
008900 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
009000     88 WS-END-OF-UNLOAD              VALUE 'Y'.
009100 01  WS-VERIFY-SW                     PIC X(01) VALUE 'N'.
009200     88 WS-VERIFY-FAILED              VALUE 'Y'.
009300 01  WS-TRAILER-SW                    PIC X(01) VALUE 'N'.
009400     88 WS-TRAILER-SEEN               VALUE 'Y'.
009500 01  WS-REC-COUNT                     PIC 9(09) VALUE ZERO.
009600 01  WS-AMT-TOTAL                     PIC S9(11)V99 COMP-3
009700                                      VALUE ZERO.
009800 01  WS-TRL-REC-COUNT                 PIC 9(09) VALUE ZERO.
009900 01  WS-TRL-AMT-TOTAL                 PIC S9(11)V99 COMP-3
010000                                      VALUE ZERO.
010100 01  WS-ABEND-REASON-TEXT             PIC X(50).
010200*
010300 COPY CSDAT01Y.
010400*
010500******************************************************************
010600* WHICH IMAGE THIS STEP SCRUBS - PATCHED PER SUITE STEP EXACTLY
010700* AS CBDRU01C'S TARGET IS.
010800*   WS-SCRUB-TARGET:   ACCTDAT CUSTDAT CARDDAT TRANDAT
010900*                      ACCTXREF PAYMNT
011000* ACCTXREF HOLDS NOTHING PERSONAL AND IS COPIED THROUGH SO THE
011100* TEST SET RELOADS WHOLE. DISPFILE AND AUTHFILE ARE NOT PART OF
011200* THE TEST REFRESH AND ARE REFUSED.
011300******************************************************************
011400 01  WS-SCRUB-TARGET                  PIC X(08) VALUE 'CUSTDAT '.
011500*
011600******************************************************************
011700* THE SCRUB KEY. EVERY IMAGE OF ONE TEST REFRESH MUST BE
011800* SCRUBBED UNDER THE SAME KEY OR THE MASTERS WILL NOT JOIN.
011900* THE MULTIPLIER MUST STAY ODD AND MUST NOT END IN 5 - THAT IS
012000* WHAT KEEPS THE NUMERIC MAPPING ONE-TO-ONE.
012100******************************************************************
012200 01  WS-SCRUB-KEY.
012300     05  WS-KEY-MULTIPLIER            PIC 9(05) VALUE 70429.
012400     05  WS-KEY-OFFSET                PIC 9(10) VALUE 3182746591.
012500     05  WS-KEY-HASH-SEED             PIC 9(09) VALUE 271828183.
012600*
012700******************************************************************
012800* WORKING-STORAGE VIEWS OF THE 500-BYTE IMAGE ROW. THE ROW IS
012900* SCRUBBED IN PLACE HERE AND WRITTEN TO DRSCRUB FROM HERE.
013000******************************************************************
013100 01  WS-SCRUB-ROW                     PIC X(500).
013200 COPY CVACT01Y
013300     REPLACING ==ACCOUNT-RECORD== BY
013400     ==WS-SCR-ACCOUNT REDEFINES WS-SCRUB-ROW==.
013500 COPY CVCUS01Y
013600     REPLACING ==CUSTOMER-RECORD== BY
013700     ==WS-SCR-CUSTOMER REDEFINES WS-SCRUB-ROW==.
013800 COPY CVACT02Y
013900     REPLACING ==CARD-RECORD== BY
014000     ==WS-SCR-CARD REDEFINES WS-SCRUB-ROW==.
014100 COPY CVTRA01Y
014200     REPLACING ==TRAN-RECORD== BY
014300     ==WS-SCR-TRAN REDEFINES WS-SCRUB-ROW==.
014400 COPY CVPAY01Y
014500     REPLACING ==PAYMENT-RECORD== BY
014600     ==WS-SCR-PAYMENT REDEFINES WS-SCRUB-ROW==.
014700*
014800******************************************************************
014900* SUBSTITUTE NAMES - THE HASH OF A REAL NAME PICKS ONE.
015000******************************************************************
015100 01  WS-FIRST-NAME-VALUES.
015200     05  FILLER  PIC X(12) VALUE 'JAMES'.
015300     05  FILLER  PIC X(12) VALUE 'MARY'.
015400     05  FILLER  PIC X(12) VALUE 'ROBERT'.
015500     05  FILLER  PIC X(12) VALUE 'PATRICIA'.
015600     05  FILLER  PIC X(12) VALUE 'JOHN'.
015700     05  FILLER  PIC X(12) VALUE 'JENNIFER'.
015800     05  FILLER  PIC X(12) VALUE 'MICHAEL'.
015900     05  FILLER  PIC X(12) VALUE 'LINDA'.
016000     05  FILLER  PIC X(12) VALUE 'DAVID'.
016100     05  FILLER  PIC X(12) VALUE 'ELIZABETH'.
016200     05  FILLER  PIC X(12) VALUE 'WILLIAM'.
016300     05  FILLER  PIC X(12) VALUE 'BARBARA'.
016400     05  FILLER  PIC X(12) VALUE 'RICHARD'.
016500     05  FILLER  PIC X(12) VALUE 'SUSAN'.
016600     05  FILLER  PIC X(12) VALUE 'JOSEPH'.
016700     05  FILLER  PIC X(12) VALUE 'JESSICA'.
016800     05  FILLER  PIC X(12) VALUE 'THOMAS'.
016900     05  FILLER  PIC X(12) VALUE 'SARAH'.
017000     05  FILLER  PIC X(12) VALUE 'CHARLES'.
017100     05  FILLER  PIC X(12) VALUE 'KAREN'.
017200 01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
017300     05  WS-FIRST-NAME                PIC X(12) OCCURS 20 TIMES.
017400*
017500 01  WS-LAST-NAME-VALUES.
017600     05  FILLER  PIC X(12) VALUE 'SMITH'.
017700     05  FILLER  PIC X(12) VALUE 'JOHNSON'.
017800     05  FILLER  PIC X(12) VALUE 'WILLIAMS'.
017900     05  FILLER  PIC X(12) VALUE 'BROWN'.
018000     05  FILLER  PIC X(12) VALUE 'JONES'.
018100     05  FILLER  PIC X(12) VALUE 'GARCIA'.
018200     05  FILLER  PIC X(12) VALUE 'MILLER'.
018300     05  FILLER  PIC X(12) VALUE 'DAVIS'.
018400     05  FILLER  PIC X(12) VALUE 'RODRIGUEZ'.
018500     05  FILLER  PIC X(12) VALUE 'MARTINEZ'.
018600     05  FILLER  PIC X(12) VALUE 'HERNANDEZ'.
018700     05  FILLER  PIC X(12) VALUE 'LOPEZ'.
018800     05  FILLER  PIC X(12) VALUE 'GONZALEZ'.
018900     05  FILLER  PIC X(12) VALUE 'WILSON'.
019000     05  FILLER  PIC X(12) VALUE 'ANDERSON'.
019100     05  FILLER  PIC X(12) VALUE 'THOMAS'.
019200     05  FILLER  PIC X(12) VALUE 'TAYLOR'.
019300     05  FILLER  PIC X(12) VALUE 'MOORE'.
019400     05  FILLER  PIC X(12) VALUE 'JACKSON'.
019500     05  FILLER  PIC X(12) VALUE 'MARTIN'.
019600 01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
019700     05  WS-LAST-NAME                 PIC X(12) OCCURS 20 TIMES.
019800 01  WS-NAME-TABLE-SIZE               PIC 9(02) VALUE 20.
019900*
020000******************************************************************
020100* MAPPING WORK AREAS
020200******************************************************************
020300 01  WS-MAP-FIELDS.
020400     05  WS-MAP-IN                    PIC 9(10).
020500     05  WS-MAP-DIGITS                PIC 9(02).
020600     05  WS-MAP-OUT                   PIC 9(10).
020700     05  WS-MAP-MODULUS               PIC 9(11).
020800     05  WS-MAP-WORK                  PIC 9(16).
020900     05  WS-MAP-QUOTIENT              PIC 9(16).
021000 01  WS-HASH-FIELDS.
021100     05  WS-HASH-IN                   PIC X(50).
021200     05  WS-HASH-VALUE                PIC 9(09).
021300     05  WS-HASH-WORK                 PIC 9(12).
021400     05  WS-HASH-QUOTIENT             PIC 9(12).
021500     05  WS-HASH-IDX                  PIC 9(02) COMP.
021600     05  WS-HASH-PICK                 PIC 9(02).
021700 01  WS-NAME-FIELDS.
021800     05  WS-NAME-IN                   PIC X(25).
021900     05  WS-NAME-OUT                  PIC X(25).
022000 01  WS-DOB-FIELDS.
022100     05  WS-DOB-IN                    PIC X(10).
022200     05  WS-DOB-OUT                   PIC X(10).
022300     05  WS-DOB-MONTH                 PIC 9(02).
022400     05  WS-DOB-DAY                   PIC 9(02).
022500 01  WS-PHONE-FIELDS.
022600     05  WS-PHONE-IN                  PIC X(13).
022700     05  WS-PHONE-OUT                 PIC X(13).
022800     05  WS-PHONE-LINE                PIC 9(07).
022900     05  WS-PHONE-LINE-X REDEFINES WS-PHONE-LINE
023000                                      PIC X(07).
023100 01  WS-BANK-FIELDS.
023200     05  WS-BANK-IN                   PIC X(10).
023300     05  WS-BANK-OUT                  PIC X(10).
023400     05  WS-BANK-NUM                  PIC 9(10).
023500     05  WS-BANK-NUM-X REDEFINES WS-BANK-NUM
023600                                      PIC X(10).
023700 01  WS-CARD-FIELDS.
023800     05  WS-CARD-IN                   PIC X(16).
023900     05  WS-CARD-OUT                  PIC X(16).
024000     05  WS-CARD-MIDDLE               PIC 9(09).
024100     05  WS-CARD-MIDDLE-X REDEFINES WS-CARD-MIDDLE
024200                                      PIC X(09).
024300 01  WS-LUHN-FIELDS.
024400     05  WS-LUHN-CARD                 PIC X(16).
024500     05  WS-LUHN-IDX                  PIC 9(02) COMP.
024600     05  WS-LUHN-POS                  PIC 9(02) COMP.
024700     05  WS-LUHN-DIGIT                PIC 9(02).
024800     05  WS-LUHN-SUM                  PIC 9(04).
024900     05  WS-LUHN-QUOTIENT             PIC 9(04).
025000     05  WS-LUHN-REMAINDER            PIC 9(02).
025100     05  WS-LUHN-CHECK                PIC 9(01).
025200 01  WS-EMBOSS-FIELDS.
025300     05  WS-EMBOSS-TOKEN              PIC X(25) OCCURS 3 TIMES.
025400     05  WS-EMBOSS-COUNT              PIC 9(02) COMP.
025500     05  WS-EMBOSS-FIRST              PIC X(25).
025600     05  WS-EMBOSS-MIDDLE             PIC X(25).
025700     05  WS-EMBOSS-LAST               PIC X(25).
025800 01  WS-DIGITS-9                      PIC 9(09).
025900*
026000 COPY CVFCT01Y.
026100*
026200 COPY CSMSG02Y.
026300*
026400 LINKAGE SECTION.
026500*
026600******************************************************************
026700 PROCEDURE DIVISION.
026800******************************************************************
026900 0000-MAINLINE.
027000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
027100     IF NOT WS-VERIFY-FAILED
027200         PERFORM 2000-SCRUB-NEXT-ROW
027300             THRU 2000-SCRUB-NEXT-ROW-EXIT
027400             UNTIL WS-END-OF-UNLOAD OR WS-TRAILER-SEEN
027500         PERFORM 3000-FINISH-IMAGE THRU 3000-FINISH-IMAGE-EXIT
027600     END-IF
027700     IF WS-VERIFY-FAILED
027800         PERFORM 9100-ABEND-NOTIFY
027900             THRU 9100-ABEND-NOTIFY-EXIT
028000         MOVE 8                  TO RETURN-CODE
028100     END-IF
028200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
028300     GOBACK.
028400*
028500******************************************************************
028600* OPEN BOTH IMAGES, REFUSE AN UNKNOWN TARGET OR AN INPUT WITH NO
028700* HEADER, AND START THE SCRUBBED COPY WITH ITS OWN HEADER.
028800******************************************************************
028900 1000-INITIALIZE.
029000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
029100     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
029200     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
029300     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
029400     EVALUATE WS-SCRUB-TARGET
029500         WHEN 'ACCTDAT '
029600         WHEN 'CUSTDAT '
029700         WHEN 'CARDDAT '
029800         WHEN 'TRANDAT '
029900         WHEN 'ACCTXREF'
030000         WHEN 'PAYMNT  '
030100             CONTINUE
030200         WHEN OTHER
030300             DISPLAY 'CBDRS01C - UNKNOWN SCRUB TARGET: '
030400                 WS-SCRUB-TARGET
030500             MOVE 'UNKNOWN SCRUB TARGET - REFUSED'
030600                                 TO WS-ABEND-REASON-TEXT
030700             MOVE 'Y'            TO WS-VERIFY-SW
030800             GO TO 1000-INITIALIZE-EXIT
030900     END-EVALUATE
031000     OPEN INPUT UNLOAD-FILE
031100     IF NOT WS-UNLOAD-OK
031200         DISPLAY 'CBDRS01C - ERROR OPENING UNLOAD IMAGE'
031300         MOVE 'UNLOAD IMAGE OPEN ERROR'
031400                                 TO WS-ABEND-REASON-TEXT
031500         MOVE 'Y'                TO WS-VERIFY-SW
031600         GO TO 1000-INITIALIZE-EXIT
031700     END-IF
031800     OPEN OUTPUT SCRUB-FILE
031900     IF NOT WS-SCRUB-OK
032000         DISPLAY 'CBDRS01C - ERROR OPENING SCRUB IMAGE'
032100         MOVE 'SCRUB IMAGE OPEN ERROR'
032200                                 TO WS-ABEND-REASON-TEXT
032300         MOVE 'Y'                TO WS-VERIFY-SW
032400         CLOSE UNLOAD-FILE
032500         GO TO 1000-INITIALIZE-EXIT
032600     END-IF
032700     READ UNLOAD-FILE
032800         AT END
032900             MOVE 'Y'            TO WS-EOF-SW
033000     END-READ
033100     MOVE UNLOAD-RECORD (1:45)   TO FILE-CONTROL-STAMP
033200     IF WS-END-OF-UNLOAD OR NOT FCT-HEADER
033300         DISPLAY 'CBDRS01C - IMAGE HAS NO HEADER, REFUSED'
033400         MOVE 'DR IMAGE HAS NO HEADER - REFUSED'
033500                                 TO WS-ABEND-REASON-TEXT
033600         MOVE 'Y'                TO WS-VERIFY-SW
033700         CLOSE UNLOAD-FILE
033800         CLOSE SCRUB-FILE
033900         GO TO 1000-INITIALIZE-EXIT
034000     END-IF
034100     PERFORM 7000-WRITE-HEADER THRU 7000-WRITE-HEADER-EXIT.
034200 1000-INITIALIZE-EXIT.
034300     EXIT.
034400*
034500******************************************************************
034600* ONE IMAGE ROW - COUNT IT, TOTAL ITS AMOUNT AS IT CAME IN, THEN
034700* SCRUB IT AND WRITE IT TO THE TEST COPY.
034800******************************************************************
034900 2000-SCRUB-NEXT-ROW.
035000     READ UNLOAD-FILE
035100         AT END
035200             MOVE 'Y'            TO WS-EOF-SW
035300             GO TO 2000-SCRUB-NEXT-ROW-EXIT
035400     END-READ
035500     MOVE UNLOAD-RECORD (1:45)   TO FILE-CONTROL-STAMP
035600     IF FCT-TRAILER
035700         MOVE 'Y'                TO WS-TRAILER-SW
035800         MOVE FCT-REC-COUNT      TO WS-TRL-REC-COUNT
035900         MOVE FCT-AMT-TOTAL      TO WS-TRL-AMT-TOTAL
036000         GO TO 2000-SCRUB-NEXT-ROW-EXIT
036100     END-IF
036200     ADD 1                       TO WS-REC-COUNT
036300     MOVE UNLOAD-RECORD          TO WS-SCRUB-ROW
036400     EVALUATE WS-SCRUB-TARGET
036500         WHEN 'ACCTDAT '
036600             ADD ACCT-CURR-BAL OF WS-SCR-ACCOUNT
036700                                 TO WS-AMT-TOTAL
036800             PERFORM 4000-SCRUB-ACCOUNT
036900                 THRU 4000-SCRUB-ACCOUNT-EXIT
037000         WHEN 'CUSTDAT '
037100             PERFORM 4100-SCRUB-CUSTOMER
037200                 THRU 4100-SCRUB-CUSTOMER-EXIT
037300         WHEN 'CARDDAT '
037400             PERFORM 4200-SCRUB-CARD
037500                 THRU 4200-SCRUB-CARD-EXIT
037600         WHEN 'TRANDAT '
037700             ADD TRAN-AMT OF WS-SCR-TRAN
037800                                 TO WS-AMT-TOTAL
037900             PERFORM 4300-SCRUB-TRAN
038000                 THRU 4300-SCRUB-TRAN-EXIT
038100         WHEN 'PAYMNT  '
038200             ADD PAY-AMOUNT OF WS-SCR-PAYMENT
038300                                 TO WS-AMT-TOTAL
038400             PERFORM 4500-SCRUB-PAYMENT
038500                 THRU 4500-SCRUB-PAYMENT-EXIT
038600         WHEN OTHER
038700             CONTINUE
038800     END-EVALUATE
038900     MOVE WS-SCRUB-ROW           TO SCRUB-RECORD
039000     WRITE SCRUB-RECORD.
039100 2000-SCRUB-NEXT-ROW-EXIT.
039200     EXIT.
039300*
039400******************************************************************
039500* THE INPUT MUST BALANCE TO ITS OWN TRAILER BEFORE THE TEST COPY
039600* GETS ONE. A MISSING OR UNBALANCED TRAILER LEAVES DRSCRUB
039700* WITHOUT A TRAILER, WHICH CBDRL01C REFUSES.
039800******************************************************************
039900 3000-FINISH-IMAGE.
040000     CLOSE UNLOAD-FILE
040100     IF NOT WS-TRAILER-SEEN
040200         DISPLAY 'CBDRS01C - IMAGE HAS NO TRAILER, REFUSED'
040300         MOVE 'DR IMAGE HAS NO TRAILER - REFUSED'
040400                                 TO WS-ABEND-REASON-TEXT
040500         MOVE 'Y'                TO WS-VERIFY-SW
040600         CLOSE SCRUB-FILE
040700         GO TO 3000-FINISH-IMAGE-EXIT
040800     END-IF
040900     IF WS-TRL-REC-COUNT NOT = WS-REC-COUNT
041000        OR WS-TRL-AMT-TOTAL NOT = WS-AMT-TOTAL
041100         DISPLAY 'CBDRS01C - TRAILER DOES NOT VERIFY, REFUSED'
041200         DISPLAY 'CBDRS01C - TRAILER COUNT: ' WS-TRL-REC-COUNT
041300             ' COUNTED: ' WS-REC-COUNT
041400         MOVE 'DR IMAGE TRAILER DOES NOT VERIFY - REFUSED'
041500                                 TO WS-ABEND-REASON-TEXT
041600         MOVE 'Y'                TO WS-VERIFY-SW
041700         CLOSE SCRUB-FILE
041800         GO TO 3000-FINISH-IMAGE-EXIT
041900     END-IF
042000     PERFORM 7500-WRITE-TRAILER THRU 7500-WRITE-TRAILER-EXIT
042100     CLOSE SCRUB-FILE
042200     DISPLAY 'CBDRS01C - IMAGE SCRUBBED: ' WS-REC-COUNT ' ROWS'.
042300 3000-FINISH-IMAGE-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700* ACCTDAT - THE JOINT HOLDER'S NAME, SSN AND DATE OF BIRTH.
042800******************************************************************
042900 4000-SCRUB-ACCOUNT.
043000     MOVE ACCT-JOINT-FIRST-NAME OF WS-SCR-ACCOUNT TO WS-NAME-IN
043100     PERFORM 5000-MAP-FIRST-NAME THRU 5000-MAP-FIRST-NAME-EXIT
043200     MOVE WS-NAME-OUT TO ACCT-JOINT-FIRST-NAME OF WS-SCR-ACCOUNT
043300     MOVE ACCT-JOINT-LAST-NAME OF WS-SCR-ACCOUNT TO WS-NAME-IN
043400     PERFORM 5010-MAP-LAST-NAME THRU 5010-MAP-LAST-NAME-EXIT
043500     MOVE WS-NAME-OUT TO ACCT-JOINT-LAST-NAME OF WS-SCR-ACCOUNT
043600     IF ACCT-JOINT-SSN OF WS-SCR-ACCOUNT IS NUMERIC
043700        AND ACCT-JOINT-SSN OF WS-SCR-ACCOUNT NOT = ZERO
043800         MOVE ACCT-JOINT-SSN OF WS-SCR-ACCOUNT TO WS-MAP-IN
043900         MOVE 9                  TO WS-MAP-DIGITS
044000         PERFORM 5100-MAP-NUMBER THRU 5100-MAP-NUMBER-EXIT
044100         MOVE WS-MAP-OUT TO ACCT-JOINT-SSN OF WS-SCR-ACCOUNT
044200     END-IF
044300     MOVE ACCT-JOINT-DOB-YYYY-MM-DD OF WS-SCR-ACCOUNT
044400                                 TO WS-DOB-IN
044500     PERFORM 5200-MAP-DOB THRU 5200-MAP-DOB-EXIT
044600     MOVE WS-DOB-OUT
044700         TO ACCT-JOINT-DOB-YYYY-MM-DD OF WS-SCR-ACCOUNT.
044800 4000-SCRUB-ACCOUNT-EXIT.
044900     EXIT.
045000*
045100******************************************************************
045200* CUSTDAT - NAMES, SSN, GOVERNMENT ID, DATE OF BIRTH, PHONES,
045300* E-MAIL AND THE EFT BANK ACCOUNT.
045400******************************************************************
045500 4100-SCRUB-CUSTOMER.
045600     MOVE CUST-FIRST-NAME OF WS-SCR-CUSTOMER TO WS-NAME-IN
045700     PERFORM 5000-MAP-FIRST-NAME THRU 5000-MAP-FIRST-NAME-EXIT
045800     MOVE WS-NAME-OUT TO CUST-FIRST-NAME OF WS-SCR-CUSTOMER
045900     MOVE CUST-MIDDLE-NAME OF WS-SCR-CUSTOMER TO WS-NAME-IN
046000     PERFORM 5000-MAP-FIRST-NAME THRU 5000-MAP-FIRST-NAME-EXIT
046100     MOVE WS-NAME-OUT TO CUST-MIDDLE-NAME OF WS-SCR-CUSTOMER
046200     MOVE CUST-LAST-NAME OF WS-SCR-CUSTOMER TO WS-NAME-IN
046300     PERFORM 5010-MAP-LAST-NAME THRU 5010-MAP-LAST-NAME-EXIT
046400     MOVE WS-NAME-OUT TO CUST-LAST-NAME OF WS-SCR-CUSTOMER
046500     IF CUST-SSN OF WS-SCR-CUSTOMER IS NUMERIC
046600        AND CUST-SSN OF WS-SCR-CUSTOMER NOT = ZERO
046700         MOVE CUST-SSN OF WS-SCR-CUSTOMER TO WS-MAP-IN
046800         MOVE 9                  TO WS-MAP-DIGITS
046900         PERFORM 5100-MAP-NUMBER THRU 5100-MAP-NUMBER-EXIT
047000         MOVE WS-MAP-OUT         TO CUST-SSN OF WS-SCR-CUSTOMER
047100     END-IF
047200     IF CUST-GOVT-ISSUED-ID OF WS-SCR-CUSTOMER NOT = SPACES
047300         MOVE CUST-GOVT-ISSUED-ID OF WS-SCR-CUSTOMER
047400                                 TO WS-HASH-IN
047500         PERFORM 5500-HASH-VALUE THRU 5500-HASH-VALUE-EXIT
047600         MOVE WS-HASH-VALUE      TO WS-DIGITS-9
047700         MOVE SPACES TO CUST-GOVT-ISSUED-ID OF WS-SCR-CUSTOMER
047800         STRING 'TID'            DELIMITED BY SIZE
047900                WS-DIGITS-9      DELIMITED BY SIZE
048000           INTO CUST-GOVT-ISSUED-ID OF WS-SCR-CUSTOMER
048100         END-STRING
048200     END-IF
048300     MOVE CUST-DOB-YYYY-MM-DD OF WS-SCR-CUSTOMER TO WS-DOB-IN
048400     PERFORM 5200-MAP-DOB THRU 5200-MAP-DOB-EXIT
048500     MOVE WS-DOB-OUT TO CUST-DOB-YYYY-MM-DD OF WS-SCR-CUSTOMER
048600     MOVE CUST-PHONE-NUM-1 OF WS-SCR-CUSTOMER TO WS-PHONE-IN
048700     PERFORM 5300-MAP-PHONE THRU 5300-MAP-PHONE-EXIT
048800     MOVE WS-PHONE-OUT TO CUST-PHONE-NUM-1 OF WS-SCR-CUSTOMER
048900     MOVE CUST-PHONE-NUM-2 OF WS-SCR-CUSTOMER TO WS-PHONE-IN
049000     PERFORM 5300-MAP-PHONE THRU 5300-MAP-PHONE-EXIT
049100     MOVE WS-PHONE-OUT TO CUST-PHONE-NUM-2 OF WS-SCR-CUSTOMER
049200     IF CUST-EMAIL-ADDRESS OF WS-SCR-CUSTOMER NOT = SPACES
049300         MOVE CUST-EMAIL-ADDRESS OF WS-SCR-CUSTOMER
049400                                 TO WS-HASH-IN
049500         PERFORM 5500-HASH-VALUE THRU 5500-HASH-VALUE-EXIT
049600         MOVE WS-HASH-VALUE      TO WS-DIGITS-9
049700         MOVE SPACES TO CUST-EMAIL-ADDRESS OF WS-SCR-CUSTOMER
049800         STRING 'TEST'           DELIMITED BY SIZE
049900                WS-DIGITS-9      DELIMITED BY SIZE
050000                '@EXAMPLE.COM'   DELIMITED BY SIZE
050100           INTO CUST-EMAIL-ADDRESS OF WS-SCR-CUSTOMER
050200         END-STRING
050300     END-IF
050400     MOVE CUST-EFT-ACCOUNT-ID OF WS-SCR-CUSTOMER TO WS-BANK-IN
050500     PERFORM 5400-MAP-BANK-ACCOUNT
050600         THRU 5400-MAP-BANK-ACCOUNT-EXIT
050700     MOVE WS-BANK-OUT TO CUST-EFT-ACCOUNT-ID OF WS-SCR-CUSTOMER.
050800 4100-SCRUB-CUSTOMER-EXIT.
050900     EXIT.
051000*
051100******************************************************************
051200* CARDDAT - CARD NUMBER (THE KEY), CVV AND EMBOSSED NAME. THE
051300* EMBOSSED NAME IS MAPPED WORD BY WORD THROUGH THE SAME TABLES
051400* AS THE CUSTOMER'S NAME, SO THE TWO STILL AGREE IN TEST.
051500******************************************************************
051600 4200-SCRUB-CARD.
051700     MOVE CARD-NUM OF WS-SCR-CARD TO WS-CARD-IN
051800     PERFORM 5600-MAP-CARD-NUM THRU 5600-MAP-CARD-NUM-EXIT
051900     MOVE WS-CARD-OUT            TO CARD-NUM OF WS-SCR-CARD
052000     MOVE WS-CARD-OUT            TO WS-HASH-IN
052100     PERFORM 5500-HASH-VALUE THRU 5500-HASH-VALUE-EXIT
052200     DIVIDE WS-HASH-VALUE BY 1000 GIVING WS-HASH-QUOTIENT
052300         REMAINDER CARD-CVV-CD OF WS-SCR-CARD
052400     END-DIVIDE
052500     PERFORM 4210-SCRUB-EMBOSSED-NAME
052600         THRU 4210-SCRUB-EMBOSSED-NAME-EXIT.
052700 4200-SCRUB-CARD-EXIT.
052800     EXIT.
052900*
053000 4210-SCRUB-EMBOSSED-NAME.
053100     IF CARD-EMBOSSED-NAME OF WS-SCR-CARD = SPACES
053200         GO TO 4210-SCRUB-EMBOSSED-NAME-EXIT
053300     END-IF
053400     MOVE SPACES                 TO WS-EMBOSS-TOKEN (1)
053500                                    WS-EMBOSS-TOKEN (2)
053600                                    WS-EMBOSS-TOKEN (3)
053700                                    WS-EMBOSS-FIRST
053800                                    WS-EMBOSS-MIDDLE
053900                                    WS-EMBOSS-LAST
054000     MOVE ZERO                   TO WS-EMBOSS-COUNT
054100     UNSTRING CARD-EMBOSSED-NAME OF WS-SCR-CARD
054200         DELIMITED BY ALL SPACE
054300         INTO WS-EMBOSS-TOKEN (1)
054400              WS-EMBOSS-TOKEN (2)
054500              WS-EMBOSS-TOKEN (3)
054600         TALLYING IN WS-EMBOSS-COUNT
054700     END-UNSTRING
054800     MOVE WS-EMBOSS-TOKEN (1)    TO WS-NAME-IN
054900     PERFORM 5000-MAP-FIRST-NAME THRU 5000-MAP-FIRST-NAME-EXIT
055000     MOVE WS-NAME-OUT            TO WS-EMBOSS-FIRST
055100     EVALUATE TRUE
055200         WHEN WS-EMBOSS-TOKEN (3) NOT = SPACES
055300             MOVE WS-EMBOSS-TOKEN (2) TO WS-NAME-IN
055400             PERFORM 5000-MAP-FIRST-NAME
055500                 THRU 5000-MAP-FIRST-NAME-EXIT
055600             MOVE WS-NAME-OUT    TO WS-EMBOSS-MIDDLE
055700             MOVE WS-EMBOSS-TOKEN (3) TO WS-NAME-IN
055800             PERFORM 5010-MAP-LAST-NAME
055900                 THRU 5010-MAP-LAST-NAME-EXIT
056000             MOVE WS-NAME-OUT    TO WS-EMBOSS-LAST
056100         WHEN WS-EMBOSS-TOKEN (2) NOT = SPACES
056200             MOVE WS-EMBOSS-TOKEN (2) TO WS-NAME-IN
056300             PERFORM 5010-MAP-LAST-NAME
056400                 THRU 5010-MAP-LAST-NAME-EXIT
056500             MOVE WS-NAME-OUT    TO WS-EMBOSS-LAST
056600         WHEN OTHER
056700             CONTINUE
056800     END-EVALUATE
056900     MOVE SPACES TO CARD-EMBOSSED-NAME OF WS-SCR-CARD
057000     STRING WS-EMBOSS-FIRST      DELIMITED BY SPACE
057100            ' '                  DELIMITED BY SIZE
057200            WS-EMBOSS-MIDDLE     DELIMITED BY SPACE
057300            ' '                  DELIMITED BY SIZE
057400            WS-EMBOSS-LAST       DELIMITED BY SPACE
057500       INTO CARD-EMBOSSED-NAME OF WS-SCR-CARD
057600     END-STRING
057700     IF WS-EMBOSS-MIDDLE = SPACES
057800         MOVE SPACES TO CARD-EMBOSSED-NAME OF WS-SCR-CARD
057900         STRING WS-EMBOSS-FIRST  DELIMITED BY SPACE
058000                ' '              DELIMITED BY SIZE
058100                WS-EMBOSS-LAST   DELIMITED BY SPACE
058200           INTO CARD-EMBOSSED-NAME OF WS-SCR-CARD
058300         END-STRING
058400     END-IF.
058500 4210-SCRUB-EMBOSSED-NAME-EXIT.
058600     EXIT.
058700*
058800******************************************************************
058900* TRANDAT - THE CARD NUMBER, MAPPED EXACTLY AS CARDDAT'S KEY IS.
059000******************************************************************
059100 4300-SCRUB-TRAN.
059200     MOVE TRAN-CARD-NUM OF WS-SCR-TRAN TO WS-CARD-IN
059300     PERFORM 5600-MAP-CARD-NUM THRU 5600-MAP-CARD-NUM-EXIT
059400     MOVE WS-CARD-OUT            TO TRAN-CARD-NUM OF WS-SCR-TRAN.
059500 4300-SCRUB-TRAN-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900* PAYMNT - THE DRAWER'S BANK ACCOUNT, MAPPED THE SAME WAY AS THE
060000* CUSTOMER'S EFT ACCOUNT SO A CUSTOMER PAYING FROM THEIR OWN
060100* ACCOUNT STILL MATCHES IN TEST.
060200******************************************************************
060300 4500-SCRUB-PAYMENT.
060400     MOVE PAY-DRAWER-ACCT-ID OF WS-SCR-PAYMENT TO WS-BANK-IN
060500     PERFORM 5400-MAP-BANK-ACCOUNT
060600         THRU 5400-MAP-BANK-ACCOUNT-EXIT
060700     MOVE WS-BANK-OUT TO PAY-DRAWER-ACCT-ID OF WS-SCR-PAYMENT.
060800 4500-SCRUB-PAYMENT-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200* NAME SUBSTITUTION - WS-NAME-IN TO WS-NAME-OUT. A BLANK NAME
061300* STAYS BLANK.
061400******************************************************************
061500 5000-MAP-FIRST-NAME.
061600     MOVE SPACES                 TO WS-NAME-OUT
061700     IF WS-NAME-IN = SPACES
061800         GO TO 5000-MAP-FIRST-NAME-EXIT
061900     END-IF
062000     MOVE WS-NAME-IN             TO WS-HASH-IN
062100     PERFORM 5500-HASH-VALUE THRU 5500-HASH-VALUE-EXIT
062200     DIVIDE WS-HASH-VALUE BY WS-NAME-TABLE-SIZE
062300         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-PICK
062400     END-DIVIDE
062500     ADD 1                       TO WS-HASH-PICK
062600     MOVE WS-FIRST-NAME (WS-HASH-PICK) TO WS-NAME-OUT.
062700 5000-MAP-FIRST-NAME-EXIT.
062800     EXIT.
062900*
063000 5010-MAP-LAST-NAME.
063100     MOVE SPACES                 TO WS-NAME-OUT
063200     IF WS-NAME-IN = SPACES
063300         GO TO 5010-MAP-LAST-NAME-EXIT
063400     END-IF
063500     MOVE WS-NAME-IN             TO WS-HASH-IN
063600     PERFORM 5500-HASH-VALUE THRU 5500-HASH-VALUE-EXIT
063700     DIVIDE WS-HASH-VALUE BY WS-NAME-TABLE-SIZE
063800         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-PICK
063900     END-DIVIDE
064000     ADD 1                       TO WS-HASH-PICK
064100     MOVE WS-LAST-NAME (WS-HASH-PICK) TO WS-NAME-OUT.
064200 5010-MAP-LAST-NAME-EXIT.
064300     EXIT.
064400*
064500******************************************************************
064600* ONE-TO-ONE NUMERIC MAPPING OF THE LOW WS-MAP-DIGITS DIGITS OF
064700* WS-MAP-IN:  OUT = (IN * MULTIPLIER + OFFSET) MOD 10**DIGITS.
064800******************************************************************
064900 5100-MAP-NUMBER.
065000     COMPUTE WS-MAP-MODULUS = 10 ** WS-MAP-DIGITS
065100     COMPUTE WS-MAP-WORK = WS-MAP-IN * WS-KEY-MULTIPLIER
065200                         + WS-KEY-OFFSET
065300     DIVIDE WS-MAP-WORK BY WS-MAP-MODULUS
065400         GIVING WS-MAP-QUOTIENT REMAINDER WS-MAP-OUT
065500     END-DIVIDE.
065600 5100-MAP-NUMBER-EXIT.
065700     EXIT.
065800*
065900******************************************************************
066000* DATE OF BIRTH - THE YEAR IS KEPT SO AGE-BASED LOGIC STILL
066100* TESTS SENSIBLY; MONTH AND DAY COME FROM THE HASH (DAY 01-28
066200* SO EVERY RESULT IS A VALID DATE).
066300******************************************************************
066400 5200-MAP-DOB.
066500     MOVE WS-DOB-IN              TO WS-DOB-OUT
066600     IF WS-DOB-IN (1:4) IS NOT NUMERIC
066700         GO TO 5200-MAP-DOB-EXIT
066800     END-IF
066900     MOVE WS-DOB-IN              TO WS-HASH-IN
067000     PERFORM 5500-HASH-VALUE THRU 5500-HASH-VALUE-EXIT
067100     DIVIDE WS-HASH-VALUE BY 12 GIVING WS-HASH-QUOTIENT
067200         REMAINDER WS-DOB-MONTH
067300     END-DIVIDE
067400     ADD 1                       TO WS-DOB-MONTH
067500     DIVIDE WS-HASH-QUOTIENT BY 28 GIVING WS-HASH-QUOTIENT
067600         REMAINDER WS-DOB-DAY
067700     END-DIVIDE
067800     ADD 1                       TO WS-DOB-DAY
067900     MOVE SPACES                 TO WS-DOB-OUT
068000     STRING WS-DOB-IN (1:4)      DELIMITED BY SIZE
068100            '-'                  DELIMITED BY SIZE
068200            WS-DOB-MONTH         DELIMITED BY SIZE
068300            '-'                  DELIMITED BY SIZE
068400            WS-DOB-DAY           DELIMITED BY SIZE
068500       INTO WS-DOB-OUT
068600     END-STRING.
068700 5200-MAP-DOB-EXIT.
068800     EXIT.
068900*
069000******************************************************************
069100* PHONE - A '(999)999-9999' NUMBER KEEPS ITS AREA CODE AND HAS
069200* ITS SEVEN-DIGIT LINE NUMBER MAPPED; ANYTHING ELSE NON-BLANK
069300* BECOMES A 555 NUMBER BUILT FROM THE HASH.
069400******************************************************************
069500 5300-MAP-PHONE.
069600     MOVE WS-PHONE-IN            TO WS-PHONE-OUT
069700     IF WS-PHONE-IN = SPACES
069800         GO TO 5300-MAP-PHONE-EXIT
069900     END-IF
070000     IF WS-PHONE-IN (1:1) = '('
070100        AND WS-PHONE-IN (2:3) IS NUMERIC
070200        AND WS-PHONE-IN (6:3) IS NUMERIC
070300        AND WS-PHONE-IN (10:4) IS NUMERIC
070400         MOVE WS-PHONE-IN (6:3)  TO WS-PHONE-LINE-X (1:3)
070500         MOVE WS-PHONE-IN (10:4) TO WS-PHONE-LINE-X (4:4)
070600         MOVE WS-PHONE-LINE      TO WS-MAP-IN
070700     ELSE
070800         MOVE '(555)'            TO WS-PHONE-OUT (1:5)
070900         MOVE WS-PHONE-IN        TO WS-HASH-IN
071000         PERFORM 5500-HASH-VALUE THRU 5500-HASH-VALUE-EXIT
071100         MOVE WS-HASH-VALUE      TO WS-MAP-IN
071200     END-IF
071300     MOVE 7                      TO WS-MAP-DIGITS
071400     PERFORM 5100-MAP-NUMBER THRU 5100-MAP-NUMBER-EXIT
071500     MOVE WS-MAP-OUT             TO WS-PHONE-LINE
071600     MOVE WS-PHONE-LINE-X (1:3)  TO WS-PHONE-OUT (6:3)
071700     MOVE '-'                    TO WS-PHONE-OUT (9:1)
071800     MOVE WS-PHONE-LINE-X (4:4)  TO WS-PHONE-OUT (10:4).
071900 5300-MAP-PHONE-EXIT.
072000     EXIT.
072100*
072200******************************************************************
072300* BANK ACCOUNT - A NUMERIC ACCOUNT IS MAPPED DIGIT-FOR-DIGIT;
072400* ANY OTHER NON-BLANK VALUE IS HASHED INTO A TEN-DIGIT ONE.
072500******************************************************************
072600 5400-MAP-BANK-ACCOUNT.
072700     MOVE WS-BANK-IN             TO WS-BANK-OUT
072800     IF WS-BANK-IN = SPACES
072900         GO TO 5400-MAP-BANK-ACCOUNT-EXIT
073000     END-IF
073100     IF WS-BANK-IN IS NUMERIC
073200         MOVE WS-BANK-IN         TO WS-BANK-NUM-X
073300         MOVE WS-BANK-NUM        TO WS-MAP-IN
073400     ELSE
073500         MOVE WS-BANK-IN         TO WS-HASH-IN
073600         PERFORM 5500-HASH-VALUE THRU 5500-HASH-VALUE-EXIT
073700         MOVE WS-HASH-VALUE      TO WS-MAP-IN
073800     END-IF
073900     MOVE 10                     TO WS-MAP-DIGITS
074000     PERFORM 5100-MAP-NUMBER THRU 5100-MAP-NUMBER-EXIT
074100     MOVE WS-MAP-OUT             TO WS-BANK-NUM
074200     MOVE WS-BANK-NUM-X          TO WS-BANK-OUT.
074300 5400-MAP-BANK-ACCOUNT-EXIT.
074400     EXIT.
074500*
074600******************************************************************
074700* KEYED HASH OF WS-HASH-IN INTO WS-HASH-VALUE (9 DIGITS). THE
074800* FIELD IS TAKEN AT ITS FULL 50 BYTES, SO THE SAME TEXT HASHES
074900* THE SAME WHICHEVER RECORD FIELD IT CAME FROM.
075000******************************************************************
075100 5500-HASH-VALUE.
075200     MOVE WS-KEY-HASH-SEED       TO WS-HASH-VALUE
075300     PERFORM 5510-HASH-CHARACTER
075400         THRU 5510-HASH-CHARACTER-EXIT
075500         VARYING WS-HASH-IDX FROM 1 BY 1
075600         UNTIL WS-HASH-IDX > 50.
075700 5500-HASH-VALUE-EXIT.
075800     EXIT.
075900*
076000 5510-HASH-CHARACTER.
076100     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31
076200         + FUNCTION ORD (WS-HASH-IN (WS-HASH-IDX:1))
076300     DIVIDE WS-HASH-WORK BY 999999937
076400         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE
076500     END-DIVIDE.
076600 5510-HASH-CHARACTER-EXIT.
076700     EXIT.
076800*
076900******************************************************************
077000* CARD NUMBER - WS-CARD-IN TO WS-CARD-OUT. THE BIN (DIGITS 1-6)
077100* IS KEPT, DIGITS 7-15 ARE MAPPED ONE-TO-ONE AND THE CHECK
077200* DIGIT IS RECOMPUTED. A NON-NUMERIC VALUE IS LEFT AS IT IS.
077300******************************************************************
077400 5600-MAP-CARD-NUM.
077500     MOVE WS-CARD-IN             TO WS-CARD-OUT
077600     IF WS-CARD-IN IS NOT NUMERIC
077700         GO TO 5600-MAP-CARD-NUM-EXIT
077800     END-IF
077900     MOVE WS-CARD-IN (7:9)       TO WS-CARD-MIDDLE-X
078000     MOVE WS-CARD-MIDDLE         TO WS-MAP-IN
078100     MOVE 9                      TO WS-MAP-DIGITS
078200     PERFORM 5100-MAP-NUMBER THRU 5100-MAP-NUMBER-EXIT
078300     MOVE WS-MAP-OUT             TO WS-CARD-MIDDLE
078400     MOVE WS-CARD-MIDDLE-X       TO WS-CARD-OUT (7:9)
078500     MOVE '0'                    TO WS-CARD-OUT (16:1)
078600     MOVE WS-CARD-OUT            TO WS-LUHN-CARD
078700     PERFORM 5610-LUHN-SUM THRU 5610-LUHN-SUM-EXIT
078800     DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
078900         REMAINDER WS-LUHN-REMAINDER
079000     END-DIVIDE
079100     IF WS-LUHN-REMAINDER = ZERO
079200         MOVE ZERO               TO WS-LUHN-CHECK
079300     ELSE
079400         COMPUTE WS-LUHN-CHECK = 10 - WS-LUHN-REMAINDER
079500     END-IF
079600     MOVE WS-LUHN-CHECK          TO WS-CARD-OUT (16:1).
079700 5600-MAP-CARD-NUM-EXIT.
079800     EXIT.
079900*
080000******************************************************************
080100* LUHN SUM OF WS-LUHN-CARD, THE SAME RULE THE CBTRN03C CARD EDIT
080200* APPLIES - FROM THE RIGHTMOST DIGIT, EVERY SECOND DIGIT IS
080300* DOUBLED AND 9 TAKEN OFF ANY RESULT OVER 9.
080400******************************************************************
080500 5610-LUHN-SUM.
080600     MOVE ZERO                   TO WS-LUHN-SUM
080700     PERFORM 5620-LUHN-DIGIT THRU 5620-LUHN-DIGIT-EXIT
080800         VARYING WS-LUHN-IDX FROM 1 BY 1
080900         UNTIL WS-LUHN-IDX > 16.
081000 5610-LUHN-SUM-EXIT.
081100     EXIT.
081200*
081300 5620-LUHN-DIGIT.
081400     COMPUTE WS-LUHN-POS = 17 - WS-LUHN-IDX
081500     MOVE WS-LUHN-CARD (WS-LUHN-POS:1) TO WS-LUHN-DIGIT
081600     DIVIDE WS-LUHN-IDX BY 2 GIVING WS-LUHN-QUOTIENT
081700         REMAINDER WS-LUHN-REMAINDER
081800     END-DIVIDE
081900     IF WS-LUHN-REMAINDER = ZERO
082000         COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
082100         IF WS-LUHN-DIGIT > 9
082200             SUBTRACT 9          FROM WS-LUHN-DIGIT
082300         END-IF
082400     END-IF
082500     ADD WS-LUHN-DIGIT           TO WS-LUHN-SUM.
082600 5620-LUHN-DIGIT-EXIT.
082700     EXIT.
082800*
082900******************************************************************
083000* HEADER AND TRAILER OF THE SCRUBBED COPY. THE TRAILER CARRIES
083100* THE COUNT AND AMOUNT JUST VERIFIED - AMOUNTS ARE NOT TOUCHED
083200* BY THE SCRUB, SO THEY ARE THE INPUT'S OWN.
083300******************************************************************
083400 7000-WRITE-HEADER.
083500     MOVE SPACES                 TO FILE-CONTROL-STAMP
083600     SET FCT-HEADER              TO TRUE
083700     STRING 'DRS-'               DELIMITED BY SIZE
083800            WS-SCRUB-TARGET      DELIMITED BY SPACE
083900       INTO FCT-FILE-ID
084000     END-STRING
084100     MOVE WS-CURDATE-YYYY-MM-DD  TO FCT-CREATE-DATE
084200     MOVE ZERO                   TO FCT-REC-COUNT
084300     MOVE ZERO                   TO FCT-AMT-TOTAL
084400     MOVE SPACES                 TO SCRUB-RECORD
084500     MOVE FILE-CONTROL-STAMP     TO SCRUB-RECORD (1:45)
084600     WRITE SCRUB-RECORD.
084700 7000-WRITE-HEADER-EXIT.
084800     EXIT.
084900*
085000 7500-WRITE-TRAILER.
085100     MOVE SPACES                 TO FILE-CONTROL-STAMP
085200     SET FCT-TRAILER             TO TRUE
085300     STRING 'DRS-'               DELIMITED BY SIZE
085400            WS-SCRUB-TARGET      DELIMITED BY SPACE
085500       INTO FCT-FILE-ID
085600     END-STRING
085700     MOVE WS-CURDATE-YYYY-MM-DD  TO FCT-CREATE-DATE
085800     MOVE WS-REC-COUNT           TO FCT-REC-COUNT
085900     MOVE WS-AMT-TOTAL           TO FCT-AMT-TOTAL
086000     MOVE SPACES                 TO SCRUB-RECORD
086100     MOVE FILE-CONTROL-STAMP     TO SCRUB-RECORD (1:45)
086200     WRITE SCRUB-RECORD.
086300 7500-WRITE-TRAILER-EXIT.
086400     EXIT.
086500*
086600 9000-TERMINATE.
086700     DISPLAY 'CBDRS01C - TARGET: ' WS-SCRUB-TARGET
086800         ' ROWS: ' WS-REC-COUNT
086900     PERFORM 9200-LOG-JOB-STATUS
087000         THRU 9200-LOG-JOB-STATUS-EXIT.
087100 9000-TERMINATE-EXIT.
087200     EXIT.
087300*
087400******************************************************************
087500* A REFUSED IMAGE (OR ANY FATAL ERROR) LEAVES A REASON IN
087600* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
087700* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
087800* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
087900******************************************************************
088000 9100-ABEND-NOTIFY.
088100     MOVE 'AB01'                 TO ABEND-CODE
088200     MOVE 'CBDRS01C'             TO ABEND-CULPRIT
088300     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
088400     STRING ABEND-CULPRIT   DELIMITED BY SIZE
088500            ' - '           DELIMITED BY SIZE
088600            ABEND-REASON    DELIMITED BY SIZE
088700       INTO ABEND-MSG
088800     END-STRING
088900     OPEN EXTEND ALERT-QUEUE-FILE
089000     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
089100     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
089200     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
089300     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
089400     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
089500     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
089600     WRITE OPS-ALERT-RECORD
089700     CLOSE ALERT-QUEUE-FILE.
089800 9100-ABEND-NOTIFY-EXIT.
089900     EXIT.
090000*
090100******************************************************************
090200* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
090300* WHETHER THE JOB RAN AND HOW IT WENT.
090400******************************************************************
090500 9200-LOG-JOB-STATUS.
090600     OPEN I-O JOB-LOG-FILE
090700     IF NOT WS-JOBLOG-OK
090800         DISPLAY 'CBDRS01C - ERROR OPENING JOB LOG FILE'
090900         GO TO 9200-LOG-JOB-STATUS-EXIT
091000     END-IF
091100     MOVE 'CBDRS01C'             TO JBS-JOB-NAME
091200     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
091300     IF RETURN-CODE = ZERO
091400         SET JBS-STATUS-SUCCESS  TO TRUE
091500     ELSE
091600         SET JBS-STATUS-FAILED   TO TRUE
091700     END-IF
091800     MOVE RETURN-CODE            TO JBS-RETURN-CODE
091900     MOVE WS-REC-COUNT           TO JBS-REC-COUNT
092000     WRITE JOB-STATUS-RECORD
092100     CLOSE JOB-LOG-FILE.
092200 9200-LOG-JOB-STATUS-EXIT.
092300     EXIT.
