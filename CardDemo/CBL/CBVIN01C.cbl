000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBVIN01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MONTHLY VINTAGE ANALYSIS
001100*                     BY ACCOUNT OPEN-MONTH COHORT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MONTH-END VINTAGE REPORT, RUN AFTER THE MONTH'S
001500*                LAST CBACT06C AGING RUN. EVERY ACCOUNT ON
001600*                ACCTDAT FALLS IN A COHORT - ITS OPEN MONTH,
001700*                ACCT-GROUP-ID AND ORIGINATION FICO BAND (THE
001800*                HOLDER'S LAST FICOHIST SCORE ON OR BEFORE THE
001900*                OPEN DATE, ELSE THEIR FIRST SCORE, ELSE THE
002000*                CURRENT CUST-FICO-CREDIT-SCORE) - AND IS
002100*                COUNTED AT ITS MONTH ON BOOK AS CHARGED OFF
002200*                (STATUS 'Z' OR A CHGOFF ROW), CLOSED ('C') OR
002300*                STILL ACTIVE, AND IF ACTIVE BY ITS BUCKET ON
002400*                THE LATEST DLQHIST RUN (30+, 60+, 90+). AN
002500*                ACCOUNT NOT ON THAT RUN IS CLASSIFIED OFF THE
002600*                MASTER THE WAY CBACT06C WOULD. THE MONTH'S ROW
002700*                PER COHORT IS BANKED ON VINSUM (CVVIN01Y) AND
002800*                THE REPORT THEN PRINTS EVERY COHORT'S CURVE
002900*                FROM VINSUM, ONE LINE PER MONTH ON BOOK.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCT-ID
003800         FILE STATUS IS WS-ACCOUNT-STATUS.
003900     SELECT DELINQ-HIST-FILE ASSIGN TO DLQHIST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS DLQ-KEY
004300         FILE STATUS IS WS-HIST-STATUS.
004400     SELECT CHARGE-OFF-FILE ASSIGN TO CHGOFF
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CHO-ACCT-ID
004800         FILE STATUS IS WS-CHGOFF-STATUS.
004900     SELECT XREF-FILE ASSIGN TO ACCTXREF
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS XRF-ACCT-ID
005300         FILE STATUS IS WS-XREF-STATUS.
005400     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CUST-ID
005800         FILE STATUS IS WS-CUSTOMER-STATUS.
005900     SELECT FICO-HIST-FILE ASSIGN TO FICOHIST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS FICH-KEY
006300         FILE STATUS IS WS-FICOHIST-STATUS.
006400     SELECT VIN-SUM-FILE ASSIGN TO VINSUM
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS VIN-KEY
006800         FILE STATUS IS WS-VINSUM-STATUS.
006900     SELECT VIN-RPT-FILE ASSIGN TO VINRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-VINRPT-STATUS.
007200     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-ALERT-STATUS.
007500     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS JBS-KEY
007900         FILE STATUS IS WS-JOBLOG-STATUS.
008000*
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  ACCOUNT-FILE.
008400     COPY CVACT01Y.
008500*
008600 FD  DELINQ-HIST-FILE.
008700     COPY CVDLQ01Y.
008800*
008900 FD  CHARGE-OFF-FILE.
009000     COPY CVCHO01Y.
009100*
009200 FD  XREF-FILE.
009300     COPY CVXRF01Y.
009400*
009500 FD  CUSTOMER-FILE.
009600     COPY CVCUS01Y.
009700*
009800 FD  FICO-HIST-FILE.
009900     COPY CVFIC01Y.
010000*
010100 FD  VIN-SUM-FILE.
010200     COPY CVVIN01Y.
010300*
010400 FD  VIN-RPT-FILE
010500     RECORDING MODE IS F.
010600 01  VIN-RPT-LINE                     PIC X(132).
010700*
010800 FD  ALERT-QUEUE-FILE
010900     RECORDING MODE IS F.
011000     COPY CSOPS01Y.
011100*
011200 FD  JOB-LOG-FILE.
011300     COPY CVJOB01Y.
011400*
011500 WORKING-STORAGE SECTION.
011600 01  WS-ACCOUNT-STATUS                PIC XX.
011700     88 WS-ACCOUNT-OK                 VALUE '00'.
011800 01  WS-HIST-STATUS                   PIC XX.
011900     88 WS-HIST-OK                    VALUE '00'.
012000 01  WS-CHGOFF-STATUS                 PIC XX.
012100     88 WS-CHGOFF-OK                  VALUE '00'.
012200 01  WS-XREF-STATUS                   PIC XX.
012300     88 WS-XREF-OK                    VALUE '00'.
012400 01  WS-CUSTOMER-STATUS               PIC XX.
012500     88 WS-CUSTOMER-OK                VALUE '00'.
012600 01  WS-FICOHIST-STATUS               PIC XX.
012700     88 WS-FICOHIST-OK                VALUE '00'.
012800 01  WS-VINSUM-STATUS                 PIC XX.
012900     88 WS-VINSUM-OK                  VALUE '00'.
013000 01  WS-VINRPT-STATUS                 PIC XX.
013100 01  WS-ALERT-STATUS                  PIC XX.
013200 01  WS-JOBLOG-STATUS                 PIC XX.
013300     88 WS-JOBLOG-OK                  VALUE '00'.
013400 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
013500     88 WS-END-OF-FILE                VALUE 'Y'.
013600 01  WS-HIST-EOF-SW                   PIC X(01) VALUE 'N'.
013700     88 WS-END-OF-HIST                VALUE 'Y'.
013800 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
013900     88 WS-RUN-FAILED                 VALUE 'Y'.
014000 01  WS-ACCT-COUNT                    PIC 9(09) VALUE ZERO.
014100 01  WS-SKIPPED-COUNT                 PIC 9(09) VALUE ZERO.
014200 01  WS-OVERFLOW-COUNT                PIC 9(09) VALUE ZERO.
014300 01  WS-ABEND-REASON-TEXT             PIC X(50).
014400*
014500******************************************************************
014600* THE MONTH BEING BANKED AND THE AGING RUN ITS DELINQUENCY COMES
014700* FROM - THE NEWEST RUN DATE ON DLQHIST, SPACES WHEN THERE IS
014800* NONE.
014900******************************************************************
015000 01  WS-MONTH-WORK.
015100     05 WS-ASOF-MONTH                 PIC X(07).
015200     05 WS-ASOF-MONTHS                PIC 9(06).
015300     05 WS-LATEST-RUN-DATE            PIC X(10) VALUE SPACES.
015400     05 WS-OPEN-YYYY                  PIC 9(04).
015500     05 WS-OPEN-MM                    PIC 9(02).
015600     05 WS-OPEN-MONTHS                PIC 9(06).
015700     05 WS-MOB                        PIC 9(03).
015800*
015900******************************************************************
016000* THIS ACCOUNT'S CLASSIFICATION
016100******************************************************************
016200 01  WS-ACCT-WORK.
016300     05 WS-COHORT-KEY.
016400        10 WS-CK-OPEN-MONTH           PIC X(07).
016500        10 WS-CK-GROUP-ID             PIC X(10).
016600        10 WS-CK-FICO-BAND            PIC X(01).
016700     05 WS-ORIG-SCORE                 PIC 9(03).
016800     05 WS-FIRST-SCORE                PIC 9(03).
016900     05 WS-HOLDER-CUST-ID             PIC 9(09).
017000     05 WS-ACCT-STATE                 PIC X(01).
017100        88 WS-ACCT-CHARGED-OFF        VALUE 'Z'.
017200        88 WS-ACCT-CLOSED             VALUE 'C'.
017300        88 WS-ACCT-ACTIVE             VALUE 'A'.
017400     05 WS-BUCKET-IDX                 PIC 9(01).
017500     05 WS-ACCT-BAL                   PIC S9(10)V99 COMP-3.
017600*
017700******************************************************************
017800* THIS MONTH'S FIGURES PER COHORT, BANKED AT THE END OF THE PASS.
017900* ACCOUNTS PAST THE TABLE'S END ARE COUNTED AND CALLED OUT.
018000******************************************************************
018100 01  WS-COHORT-TABLE.
018200     05 WS-COH-USED                   PIC 9(04) COMP VALUE ZERO.
018300     05 WS-COH-MAX                    PIC 9(04) COMP VALUE 3000.
018400     05 WS-COH-IDX                    PIC 9(04) COMP.
018500     05 WS-FOUND-IDX                  PIC 9(04) COMP.
018600     05 WS-COH-ENTRY OCCURS 3000 TIMES.
018700        10 WS-COH-KEY                 PIC X(18).
018800        10 WS-COH-MOB                 PIC 9(03).
018900        10 WS-COH-ACCTS               PIC 9(07).
019000        10 WS-COH-DLQ30               PIC 9(07).
019100        10 WS-COH-DLQ60               PIC 9(07).
019200        10 WS-COH-DLQ90               PIC 9(07).
019300        10 WS-COH-CHGOFF              PIC 9(07).
019400        10 WS-COH-CLOSED              PIC 9(07).
019500        10 WS-COH-ACTIVE              PIC 9(07).
019600        10 WS-COH-DLQ30-BAL           PIC S9(13)V99 COMP-3.
019700        10 WS-COH-DLQ60-BAL           PIC S9(13)V99 COMP-3.
019800        10 WS-COH-DLQ90-BAL           PIC S9(13)V99 COMP-3.
019900        10 WS-COH-CHGOFF-BAL          PIC S9(13)V99 COMP-3.
020000        10 WS-COH-ACTIVE-BAL          PIC S9(13)V99 COMP-3.
020100*
020200******************************************************************
020300* REPORT LINES
020400******************************************************************
020500 01  WS-LAST-COHORT                   PIC X(18) VALUE LOW-VALUES.
020600 01  WS-PCT-WORK                      PIC 9(03)V9.
020700 01  WS-COHORT-HEAD.
020800     05 FILLER            PIC X(15) VALUE 'COHORT OPENED '.
020900     05 WCH-OPEN-MONTH    PIC X(07).
021000     05 FILLER            PIC X(09) VALUE '  GROUP '.
021100     05 WCH-GROUP-ID      PIC X(10).
021200     05 FILLER            PIC X(13) VALUE '  ORIG FICO '.
021300     05 WCH-FICO-BAND     PIC X(08).
021400 01  WS-CURVE-HEAD.
021500     05 FILLER            PIC X(05) VALUE '  MOB'.
021600     05 FILLER            PIC X(10) VALUE '     ACCTS'.
021700     05 FILLER            PIC X(06) VALUE '  30+%'.
021800     05 FILLER            PIC X(06) VALUE '  60+%'.
021900     05 FILLER            PIC X(06) VALUE '  90+%'.
022000     05 FILLER            PIC X(06) VALUE ' CHGO%'.
022100     05 FILLER            PIC X(06) VALUE ' CLSD%'.
022200     05 FILLER            PIC X(06) VALUE ' ACTV%'.
022300     05 FILLER            PIC X(18) VALUE '       30+ BALANCE'.
022400     05 FILLER            PIC X(18) VALUE '       90+ BALANCE'.
022500     05 FILLER            PIC X(18) VALUE '   CHARGED-OFF BAL'.
022600     05 FILLER            PIC X(18) VALUE '    ACTIVE BALANCE'.
022700 01  WS-CURVE-LINE.
022800     05 WCL-MOB           PIC ZZZZ9.
022900     05 FILLER            PIC X(01) VALUE SPACE.
023000     05 WCL-ACCTS         PIC Z,ZZZ,ZZ9.
023100     05 WCL-PCT           PIC ZZZ9.9 OCCURS 6 TIMES.
023200     05 WCL-DLQ30-BAL     PIC ---,---,---,--9.99.
023300     05 WCL-DLQ90-BAL     PIC ---,---,---,--9.99.
023400     05 WCL-CHGOFF-BAL    PIC ---,---,---,--9.99.
023500     05 WCL-ACTIVE-BAL    PIC ---,---,---,--9.99.
023600*
023700 COPY CSDAT01Y.
023800*
023900 COPY CSMSG02Y.
024000*
024100 LINKAGE SECTION.
024200*
024300******************************************************************
024400 PROCEDURE DIVISION.
024500******************************************************************
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
024800     IF NOT WS-RUN-FAILED
024900         PERFORM 2000-FIND-LATEST-RUN
025000             THRU 2000-FIND-LATEST-RUN-EXIT
025100         PERFORM 3000-READ-ACCOUNTS THRU 3000-READ-ACCOUNTS-EXIT
025200         PERFORM 5000-BANK-COHORT-ROW
025300             THRU 5000-BANK-COHORT-ROW-EXIT
025400             VARYING WS-COH-IDX FROM 1 BY 1
025500             UNTIL WS-COH-IDX > WS-COH-USED
025600         PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT
025700     END-IF
025800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
025900     GOBACK.
026000*
026100 1000-INITIALIZE.
026200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
026300     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
026400     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
026500     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
026600     MOVE WS-CURDATE-YYYY-MM-DD (1:7) TO WS-ASOF-MONTH
026700     COMPUTE WS-ASOF-MONTHS = WS-CURDATE-YEAR * 12
026800                            + WS-CURDATE-MONTH
026900     OPEN INPUT ACCOUNT-FILE
027000     IF NOT WS-ACCOUNT-OK
027100         DISPLAY 'CBVIN01C - ERROR OPENING ACCOUNT FILE'
027200         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
027300         GO TO 1000-INITIALIZE-FAILED
027400     END-IF
027500     OPEN INPUT DELINQ-HIST-FILE
027600     IF NOT WS-HIST-OK
027700         DISPLAY 'CBVIN01C - ERROR OPENING DLQHIST FILE'
027800         MOVE 'DLQHIST FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
027900         GO TO 1000-INITIALIZE-FAILED
028000     END-IF
028100     OPEN INPUT CHARGE-OFF-FILE
028200     IF NOT WS-CHGOFF-OK
028300         DISPLAY 'CBVIN01C - ERROR OPENING CHARGE-OFF FILE'
028400         MOVE 'CHARGE-OFF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
028500         GO TO 1000-INITIALIZE-FAILED
028600     END-IF
028700     OPEN INPUT XREF-FILE
028800     IF NOT WS-XREF-OK
028900         DISPLAY 'CBVIN01C - ERROR OPENING XREF FILE'
029000         MOVE 'XREF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
029100         GO TO 1000-INITIALIZE-FAILED
029200     END-IF
029300     OPEN INPUT CUSTOMER-FILE
029400     IF NOT WS-CUSTOMER-OK
029500         DISPLAY 'CBVIN01C - ERROR OPENING CUSTOMER FILE'
029600         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
029700         GO TO 1000-INITIALIZE-FAILED
029800     END-IF
029900     OPEN INPUT FICO-HIST-FILE
030000     IF NOT WS-FICOHIST-OK
030100         DISPLAY 'CBVIN01C - ERROR OPENING FICO HISTORY FILE'
030200         MOVE 'FICO HISTORY FILE OPEN ERROR'
030300                                 TO WS-ABEND-REASON-TEXT
030400         GO TO 1000-INITIALIZE-FAILED
030500     END-IF
030600     OPEN I-O VIN-SUM-FILE
030700     IF NOT WS-VINSUM-OK
030800         DISPLAY 'CBVIN01C - ERROR OPENING VINTAGE SUMMARY FILE'
030900         MOVE 'VINTAGE SUMMARY FILE OPEN ERROR'
031000                                 TO WS-ABEND-REASON-TEXT
031100         GO TO 1000-INITIALIZE-FAILED
031200     END-IF
031300     OPEN OUTPUT VIN-RPT-FILE
031400     GO TO 1000-INITIALIZE-EXIT.
031500 1000-INITIALIZE-FAILED.
031600     MOVE 'Y'                    TO WS-ERROR-SW
031700     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
031800 1000-INITIALIZE-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200* STEP THROUGH THE DISTINCT RUN DATES THE WAY CBDLQ01C DOES - ONE
032300* READ AND ONE START PAST EACH DATE'S SLICE - KEEPING THE LAST.
032400******************************************************************
032500 2000-FIND-LATEST-RUN.
032600     MOVE LOW-VALUES             TO DLQ-KEY
032700     START DELINQ-HIST-FILE KEY NOT LESS THAN DLQ-KEY
032800         INVALID KEY
032900             GO TO 2000-FIND-LATEST-RUN-EXIT
033000     END-START.
033100 2000-FIND-NEXT-DATE.
033200     READ DELINQ-HIST-FILE NEXT RECORD
033300         AT END
033400             GO TO 2000-FIND-LATEST-RUN-EXIT
033500     END-READ
033600     MOVE DLQ-RUN-DATE           TO WS-LATEST-RUN-DATE
033700     MOVE 99999999999            TO DLQ-ACCT-ID
033800     START DELINQ-HIST-FILE KEY GREATER THAN DLQ-KEY
033900         INVALID KEY
034000             GO TO 2000-FIND-LATEST-RUN-EXIT
034100     END-START
034200     GO TO 2000-FIND-NEXT-DATE.
034300 2000-FIND-LATEST-RUN-EXIT.
034400     EXIT.
034500*
034600 3000-READ-ACCOUNTS.
034700     MOVE 'N'                    TO WS-EOF-SW
034800     PERFORM 3100-CLASSIFY-ACCOUNT THRU 3100-CLASSIFY-ACCOUNT-EXIT
034900         UNTIL WS-END-OF-FILE.
035000 3000-READ-ACCOUNTS-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400* AN ACCOUNT WITH NO READABLE OPEN DATE, OR ONE OPENED AFTER THE
035500* MONTH BEING BANKED, HAS NO PLACE ON A CURVE AND IS SKIPPED.
035600******************************************************************
035700 3100-CLASSIFY-ACCOUNT.
035800     READ ACCOUNT-FILE NEXT RECORD
035900         AT END
036000             MOVE 'Y'            TO WS-EOF-SW
036100             GO TO 3100-CLASSIFY-ACCOUNT-EXIT
036200     END-READ
036300     ADD 1                       TO WS-ACCT-COUNT
036400     IF ACCT-OPEN-DATE (1:4) NOT NUMERIC
036500        OR ACCT-OPEN-DATE (6:2) NOT NUMERIC
036600         ADD 1                   TO WS-SKIPPED-COUNT
036700         GO TO 3100-CLASSIFY-ACCOUNT-EXIT
036800     END-IF
036900     MOVE ACCT-OPEN-DATE (1:4)   TO WS-OPEN-YYYY
037000     MOVE ACCT-OPEN-DATE (6:2)   TO WS-OPEN-MM
037100     COMPUTE WS-OPEN-MONTHS = WS-OPEN-YYYY * 12 + WS-OPEN-MM
037200     IF WS-OPEN-MONTHS > WS-ASOF-MONTHS
037300        OR WS-ASOF-MONTHS - WS-OPEN-MONTHS > 999
037400         ADD 1                   TO WS-SKIPPED-COUNT
037500         GO TO 3100-CLASSIFY-ACCOUNT-EXIT
037600     END-IF
037700     COMPUTE WS-MOB = WS-ASOF-MONTHS - WS-OPEN-MONTHS
037800     MOVE ACCT-OPEN-DATE (1:7)   TO WS-CK-OPEN-MONTH
037900     MOVE ACCT-GROUP-ID          TO WS-CK-GROUP-ID
038000     PERFORM 3200-ORIGINATION-BAND THRU 3200-ORIGINATION-BAND-EXIT
038100     PERFORM 3400-ACCOUNT-STATE THRU 3400-ACCOUNT-STATE-EXIT
038200     PERFORM 4000-FIND-COHORT THRU 4000-FIND-COHORT-EXIT
038300     IF WS-COH-IDX = ZERO
038400         ADD 1                   TO WS-OVERFLOW-COUNT
038500         GO TO 3100-CLASSIFY-ACCOUNT-EXIT
038600     END-IF
038700     PERFORM 4500-TALLY-ACCOUNT THRU 4500-TALLY-ACCOUNT-EXIT.
038800 3100-CLASSIFY-ACCOUNT-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* ORIGINATION FICO BAND. THE HOLDER COMES OFF ACCTXREF (FALLING
039300* BACK TO THE ACCOUNT-ID KEY PUN, AS CBLNR01C DOES); THEIR
039400* FICOHIST ROWS ASCEND BY SCORE DATE, SO THE LAST ONE ON OR
039500* BEFORE THE OPEN DATE IS THE SCORE THE ACCOUNT WAS OPENED ON.
039600******************************************************************
039700 3200-ORIGINATION-BAND.
039800     MOVE ZERO                   TO WS-ORIG-SCORE
039900     MOVE ZERO                   TO WS-FIRST-SCORE
040000     MOVE ACCT-ID                TO XRF-ACCT-ID
040100     READ XREF-FILE
040200         INVALID KEY
040300             MOVE ACCT-ID        TO XRF-CUST-ID
040400     END-READ
040500     MOVE XRF-CUST-ID            TO WS-HOLDER-CUST-ID
040600     MOVE 'N'                    TO WS-HIST-EOF-SW
040700     MOVE WS-HOLDER-CUST-ID      TO FICH-CUST-ID
040800     MOVE LOW-VALUES             TO FICH-SCORE-DATE
040900     START FICO-HIST-FILE KEY NOT LESS THAN FICH-KEY
041000         INVALID KEY
041100             MOVE 'Y'            TO WS-HIST-EOF-SW
041200     END-START
041300     PERFORM 3300-READ-NEXT-SCORE THRU 3300-READ-NEXT-SCORE-EXIT
041400         UNTIL WS-END-OF-HIST
041500     IF WS-ORIG-SCORE = ZERO
041600         MOVE WS-FIRST-SCORE     TO WS-ORIG-SCORE
041700     END-IF
041800     IF WS-ORIG-SCORE = ZERO
041900         MOVE WS-HOLDER-CUST-ID  TO CUST-ID
042000         READ CUSTOMER-FILE
042100             INVALID KEY
042200                 MOVE ZERO       TO CUST-FICO-CREDIT-SCORE
042300         END-READ
042400         IF CUST-FICO-CREDIT-SCORE NUMERIC
042500             MOVE CUST-FICO-CREDIT-SCORE TO WS-ORIG-SCORE
042600         END-IF
042700     END-IF
042800     EVALUATE TRUE
042900         WHEN WS-ORIG-SCORE = ZERO
043000             MOVE 'U'            TO WS-CK-FICO-BAND
043100         WHEN WS-ORIG-SCORE >= 750
043200             MOVE 'H'            TO WS-CK-FICO-BAND
043300         WHEN WS-ORIG-SCORE >= 650
043400             MOVE 'M'            TO WS-CK-FICO-BAND
043500         WHEN OTHER
043600             MOVE 'L'            TO WS-CK-FICO-BAND
043700     END-EVALUATE.
043800 3200-ORIGINATION-BAND-EXIT.
043900     EXIT.
044000*
044100 3300-READ-NEXT-SCORE.
044200     READ FICO-HIST-FILE NEXT RECORD
044300         AT END
044400             MOVE 'Y'            TO WS-HIST-EOF-SW
044500             GO TO 3300-READ-NEXT-SCORE-EXIT
044600     END-READ
044700     IF FICH-CUST-ID NOT = WS-HOLDER-CUST-ID
044800        OR FICH-SCORE-DATE > ACCT-OPEN-DATE
044900         MOVE 'Y'                TO WS-HIST-EOF-SW
045000     END-IF
045100     IF FICH-CUST-ID NOT = WS-HOLDER-CUST-ID
045200        OR FICH-SCORE-VALUE NOT NUMERIC
045300         GO TO 3300-READ-NEXT-SCORE-EXIT
045400     END-IF
045500     IF WS-FIRST-SCORE = ZERO
045600         MOVE FICH-SCORE-VALUE   TO WS-FIRST-SCORE
045700     END-IF
045800     IF FICH-SCORE-DATE NOT > ACCT-OPEN-DATE
045900         MOVE FICH-SCORE-VALUE   TO WS-ORIG-SCORE
046000     END-IF.
046100 3300-READ-NEXT-SCORE-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500* CHARGED OFF, CLOSED OR ACTIVE - AND FOR AN ACTIVE ACCOUNT ITS
046600* BUCKET ON THE LATEST AGING RUN. AN ACCOUNT THAT RUN DID NOT SEE
046700* IS CLASSIFIED OFF THE MASTER EXACTLY AS CBACT06C WOULD.
046800******************************************************************
046900 3400-ACCOUNT-STATE.
047000     MOVE ACCT-CURR-BAL          TO WS-ACCT-BAL
047100     MOVE 1                      TO WS-BUCKET-IDX
047200     MOVE ACCT-ID                TO CHO-ACCT-ID
047300     READ CHARGE-OFF-FILE
047400         INVALID KEY
047500             MOVE SPACES         TO CHO-CHARGEOFF-DATE
047600     END-READ
047700     IF WS-CHGOFF-OK
047800         MOVE 'Z'                TO WS-ACCT-STATE
047900         MOVE CHO-ORIG-BAL       TO WS-ACCT-BAL
048000         GO TO 3400-ACCOUNT-STATE-EXIT
048100     END-IF
048200     IF ACCT-ACTIVE-STATUS = 'Z'
048300         MOVE 'Z'                TO WS-ACCT-STATE
048400         GO TO 3400-ACCOUNT-STATE-EXIT
048500     END-IF
048600     IF ACCT-ACTIVE-STATUS = 'C'
048700         MOVE 'C'                TO WS-ACCT-STATE
048800         GO TO 3400-ACCOUNT-STATE-EXIT
048900     END-IF
049000     MOVE 'A'                    TO WS-ACCT-STATE
049100     IF WS-LATEST-RUN-DATE NOT = SPACES
049200         MOVE WS-LATEST-RUN-DATE TO DLQ-RUN-DATE
049300         MOVE ACCT-ID            TO DLQ-ACCT-ID
049400         READ DELINQ-HIST-FILE KEY IS DLQ-KEY
049500             INVALID KEY
049600                 GO TO 3400-CLASSIFY-FROM-MASTER
049700         END-READ
049800         MOVE DLQ-BUCKET-IDX     TO WS-BUCKET-IDX
049900         GO TO 3400-ACCOUNT-STATE-EXIT
050000     END-IF.
050100 3400-CLASSIFY-FROM-MASTER.
050200     IF ACCT-ACTIVE-STATUS = 'D'
050300         EVALUATE TRUE
050400             WHEN ACCT-CYCLES-DELINQUENT <= 1
050500                 MOVE 2          TO WS-BUCKET-IDX
050600             WHEN ACCT-CYCLES-DELINQUENT = 2
050700                 MOVE 3          TO WS-BUCKET-IDX
050800             WHEN OTHER
050900                 MOVE 4          TO WS-BUCKET-IDX
051000         END-EVALUATE
051100     END-IF.
051200 3400-ACCOUNT-STATE-EXIT.
051300     EXIT.
051400*
051500******************************************************************
051600* FIND (OR ADD) THE COHORT'S ENTRY. WS-COH-IDX COMES BACK ZERO
051700* WHEN THE TABLE IS FULL.
051800******************************************************************
051900 4000-FIND-COHORT.
052000     MOVE ZERO                   TO WS-FOUND-IDX
052100     PERFORM 4100-CHECK-COHORT THRU 4100-CHECK-COHORT-EXIT
052200         VARYING WS-COH-IDX FROM 1 BY 1
052300         UNTIL WS-COH-IDX > WS-COH-USED
052400            OR WS-FOUND-IDX > ZERO
052500     IF WS-FOUND-IDX > ZERO
052600         MOVE WS-FOUND-IDX       TO WS-COH-IDX
052700         GO TO 4000-FIND-COHORT-EXIT
052800     END-IF
052900     IF WS-COH-USED NOT < WS-COH-MAX
053000         MOVE ZERO               TO WS-COH-IDX
053100         GO TO 4000-FIND-COHORT-EXIT
053200     END-IF
053300     ADD 1                       TO WS-COH-USED
053400     MOVE WS-COH-USED            TO WS-COH-IDX
053500     INITIALIZE WS-COH-ENTRY (WS-COH-IDX)
053600     MOVE WS-COHORT-KEY          TO WS-COH-KEY (WS-COH-IDX)
053700     MOVE WS-MOB                 TO WS-COH-MOB (WS-COH-IDX).
053800 4000-FIND-COHORT-EXIT.
053900     EXIT.
054000*
054100 4100-CHECK-COHORT.
054200     IF WS-COH-KEY (WS-COH-IDX) = WS-COHORT-KEY
054300         MOVE WS-COH-IDX         TO WS-FOUND-IDX
054400     END-IF.
054500 4100-CHECK-COHORT-EXIT.
054600     EXIT.
054700*
054800 4500-TALLY-ACCOUNT.
054900     ADD 1                       TO WS-COH-ACCTS (WS-COH-IDX)
055000     EVALUATE TRUE
055100         WHEN WS-ACCT-CHARGED-OFF
055200             ADD 1               TO WS-COH-CHGOFF (WS-COH-IDX)
055300             ADD WS-ACCT-BAL     TO WS-COH-CHGOFF-BAL (WS-COH-IDX)
055400         WHEN WS-ACCT-CLOSED
055500             ADD 1               TO WS-COH-CLOSED (WS-COH-IDX)
055600         WHEN OTHER
055700             ADD 1               TO WS-COH-ACTIVE (WS-COH-IDX)
055800             ADD WS-ACCT-BAL     TO WS-COH-ACTIVE-BAL (WS-COH-IDX)
055900     END-EVALUATE
056000     IF NOT WS-ACCT-ACTIVE
056100        OR WS-BUCKET-IDX < 2 OR WS-BUCKET-IDX > 4
056200         GO TO 4500-TALLY-ACCOUNT-EXIT
056300     END-IF
056400     ADD 1                       TO WS-COH-DLQ30 (WS-COH-IDX)
056500     ADD WS-ACCT-BAL             TO WS-COH-DLQ30-BAL (WS-COH-IDX)
056600     IF WS-BUCKET-IDX >= 3
056700         ADD 1                   TO WS-COH-DLQ60 (WS-COH-IDX)
056800         ADD WS-ACCT-BAL         TO WS-COH-DLQ60-BAL (WS-COH-IDX)
056900     END-IF
057000     IF WS-BUCKET-IDX = 4
057100         ADD 1                   TO WS-COH-DLQ90 (WS-COH-IDX)
057200         ADD WS-ACCT-BAL         TO WS-COH-DLQ90-BAL (WS-COH-IDX)
057300     END-IF.
057400 4500-TALLY-ACCOUNT-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800* BANK THE COHORT'S ROW FOR THIS MONTH ON BOOK. A RERUN IN THE
057900* SAME MONTH REWRITES ITS EARLIER ROW.
058000******************************************************************
058100 5000-BANK-COHORT-ROW.
058200     MOVE SPACES                 TO VINTAGE-CURVE-RECORD
058300     MOVE WS-COH-KEY (WS-COH-IDX) TO VIN-COHORT
058400     MOVE WS-COH-MOB (WS-COH-IDX) TO VIN-MOB
058500     MOVE WS-ASOF-MONTH          TO VIN-ASOF-MONTH
058600     MOVE WS-COH-ACCTS (WS-COH-IDX) TO VIN-ACCT-COUNT
058700     MOVE WS-COH-DLQ30 (WS-COH-IDX) TO VIN-DLQ30-COUNT
058800     MOVE WS-COH-DLQ60 (WS-COH-IDX) TO VIN-DLQ60-COUNT
058900     MOVE WS-COH-DLQ90 (WS-COH-IDX) TO VIN-DLQ90-COUNT
059000     MOVE WS-COH-CHGOFF (WS-COH-IDX) TO VIN-CHGOFF-COUNT
059100     MOVE WS-COH-CLOSED (WS-COH-IDX) TO VIN-CLOSED-COUNT
059200     MOVE WS-COH-ACTIVE (WS-COH-IDX) TO VIN-ACTIVE-COUNT
059300     MOVE WS-COH-DLQ30-BAL (WS-COH-IDX) TO VIN-DLQ30-BAL
059400     MOVE WS-COH-DLQ60-BAL (WS-COH-IDX) TO VIN-DLQ60-BAL
059500     MOVE WS-COH-DLQ90-BAL (WS-COH-IDX) TO VIN-DLQ90-BAL
059600     MOVE WS-COH-CHGOFF-BAL (WS-COH-IDX) TO VIN-CHGOFF-BAL
059700     MOVE WS-COH-ACTIVE-BAL (WS-COH-IDX) TO VIN-ACTIVE-BAL
059800     WRITE VINTAGE-CURVE-RECORD
059900         INVALID KEY
060000             REWRITE VINTAGE-CURVE-RECORD
060100     END-WRITE.
060200 5000-BANK-COHORT-ROW-EXIT.
060300     EXIT.
060400*
060500******************************************************************
060600* PRINT EVERY COHORT'S CURVE OFF VINSUM - THE FILE IS IN COHORT
060700* THEN MONTH-ON-BOOK ORDER, SO EACH COHORT'S ROWS ARRIVE AS ONE
060800* RUN OF LINES UNDER ITS OWN HEADING.
060900******************************************************************
061000 6000-WRITE-REPORT.
061100     MOVE SPACES                 TO VIN-RPT-LINE
061200     STRING 'VINTAGE ANALYSIS BY OPEN-MONTH COHORT - MONTH '
061300                                 DELIMITED BY SIZE
061400            WS-ASOF-MONTH        DELIMITED BY SIZE
061500            '  DELINQUENCY AS OF AGING RUN '
061600                                 DELIMITED BY SIZE
061700            WS-LATEST-RUN-DATE   DELIMITED BY SIZE
061800       INTO VIN-RPT-LINE
061900     END-STRING
062000     WRITE VIN-RPT-LINE
062100     IF WS-OVERFLOW-COUNT > ZERO
062200         MOVE SPACES             TO VIN-RPT-LINE
062300         STRING 'ACCOUNTS NOT BANKED - COHORT TABLE FULL: '
062400                                 DELIMITED BY SIZE
062500                WS-OVERFLOW-COUNT DELIMITED BY SIZE
062600           INTO VIN-RPT-LINE
062700         END-STRING
062800         WRITE VIN-RPT-LINE
062900     END-IF
063000     MOVE LOW-VALUES             TO VIN-KEY
063100     START VIN-SUM-FILE KEY NOT LESS THAN VIN-KEY
063200         INVALID KEY
063300             GO TO 6000-WRITE-REPORT-EXIT
063400     END-START
063500     MOVE 'N'                    TO WS-EOF-SW
063600     PERFORM 6100-CURVE-ROW THRU 6100-CURVE-ROW-EXIT
063700         UNTIL WS-END-OF-FILE.
063800 6000-WRITE-REPORT-EXIT.
063900     EXIT.
064000*
064100 6100-CURVE-ROW.
064200     READ VIN-SUM-FILE NEXT RECORD
064300         AT END
064400             MOVE 'Y'            TO WS-EOF-SW
064500             GO TO 6100-CURVE-ROW-EXIT
064600     END-READ
064700     IF VIN-COHORT NOT = WS-LAST-COHORT
064800         PERFORM 6200-COHORT-HEADING THRU 6200-COHORT-HEADING-EXIT
064900     END-IF
065000     MOVE SPACES                 TO WS-CURVE-LINE
065100     MOVE VIN-MOB                TO WCL-MOB
065200     MOVE VIN-ACCT-COUNT         TO WCL-ACCTS
065300     MOVE ZERO                   TO WCL-PCT (1) WCL-PCT (2)
065400                                    WCL-PCT (3) WCL-PCT (4)
065500                                    WCL-PCT (5) WCL-PCT (6)
065600     IF VIN-ACCT-COUNT > ZERO
065700         COMPUTE WS-PCT-WORK ROUNDED =
065800             VIN-DLQ30-COUNT * 100 / VIN-ACCT-COUNT
065900         MOVE WS-PCT-WORK        TO WCL-PCT (1)
066000         COMPUTE WS-PCT-WORK ROUNDED =
066100             VIN-DLQ60-COUNT * 100 / VIN-ACCT-COUNT
066200         MOVE WS-PCT-WORK        TO WCL-PCT (2)
066300         COMPUTE WS-PCT-WORK ROUNDED =
066400             VIN-DLQ90-COUNT * 100 / VIN-ACCT-COUNT
066500         MOVE WS-PCT-WORK        TO WCL-PCT (3)
066600         COMPUTE WS-PCT-WORK ROUNDED =
066700             VIN-CHGOFF-COUNT * 100 / VIN-ACCT-COUNT
066800         MOVE WS-PCT-WORK        TO WCL-PCT (4)
066900         COMPUTE WS-PCT-WORK ROUNDED =
067000             VIN-CLOSED-COUNT * 100 / VIN-ACCT-COUNT
067100         MOVE WS-PCT-WORK        TO WCL-PCT (5)
067200         COMPUTE WS-PCT-WORK ROUNDED =
067300             VIN-ACTIVE-COUNT * 100 / VIN-ACCT-COUNT
067400         MOVE WS-PCT-WORK        TO WCL-PCT (6)
067500     END-IF
067600     MOVE VIN-DLQ30-BAL          TO WCL-DLQ30-BAL
067700     MOVE VIN-DLQ90-BAL          TO WCL-DLQ90-BAL
067800     MOVE VIN-CHGOFF-BAL         TO WCL-CHGOFF-BAL
067900     MOVE VIN-ACTIVE-BAL         TO WCL-ACTIVE-BAL
068000     WRITE VIN-RPT-LINE FROM WS-CURVE-LINE.
068100 6100-CURVE-ROW-EXIT.
068200     EXIT.
068300*
068400 6200-COHORT-HEADING.
068500     MOVE VIN-COHORT             TO WS-LAST-COHORT
068600     MOVE VIN-OPEN-MONTH         TO WCH-OPEN-MONTH
068700     MOVE VIN-GROUP-ID           TO WCH-GROUP-ID
068800     EVALUATE TRUE
068900         WHEN VIN-FICO-HIGH
069000             MOVE '750+'         TO WCH-FICO-BAND
069100         WHEN VIN-FICO-MID
069200             MOVE '650-749'      TO WCH-FICO-BAND
069300         WHEN VIN-FICO-LOW
069400             MOVE 'UNDER 650'    TO WCH-FICO-BAND
069500         WHEN OTHER
069600             MOVE 'UNSCORED'     TO WCH-FICO-BAND
069700     END-EVALUATE
069800     MOVE SPACES                 TO VIN-RPT-LINE
069900     WRITE VIN-RPT-LINE
070000     WRITE VIN-RPT-LINE FROM WS-COHORT-HEAD
070100     WRITE VIN-RPT-LINE FROM WS-CURVE-HEAD.
070200 6200-COHORT-HEADING-EXIT.
070300     EXIT.
070400*
070500 9000-TERMINATE.
070600     CLOSE ACCOUNT-FILE
070700     CLOSE DELINQ-HIST-FILE
070800     CLOSE CHARGE-OFF-FILE
070900     CLOSE XREF-FILE
071000     CLOSE CUSTOMER-FILE
071100     CLOSE FICO-HIST-FILE
071200     CLOSE VIN-SUM-FILE
071300     CLOSE VIN-RPT-FILE
071400     DISPLAY 'CBVIN01C - ACCOUNTS READ: ' WS-ACCT-COUNT
071500     DISPLAY 'CBVIN01C - ACCOUNTS SKIPPED: ' WS-SKIPPED-COUNT
071600     DISPLAY 'CBVIN01C - COHORTS BANKED: ' WS-COH-USED
071700     IF WS-RUN-FAILED
071800         MOVE 16                 TO RETURN-CODE
071900     END-IF
072000     PERFORM 9200-LOG-JOB-STATUS
072100         THRU 9200-LOG-JOB-STATUS-EXIT.
072200 9000-TERMINATE-EXIT.
072300     EXIT.
072400*
072500******************************************************************
072600* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
072700* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
072800* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
072900* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
073000******************************************************************
073100 9100-ABEND-NOTIFY.
073200     MOVE 'AB01'                 TO ABEND-CODE
073300     MOVE 'CBVIN01C'             TO ABEND-CULPRIT
073400     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
073500     STRING ABEND-CULPRIT   DELIMITED BY SIZE
073600            ' - '           DELIMITED BY SIZE
073700            ABEND-REASON    DELIMITED BY SIZE
073800       INTO ABEND-MSG
073900     END-STRING
074000     OPEN EXTEND ALERT-QUEUE-FILE
074100     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
074200     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
074300     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
074400     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
074500     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
074600     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
074700     WRITE OPS-ALERT-RECORD
074800     CLOSE ALERT-QUEUE-FILE.
074900 9100-ABEND-NOTIFY-EXIT.
075000     EXIT.
075100*
075200******************************************************************
075300* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
075400* WHETHER THE JOB RAN AND HOW IT WENT.
075500******************************************************************
075600 9200-LOG-JOB-STATUS.
075700     OPEN I-O JOB-LOG-FILE
075800     IF NOT WS-JOBLOG-OK
075900         DISPLAY 'CBVIN01C - ERROR OPENING JOB LOG FILE'
076000         GO TO 9200-LOG-JOB-STATUS-EXIT
076100     END-IF
076200     MOVE 'CBVIN01C'             TO JBS-JOB-NAME
076300     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
076400     IF RETURN-CODE = ZERO
076500         SET JBS-STATUS-SUCCESS  TO TRUE
076600     ELSE
076700         SET JBS-STATUS-FAILED   TO TRUE
076800     END-IF
076900     MOVE RETURN-CODE            TO JBS-RETURN-CODE
077000     MOVE WS-ACCT-COUNT          TO JBS-REC-COUNT
077100     WRITE JOB-STATUS-RECORD
077200     CLOSE JOB-LOG-FILE.
077300 9200-LOG-JOB-STATUS-EXIT.
077400     EXIT.
