000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBMCR01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MANUAL CREDIT AND
001100*                     REVERSAL CONTROL REPORT BY KEYING USER.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE TRANSACTION MASTER FOR EVERY CREDIT A
001500*                USER PUT ON BY HAND THIS MONTH - A ROW CARRYING
001600*                TRAN-KEYED-BY THAT IS NEGATIVE OR A 07 CREDIT
001700*                TYPE (PAYMENTS ARE LEFT OUT): COTRN01C
001800*                REVERSALS, COTRN02C AND COFRD00C KEYED CREDITS
001900*                AND 075000 REFUNDS, CODSP00C DISPUTE CREDITS,
002000*                WAIVERS, REWARDS, CLOSURE REBATES AND PAYMENT
002100*                TRANSFER FEE REFUNDS. THE REASON IS TAKEN FROM
002200*                THE PROGRAM THAT POSTED THE ROW (TRAN-KEYED-PGM)
002300*                AND THE APPROVER FROM TRAN-APPROVED-BY.
002400*
002500*                TWO REPORTS COME OUT OF ONE PASS:
002600*                  MCRDAY - TODAY'S CREDITS ONE PER LINE, THE
002700*                           USER/ACCOUNT PAIRS CREDITED MORE
002800*                           THAN ONCE TODAY, AND TODAY'S TOTALS
002900*                           BY USER AND REASON.
003000*                  MCRMON - MONTH TO DATE: EVERY FLAGGED CREDIT,
003100*                           THE USER/ACCOUNT PAIRS CREDITED
003200*                           REPEATEDLY THIS MONTH, AND THE
003300*                           TOTALS BY USER AND REASON WITH THE
003400*                           NUMBER SIGNED OFF BY AN APPROVER.
003500*                A CREDIT IS FLAGGED NEAR WHEN IT FALLS JUST
003600*                UNDER CDEMO-LIMIT-APPR-THRESHOLD (CVAPR01Y), AND
003700*                OWNREV WHEN IT REVERSES A ROW THE SAME USER
003800*                KEYED (THE ORIGINAL IS READ BACK THROUGH
003900*                TRAN-ORIG-TRAN-ID). RUN NIGHTLY AFTER POSTING;
004000*                THE LAST RUN OF THE MONTH GIVES THE MONTHLY
004100*                REPORT.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS TRAN-ID
005000         FILE STATUS IS WS-TRAN-MASTER-STATUS.
005100     SELECT CARD-FILE ASSIGN TO CARDDAT
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CARD-NUM
005500         FILE STATUS IS WS-CARD-STATUS.
005600     SELECT DAY-RPT-FILE ASSIGN TO MCRDAY
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-DAY-RPT-STATUS.
005900     SELECT MONTH-RPT-FILE ASSIGN TO MCRMON
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-MONTH-RPT-STATUS.
006200     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-ALERT-STATUS.
006500     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS JBS-KEY
006900         FILE STATUS IS WS-JOBLOG-STATUS.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  TRAN-MASTER-FILE.
007400     COPY CVTRA01Y.
007500*
007600 FD  CARD-FILE.
007700     COPY CVACT02Y.
007800*
007900 FD  DAY-RPT-FILE
008000     RECORDING MODE IS F.
008100 01  DAY-RPT-LINE                     PIC X(80).
008200*
008300 FD  MONTH-RPT-FILE
008400     RECORDING MODE IS F.
008500 01  MONTH-RPT-LINE                   PIC X(80).
008600*
008700 FD  ALERT-QUEUE-FILE
008800     RECORDING MODE IS F.
008900     COPY CSOPS01Y.
009000*
009100 FD  JOB-LOG-FILE.
009200     COPY CVJOB01Y.
009300*
009400 WORKING-STORAGE SECTION.
009500 01  WS-TRAN-MASTER-STATUS            PIC XX.
009600     88 WS-TRAN-MASTER-OK             VALUE '00'.
009700     88 WS-TRAN-MASTER-EOF            VALUE '10'.
009800 01  WS-CARD-STATUS                   PIC XX.
009900     88 WS-CARD-OK                    VALUE '00'.
010000 01  WS-DAY-RPT-STATUS                PIC XX.
010100 01  WS-MONTH-RPT-STATUS              PIC XX.
010200 01  WS-ALERT-STATUS                  PIC XX.
010300 01  WS-JOBLOG-STATUS                 PIC XX.
010400     88 WS-JOBLOG-OK                  VALUE '00'.
010500 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
010600     88 WS-END-OF-TRANSACTIONS        VALUE 'Y'.
010700 01  WS-TRAN-COUNT                    PIC 9(07) VALUE ZERO.
010800 01  WS-DAY-COUNT                     PIC 9(07) VALUE ZERO.
010900 01  WS-MONTH-COUNT                   PIC 9(07) VALUE ZERO.
011000 01  WS-FLAGGED-COUNT                 PIC 9(07) VALUE ZERO.
011100 01  WS-ABEND-REASON-TEXT             PIC X(50).
011200*
011300******************************************************************
011400* CONTROL POLICY - HOW CLOSE UNDER THE APPROVAL THRESHOLD COUNTS
011500* AS "JUST UNDER", AND HOW MANY CREDITS BY ONE USER TO ONE
011600* ACCOUNT MAKE A REPEAT IN A DAY AND IN A MONTH.
011700******************************************************************
011800 01  WS-NEAR-THRESHOLD-PCT            PIC 9(03) VALUE 090.
011900 01  WS-REPEAT-DAY-MIN                PIC 9(03) VALUE 002.
012000 01  WS-REPEAT-MONTH-MIN              PIC 9(03) VALUE 003.
012100*
012200******************************************************************
012300* THE CREDIT IN HAND.
012400******************************************************************
012500 01  WS-CREDIT-WORK.
012600     05 WS-RPT-MONTH                  PIC X(07).
012700     05 WS-CREDIT-AMT                 PIC S9(09)V99 COMP-3.
012800     05 WS-NEAR-FLOOR-AMT             PIC S9(09)V99 COMP-3.
012900     05 WS-REASON                     PIC X(08).
013000     05 WS-ACCT-ID                    PIC 9(11).
013100     05 WS-TODAY-SW                   PIC X(01).
013200        88 WS-CREDIT-TODAY            VALUE 'Y'.
013300     05 WS-NEAR-SW                    PIC X(01).
013400        88 WS-NEAR-THRESHOLD          VALUE 'Y'.
013500     05 WS-OWNREV-SW                  PIC X(01).
013600        88 WS-OWN-REVERSAL            VALUE 'Y'.
013700     05 WS-FLAGS                      PIC X(11).
013800     05 WS-SAVE-TRAN-ID               PIC X(16).
013900     05 WS-SAVE-KEYED-BY              PIC X(08).
014000     05 WS-ORIG-KEYED-BY              PIC X(08).
014100*
014200******************************************************************
014300* TOTALS BY KEYING USER AND REASON - UP TO 100 PAIRS; OVERFLOW
014400* FOLDS INTO SLOT 101 SO THE GRAND TOTAL STILL TIES, THE SAME
014500* CATCH-ALL RULE CBWAV01C USES. DAY AND MONTH SIDE BY SIDE.
014600******************************************************************
014700 01  WS-USER-REASON-TOTALS.
014800     05 WS-URT-USED                   PIC 9(03) VALUE ZERO.
014900     05 WS-URT-ENTRY OCCURS 101 TIMES
015000                      INDEXED BY WS-URT-IDX.
015100        10 WS-URT-USER                PIC X(08).
015200        10 WS-URT-REASON              PIC X(08).
015300        10 WS-URT-DAY-COUNT           PIC 9(05).
015400        10 WS-URT-DAY-AMT             PIC S9(09)V99 COMP-3.
015500        10 WS-URT-MON-COUNT           PIC 9(05).
015600        10 WS-URT-MON-AMT             PIC S9(09)V99 COMP-3.
015700        10 WS-URT-MON-APPROVED        PIC 9(05).
015800*
015900******************************************************************
016000* CREDITS BY KEYING USER AND ACCOUNT, FOR THE REPEAT TEST - UP TO
016100* 500 PAIRS A MONTH. A PAIR FIRST SEEN AFTER THE TABLE FILLS IS
016200* NOT TRACKED, AND THE RUN SAYS SO ON BOTH REPORTS.
016300******************************************************************
016400 01  WS-USER-ACCT-TOTALS.
016500     05 WS-UAT-USED                   PIC 9(03) VALUE ZERO.
016600     05 WS-UAT-OVERFLOW-SW            PIC X(01) VALUE 'N'.
016700        88 WS-UAT-OVERFLOWED          VALUE 'Y'.
016800     05 WS-UAT-ENTRY OCCURS 500 TIMES
016900                      INDEXED BY WS-UAT-IDX.
017000        10 WS-UAT-USER                PIC X(08).
017100        10 WS-UAT-ACCT-ID             PIC 9(11).
017200        10 WS-UAT-DAY-COUNT           PIC 9(05).
017300        10 WS-UAT-DAY-AMT             PIC S9(09)V99 COMP-3.
017400        10 WS-UAT-MON-COUNT           PIC 9(05).
017500        10 WS-UAT-MON-AMT             PIC S9(09)V99 COMP-3.
017600*
017700 01  WS-RPT-WORK.
017800     05 WS-AMT-EDIT                   PIC -(7)9.99.
017900     05 WS-TOTAL-EDIT                 PIC -(10)9.99.
018000     05 WS-COUNT-EDIT                 PIC Z(04)9.
018100     05 WS-COUNT-EDIT2                PIC Z(04)9.
018200     05 WS-DAY-TOTAL-AMT              PIC S9(11)V99 COMP-3
018300                                      VALUE ZERO.
018400     05 WS-MONTH-TOTAL-AMT            PIC S9(11)V99 COMP-3
018500                                      VALUE ZERO.
018600     05 WS-REPEAT-SEEN-SW             PIC X(01).
018700        88 WS-REPEAT-SEEN             VALUE 'Y'.
018800*
018900******************************************************************
019000* THE APPROVAL THRESHOLD - CDEMO-LIMIT-APPR-THRESHOLD.
019100******************************************************************
019200 COPY CVAPR01Y.
019300*
019400 COPY CSMSG02Y.
019500*
019600 COPY CSDAT01Y.
019700*
019800 LINKAGE SECTION.
019900*
020000******************************************************************
020100 PROCEDURE DIVISION.
020200******************************************************************
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
020500     PERFORM 2000-REVIEW-TRAN THRU 2000-REVIEW-TRAN-EXIT
020600         UNTIL WS-END-OF-TRANSACTIONS
020700     PERFORM 7000-WRITE-DAY-TOTALS THRU 7000-WRITE-DAY-TOTALS-EXIT
020800     PERFORM 7500-WRITE-MONTH-TOTALS
020900         THRU 7500-WRITE-MONTH-TOTALS-EXIT
021000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
021100     GOBACK.
021200*
021300 1000-INITIALIZE.
021400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
021500     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
021600     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
021700     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
021800     MOVE WS-CURDATE-YYYY-MM-DD (1:7) TO WS-RPT-MONTH
021900     COMPUTE WS-NEAR-FLOOR-AMT ROUNDED =
022000         CDEMO-LIMIT-APPR-THRESHOLD * WS-NEAR-THRESHOLD-PCT / 100
022100     OPEN INPUT TRAN-MASTER-FILE
022200     OPEN INPUT CARD-FILE
022300     OPEN OUTPUT DAY-RPT-FILE
022400     OPEN OUTPUT MONTH-RPT-FILE
022500     IF NOT WS-TRAN-MASTER-OK
022600         DISPLAY 'CBMCR01C - ERROR OPENING TRAN MASTER FILE'
022700         MOVE 'Y'                TO WS-EOF-SW
022800         MOVE 'TRAN MASTER FILE OPEN ERROR'
022900                                 TO WS-ABEND-REASON-TEXT
023000         PERFORM 9100-ABEND-NOTIFY
023100             THRU 9100-ABEND-NOTIFY-EXIT
023200     END-IF
023300     PERFORM 1100-WRITE-HEADINGS THRU 1100-WRITE-HEADINGS-EXIT
023400     IF NOT WS-END-OF-TRANSACTIONS
023500         PERFORM 2100-READ-NEXT-TRAN
023600             THRU 2100-READ-NEXT-TRAN-EXIT
023700     END-IF.
023800 1000-INITIALIZE-EXIT.
023900     EXIT.
024000*
024100 1100-WRITE-HEADINGS.
024200     MOVE SPACES                 TO DAY-RPT-LINE
024300     STRING 'MANUAL CREDIT CONTROL REPORT - DAY '
024400                                 DELIMITED BY SIZE
024500            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
024600       INTO DAY-RPT-LINE
024700     END-STRING
024800     WRITE DAY-RPT-LINE
024900     MOVE SPACES                 TO DAY-RPT-LINE
025000     WRITE DAY-RPT-LINE
025100     MOVE 'TRAN ID          USER     REASON   ACCOUNT'
025200                                 TO DAY-RPT-LINE
025300     MOVE '     AMOUNT APPROVER FLAGS'
025400                                 TO DAY-RPT-LINE (48:26)
025500     WRITE DAY-RPT-LINE
025600     MOVE SPACES                 TO MONTH-RPT-LINE
025700     STRING 'MANUAL CREDIT CONTROL REPORT - MONTH '
025800                                 DELIMITED BY SIZE
025900            WS-RPT-MONTH         DELIMITED BY SIZE
026000            ' TO '               DELIMITED BY SIZE
026100            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
026200       INTO MONTH-RPT-LINE
026300     END-STRING
026400     WRITE MONTH-RPT-LINE
026500     MOVE SPACES                 TO MONTH-RPT-LINE
026600     WRITE MONTH-RPT-LINE
026700     MOVE 'FLAGGED CREDITS (NEAR = JUST UNDER APPROVAL THRESHOLD,'
026800                                 TO MONTH-RPT-LINE
026900     WRITE MONTH-RPT-LINE
027000     MOVE '  OWNREV = REVERSAL OF THE SAME USER''S OWN ENTRY)'
027100                                 TO MONTH-RPT-LINE
027200     WRITE MONTH-RPT-LINE
027300     MOVE 'TRAN ID          USER     REASON   ACCOUNT'
027400                                 TO MONTH-RPT-LINE
027500     MOVE '     AMOUNT APPROVER FLAGS'
027600                                 TO MONTH-RPT-LINE (48:26)
027700     WRITE MONTH-RPT-LINE.
027800 1100-WRITE-HEADINGS-EXIT.
027900     EXIT.
028000*
028100******************************************************************
028200* A ROW IS A MANUAL CREDIT WHEN A USER IS STAMPED ON IT AND IT
028300* TAKES MONEY OFF THE BALANCE THE WAY CBTRN02C POSTS IT - A 07
028400* CREDIT TYPE OR A NEGATIVE AMOUNT - OTHER THAN A PAYMENT.
028500******************************************************************
028600 2000-REVIEW-TRAN.
028700     ADD 1                       TO WS-TRAN-COUNT
028800     IF TRAN-PROC-DATE (1:7) NOT = WS-RPT-MONTH
028900        OR TRAN-KEYED-BY = SPACES OR TRAN-KEYED-BY = LOW-VALUES
029000        OR TRAN-TYPE-CD = '02'
029100         GO TO 2000-REVIEW-TRAN-NEXT
029200     END-IF
029300     IF TRAN-TYPE-CD NOT = '07' AND TRAN-AMT NOT < ZERO
029400         GO TO 2000-REVIEW-TRAN-NEXT
029500     END-IF
029600     PERFORM 3000-CLASSIFY-CREDIT THRU 3000-CLASSIFY-CREDIT-EXIT
029700     PERFORM 4000-ADD-USER-REASON THRU 4000-ADD-USER-REASON-EXIT
029800     PERFORM 4100-ADD-USER-ACCT THRU 4100-ADD-USER-ACCT-EXIT
029900     IF WS-CREDIT-TODAY
030000         PERFORM 5000-WRITE-DAY-DETAIL
030100             THRU 5000-WRITE-DAY-DETAIL-EXIT
030200     END-IF
030300     IF WS-FLAGS NOT = SPACES
030400         PERFORM 5100-WRITE-FLAGGED-DETAIL
030500             THRU 5100-WRITE-FLAGGED-DETAIL-EXIT
030600     END-IF.
030700 2000-REVIEW-TRAN-NEXT.
030800     PERFORM 2100-READ-NEXT-TRAN
030900         THRU 2100-READ-NEXT-TRAN-EXIT.
031000 2000-REVIEW-TRAN-EXIT.
031100     EXIT.
031200*
031300 2100-READ-NEXT-TRAN.
031400     READ TRAN-MASTER-FILE NEXT RECORD
031500         AT END
031600             MOVE 'Y'            TO WS-EOF-SW
031700     END-READ.
031800 2100-READ-NEXT-TRAN-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200* REASON FROM THE POSTING PROGRAM; ACCOUNT FROM THE CARD; THE
032300* NEAR-THRESHOLD AND OWN-REVERSAL FLAGS.
032400******************************************************************
032500 3000-CLASSIFY-CREDIT.
032600     ADD 1                       TO WS-MONTH-COUNT
032700     IF TRAN-AMT < ZERO
032800         COMPUTE WS-CREDIT-AMT = TRAN-AMT * -1
032900     ELSE
033000         MOVE TRAN-AMT           TO WS-CREDIT-AMT
033100     END-IF
033200     MOVE 'N'                    TO WS-TODAY-SW
033300     IF TRAN-PROC-DATE = WS-CURDATE-YYYY-MM-DD
033400         MOVE 'Y'                TO WS-TODAY-SW
033500         ADD 1                   TO WS-DAY-COUNT
033600         ADD WS-CREDIT-AMT       TO WS-DAY-TOTAL-AMT
033700     END-IF
033800     ADD WS-CREDIT-AMT           TO WS-MONTH-TOTAL-AMT
033900     EVALUATE TRUE
034000         WHEN TRAN-IS-REVERSAL
034100             MOVE 'REVERSAL'     TO WS-REASON
034200         WHEN TRAN-KEYED-PGM = 'CODSP00C'
034300             MOVE 'DISPUTE'      TO WS-REASON
034400         WHEN TRAN-KEYED-PGM = 'COWAV00C'
034500           OR TRAN-KEYED-PGM = 'COACTAPC'
034600             MOVE 'WAIVER'       TO WS-REASON
034700         WHEN TRAN-KEYED-PGM = 'CORWD00C'
034800             MOVE 'REWARDS'      TO WS-REASON
034900         WHEN TRAN-KEYED-PGM = 'COACT02C'
035000             MOVE 'REBATE'       TO WS-REASON
035100         WHEN TRAN-KEYED-PGM = 'COPXFSVC'
035200             MOVE 'PAYXFER'      TO WS-REASON
035300         WHEN TRAN-TYPE-CD = '07' AND TRAN-CAT-CD = '5000'
035400             MOVE 'REFUND'       TO WS-REASON
035500         WHEN TRAN-KEYED-PGM = 'COTRN02C'
035600           OR TRAN-KEYED-PGM = 'COFRD00C'
035700             MOVE 'KEYED'        TO WS-REASON
035800         WHEN OTHER
035900             MOVE 'OTHER'        TO WS-REASON
036000     END-EVALUATE
036100     MOVE TRAN-CARD-NUM          TO CARD-NUM
036200     READ CARD-FILE
036300         INVALID KEY
036400             MOVE ZERO           TO CARD-ACCT-ID
036500     END-READ
036600     MOVE CARD-ACCT-ID           TO WS-ACCT-ID
036700     MOVE 'N'                    TO WS-NEAR-SW
036800     IF WS-CREDIT-AMT NOT < WS-NEAR-FLOOR-AMT
036900        AND WS-CREDIT-AMT < CDEMO-LIMIT-APPR-THRESHOLD
037000         MOVE 'Y'                TO WS-NEAR-SW
037100     END-IF
037200     MOVE 'N'                    TO WS-OWNREV-SW
037300     IF TRAN-IS-REVERSAL AND TRAN-ORIG-TRAN-ID NOT = SPACES
037400         PERFORM 3100-CHECK-OWN-REVERSAL
037500             THRU 3100-CHECK-OWN-REVERSAL-EXIT
037600     END-IF
037700     MOVE SPACES                 TO WS-FLAGS
037800     IF WS-NEAR-THRESHOLD
037900         MOVE 'NEAR'             TO WS-FLAGS (1:4)
038000     END-IF
038100     IF WS-OWN-REVERSAL
038200         MOVE 'OWNREV'           TO WS-FLAGS (6:6)
038300     END-IF
038400     IF WS-FLAGS NOT = SPACES
038500         ADD 1                   TO WS-FLAGGED-COUNT
038600     END-IF.
038700 3000-CLASSIFY-CREDIT-EXIT.
038800     EXIT.
038900*
039000******************************************************************
039100* READ THE REVERSED ROW TO SEE WHO KEYED IT. THE RANDOM READ
039200* MOVES THE BROWSE, SO THE REVERSAL ITSELF IS READ BACK AFTERWARDS
039300* - RESTORING BOTH THE RECORD AND THE POSITION OF THE MAIN PASS.
039400******************************************************************
039500 3100-CHECK-OWN-REVERSAL.
039600     MOVE TRAN-ID                TO WS-SAVE-TRAN-ID
039700     MOVE TRAN-KEYED-BY          TO WS-SAVE-KEYED-BY
039800     MOVE SPACES                 TO WS-ORIG-KEYED-BY
039900     MOVE TRAN-ORIG-TRAN-ID      TO TRAN-ID
040000     READ TRAN-MASTER-FILE
040100         INVALID KEY
040200             MOVE SPACES         TO TRAN-KEYED-BY
040300     END-READ
040400     IF WS-TRAN-MASTER-OK
040500         MOVE TRAN-KEYED-BY      TO WS-ORIG-KEYED-BY
040600     END-IF
040700     MOVE WS-SAVE-TRAN-ID        TO TRAN-ID
040800     READ TRAN-MASTER-FILE
040900         INVALID KEY
041000             DISPLAY 'CBMCR01C - REVERSAL ROW NOT REREAD: '
041100                     WS-SAVE-TRAN-ID
041200     END-READ
041300     IF WS-ORIG-KEYED-BY = WS-SAVE-KEYED-BY
041400         MOVE 'Y'                TO WS-OWNREV-SW
041500     END-IF.
041600 3100-CHECK-OWN-REVERSAL-EXIT.
041700     EXIT.
041800*
041900 4000-ADD-USER-REASON.
042000     SET WS-URT-IDX              TO 1
042100     SEARCH WS-URT-ENTRY
042200         AT END
042300             PERFORM 4050-NEW-USER-REASON
042400                 THRU 4050-NEW-USER-REASON-EXIT
042500         WHEN WS-URT-USER (WS-URT-IDX) = TRAN-KEYED-BY
042600          AND WS-URT-REASON (WS-URT-IDX) = WS-REASON
042700             CONTINUE
042800     END-SEARCH
042900     IF WS-CREDIT-TODAY
043000         ADD 1                   TO WS-URT-DAY-COUNT (WS-URT-IDX)
043100         ADD WS-CREDIT-AMT       TO WS-URT-DAY-AMT (WS-URT-IDX)
043200     END-IF
043300     ADD 1                       TO WS-URT-MON-COUNT (WS-URT-IDX)
043400     ADD WS-CREDIT-AMT           TO WS-URT-MON-AMT (WS-URT-IDX)
043500     IF TRAN-APPROVED-BY NOT = SPACES
043600        AND TRAN-APPROVED-BY NOT = LOW-VALUES
043700         ADD 1
043800             TO WS-URT-MON-APPROVED (WS-URT-IDX)
043900     END-IF.
044000 4000-ADD-USER-REASON-EXIT.
044100     EXIT.
044200*
044300 4050-NEW-USER-REASON.
044400     IF WS-URT-USED < 100
044500         ADD 1                   TO WS-URT-USED
044600         SET WS-URT-IDX          TO WS-URT-USED
044700         MOVE TRAN-KEYED-BY      TO WS-URT-USER (WS-URT-IDX)
044800         MOVE WS-REASON          TO WS-URT-REASON (WS-URT-IDX)
044900     ELSE
045000         SET WS-URT-IDX          TO 101
045100         MOVE 'VARIOUS'          TO WS-URT-USER (WS-URT-IDX)
045200         MOVE 'VARIOUS'          TO WS-URT-REASON (WS-URT-IDX)
045300     END-IF.
045400 4050-NEW-USER-REASON-EXIT.
045500     EXIT.
045600*
045700 4100-ADD-USER-ACCT.
045800     SET WS-UAT-IDX              TO 1
045900     SEARCH WS-UAT-ENTRY
046000         AT END
046100             IF WS-UAT-USED < 500
046200                 ADD 1           TO WS-UAT-USED
046300                 SET WS-UAT-IDX  TO WS-UAT-USED
046400                 MOVE TRAN-KEYED-BY TO WS-UAT-USER (WS-UAT-IDX)
046500                 MOVE WS-ACCT-ID TO WS-UAT-ACCT-ID (WS-UAT-IDX)
046600             ELSE
046700                 MOVE 'Y'        TO WS-UAT-OVERFLOW-SW
046800                 GO TO 4100-ADD-USER-ACCT-EXIT
046900             END-IF
047000         WHEN WS-UAT-USER (WS-UAT-IDX) = TRAN-KEYED-BY
047100          AND WS-UAT-ACCT-ID (WS-UAT-IDX) = WS-ACCT-ID
047200             CONTINUE
047300     END-SEARCH
047400     IF WS-CREDIT-TODAY
047500         ADD 1                   TO WS-UAT-DAY-COUNT (WS-UAT-IDX)
047600         ADD WS-CREDIT-AMT       TO WS-UAT-DAY-AMT (WS-UAT-IDX)
047700     END-IF
047800     ADD 1                       TO WS-UAT-MON-COUNT (WS-UAT-IDX)
047900     ADD WS-CREDIT-AMT           TO WS-UAT-MON-AMT (WS-UAT-IDX).
048000 4100-ADD-USER-ACCT-EXIT.
048100     EXIT.
048200*
048300 5000-WRITE-DAY-DETAIL.
048400     PERFORM 5200-BUILD-DETAIL THRU 5200-BUILD-DETAIL-EXIT
048500     MOVE MONTH-RPT-LINE         TO DAY-RPT-LINE
048600     WRITE DAY-RPT-LINE.
048700 5000-WRITE-DAY-DETAIL-EXIT.
048800     EXIT.
048900*
049000 5100-WRITE-FLAGGED-DETAIL.
049100     PERFORM 5200-BUILD-DETAIL THRU 5200-BUILD-DETAIL-EXIT
049200     WRITE MONTH-RPT-LINE.
049300 5100-WRITE-FLAGGED-DETAIL-EXIT.
049400     EXIT.
049500*
049600******************************************************************
049700* ONE CREDIT, BUILT IN THE MONTH REPORT'S RECORD AREA AND COPIED
049800* TO THE DAY REPORT WHERE IT BELONGS THERE TOO.
049900******************************************************************
050000 5200-BUILD-DETAIL.
050100     MOVE WS-CREDIT-AMT          TO WS-AMT-EDIT
050200     MOVE SPACES                 TO MONTH-RPT-LINE
050300     STRING TRAN-ID              DELIMITED BY SIZE
050400            ' '                  DELIMITED BY SIZE
050500            TRAN-KEYED-BY        DELIMITED BY SIZE
050600            ' '                  DELIMITED BY SIZE
050700            WS-REASON            DELIMITED BY SIZE
050800            ' '                  DELIMITED BY SIZE
050900            WS-ACCT-ID           DELIMITED BY SIZE
051000            ' '                  DELIMITED BY SIZE
051100            WS-AMT-EDIT          DELIMITED BY SIZE
051200            ' '                  DELIMITED BY SIZE
051300            TRAN-APPROVED-BY     DELIMITED BY SIZE
051400            ' '                  DELIMITED BY SIZE
051500            WS-FLAGS             DELIMITED BY SIZE
051600       INTO MONTH-RPT-LINE
051700     END-STRING.
051800 5200-BUILD-DETAIL-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200* DAY REPORT TRAILER - USER/ACCOUNT PAIRS CREDITED REPEATEDLY
052300* TODAY, THEN TODAY'S TOTALS BY USER AND REASON.
052400******************************************************************
052500 7000-WRITE-DAY-TOTALS.
052600     MOVE SPACES                 TO DAY-RPT-LINE
052700     WRITE DAY-RPT-LINE
052800     MOVE 'REPEAT CREDITS TODAY - SAME USER, SAME ACCOUNT'
052900                                 TO DAY-RPT-LINE
053000     WRITE DAY-RPT-LINE
053100     MOVE 'N'                    TO WS-REPEAT-SEEN-SW
053200     PERFORM 7100-WRITE-DAY-REPEAT THRU 7100-WRITE-DAY-REPEAT-EXIT
053300         VARYING WS-UAT-IDX FROM 1 BY 1
053400         UNTIL WS-UAT-IDX > WS-UAT-USED
053500     IF NOT WS-REPEAT-SEEN
053600         MOVE '  NONE'           TO DAY-RPT-LINE
053700         WRITE DAY-RPT-LINE
053800     END-IF
053900     MOVE SPACES                 TO DAY-RPT-LINE
054000     WRITE DAY-RPT-LINE
054100     MOVE 'TOTALS BY USER AND REASON' TO DAY-RPT-LINE
054200     WRITE DAY-RPT-LINE
054300     PERFORM 7200-WRITE-DAY-TOTAL THRU 7200-WRITE-DAY-TOTAL-EXIT
054400         VARYING WS-URT-IDX FROM 1 BY 1
054500         UNTIL WS-URT-IDX > WS-URT-USED
054600     IF WS-URT-DAY-COUNT (101) > ZERO
054700         SET WS-URT-IDX          TO 101
054800         PERFORM 7200-WRITE-DAY-TOTAL
054900             THRU 7200-WRITE-DAY-TOTAL-EXIT
055000     END-IF
055100     MOVE WS-DAY-TOTAL-AMT       TO WS-TOTAL-EDIT
055200     MOVE SPACES                 TO DAY-RPT-LINE
055300     STRING 'TOTAL MANUAL CREDITS TODAY  COUNT=' DELIMITED BY SIZE
055400            WS-DAY-COUNT         DELIMITED BY SIZE
055500            ' AMOUNT='           DELIMITED BY SIZE
055600            WS-TOTAL-EDIT        DELIMITED BY SIZE
055700       INTO DAY-RPT-LINE
055800     END-STRING
055900     WRITE DAY-RPT-LINE
056000     PERFORM 7900-NOTE-OVERFLOW THRU 7900-NOTE-OVERFLOW-EXIT
056100     IF WS-UAT-OVERFLOWED
056200         MOVE MONTH-RPT-LINE     TO DAY-RPT-LINE
056300         WRITE DAY-RPT-LINE
056400     END-IF.
056500 7000-WRITE-DAY-TOTALS-EXIT.
056600     EXIT.
056700*
056800 7100-WRITE-DAY-REPEAT.
056900     IF WS-UAT-DAY-COUNT (WS-UAT-IDX) < WS-REPEAT-DAY-MIN
057000         GO TO 7100-WRITE-DAY-REPEAT-EXIT
057100     END-IF
057200     MOVE 'Y'                    TO WS-REPEAT-SEEN-SW
057300     MOVE WS-UAT-DAY-COUNT (WS-UAT-IDX) TO WS-COUNT-EDIT
057400     MOVE WS-UAT-DAY-AMT (WS-UAT-IDX) TO WS-AMT-EDIT
057500     MOVE SPACES                 TO DAY-RPT-LINE
057600     STRING '  USER='            DELIMITED BY SIZE
057700            WS-UAT-USER (WS-UAT-IDX) DELIMITED BY SIZE
057800            ' ACCT='             DELIMITED BY SIZE
057900            WS-UAT-ACCT-ID (WS-UAT-IDX) DELIMITED BY SIZE
058000            ' CREDITS='          DELIMITED BY SIZE
058100            WS-COUNT-EDIT        DELIMITED BY SIZE
058200            ' AMOUNT='           DELIMITED BY SIZE
058300            WS-AMT-EDIT          DELIMITED BY SIZE
058400       INTO DAY-RPT-LINE
058500     END-STRING
058600     WRITE DAY-RPT-LINE.
058700 7100-WRITE-DAY-REPEAT-EXIT.
058800     EXIT.
058900*
059000 7200-WRITE-DAY-TOTAL.
059100     IF WS-URT-DAY-COUNT (WS-URT-IDX) = ZERO
059200         GO TO 7200-WRITE-DAY-TOTAL-EXIT
059300     END-IF
059400     MOVE WS-URT-DAY-COUNT (WS-URT-IDX) TO WS-COUNT-EDIT
059500     MOVE WS-URT-DAY-AMT (WS-URT-IDX) TO WS-AMT-EDIT
059600     MOVE SPACES                 TO DAY-RPT-LINE
059700     STRING '  USER='            DELIMITED BY SIZE
059800            WS-URT-USER (WS-URT-IDX) DELIMITED BY SIZE
059900            ' REASON='           DELIMITED BY SIZE
060000            WS-URT-REASON (WS-URT-IDX) DELIMITED BY SIZE
060100            ' COUNT='            DELIMITED BY SIZE
060200            WS-COUNT-EDIT        DELIMITED BY SIZE
060300            ' AMOUNT='           DELIMITED BY SIZE
060400            WS-AMT-EDIT          DELIMITED BY SIZE
060500       INTO DAY-RPT-LINE
060600     END-STRING
060700     WRITE DAY-RPT-LINE.
060800 7200-WRITE-DAY-TOTAL-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200* MONTH REPORT TRAILER - REPEAT PAIRS FOR THE MONTH, THEN THE
061300* MONTH'S TOTALS BY USER AND REASON WITH HOW MANY A SECOND USER
061400* APPROVED.
061500******************************************************************
061600 7500-WRITE-MONTH-TOTALS.
061700     MOVE SPACES                 TO MONTH-RPT-LINE
061800     WRITE MONTH-RPT-LINE
061900     MOVE 'REPEAT CREDITS THIS MONTH - SAME USER, SAME ACCOUNT'
062000                                 TO MONTH-RPT-LINE
062100     WRITE MONTH-RPT-LINE
062200     MOVE 'N'                    TO WS-REPEAT-SEEN-SW
062300     PERFORM 7600-WRITE-MONTH-REPEAT
062400         THRU 7600-WRITE-MONTH-REPEAT-EXIT
062500         VARYING WS-UAT-IDX FROM 1 BY 1
062600         UNTIL WS-UAT-IDX > WS-UAT-USED
062700     IF NOT WS-REPEAT-SEEN
062800         MOVE '  NONE'           TO MONTH-RPT-LINE
062900         WRITE MONTH-RPT-LINE
063000     END-IF
063100     MOVE SPACES                 TO MONTH-RPT-LINE
063200     WRITE MONTH-RPT-LINE
063300     MOVE 'TOTALS BY USER AND REASON' TO MONTH-RPT-LINE
063400     WRITE MONTH-RPT-LINE
063500     PERFORM 7700-WRITE-MONTH-TOTAL
063600         THRU 7700-WRITE-MONTH-TOTAL-EXIT
063700         VARYING WS-URT-IDX FROM 1 BY 1
063800         UNTIL WS-URT-IDX > WS-URT-USED
063900     IF WS-URT-MON-COUNT (101) > ZERO
064000         SET WS-URT-IDX          TO 101
064100         PERFORM 7700-WRITE-MONTH-TOTAL
064200             THRU 7700-WRITE-MONTH-TOTAL-EXIT
064300     END-IF
064400     MOVE WS-MONTH-TOTAL-AMT     TO WS-TOTAL-EDIT
064500     MOVE SPACES                 TO MONTH-RPT-LINE
064600     STRING 'TOTAL MANUAL CREDITS  COUNT=' DELIMITED BY SIZE
064700            WS-MONTH-COUNT       DELIMITED BY SIZE
064800            ' AMOUNT='           DELIMITED BY SIZE
064900            WS-TOTAL-EDIT        DELIMITED BY SIZE
065000            ' FLAGGED='          DELIMITED BY SIZE
065100            WS-FLAGGED-COUNT     DELIMITED BY SIZE
065200       INTO MONTH-RPT-LINE
065300     END-STRING
065400     WRITE MONTH-RPT-LINE
065500     PERFORM 7900-NOTE-OVERFLOW THRU 7900-NOTE-OVERFLOW-EXIT
065600     IF WS-UAT-OVERFLOWED
065700         WRITE MONTH-RPT-LINE
065800     END-IF.
065900 7500-WRITE-MONTH-TOTALS-EXIT.
066000     EXIT.
066100*
066200 7600-WRITE-MONTH-REPEAT.
066300     IF WS-UAT-MON-COUNT (WS-UAT-IDX) < WS-REPEAT-MONTH-MIN
066400         GO TO 7600-WRITE-MONTH-REPEAT-EXIT
066500     END-IF
066600     MOVE 'Y'                    TO WS-REPEAT-SEEN-SW
066700     MOVE WS-UAT-MON-COUNT (WS-UAT-IDX) TO WS-COUNT-EDIT
066800     MOVE WS-UAT-MON-AMT (WS-UAT-IDX) TO WS-AMT-EDIT
066900     MOVE SPACES                 TO MONTH-RPT-LINE
067000     STRING '  USER='            DELIMITED BY SIZE
067100            WS-UAT-USER (WS-UAT-IDX) DELIMITED BY SIZE
067200            ' ACCT='             DELIMITED BY SIZE
067300            WS-UAT-ACCT-ID (WS-UAT-IDX) DELIMITED BY SIZE
067400            ' CREDITS='          DELIMITED BY SIZE
067500            WS-COUNT-EDIT        DELIMITED BY SIZE
067600            ' AMOUNT='           DELIMITED BY SIZE
067700            WS-AMT-EDIT          DELIMITED BY SIZE
067800       INTO MONTH-RPT-LINE
067900     END-STRING
068000     WRITE MONTH-RPT-LINE.
068100 7600-WRITE-MONTH-REPEAT-EXIT.
068200     EXIT.
068300*
068400 7700-WRITE-MONTH-TOTAL.
068500     MOVE WS-URT-MON-COUNT (WS-URT-IDX) TO WS-COUNT-EDIT
068600     MOVE WS-URT-MON-APPROVED (WS-URT-IDX) TO WS-COUNT-EDIT2
068700     MOVE WS-URT-MON-AMT (WS-URT-IDX) TO WS-AMT-EDIT
068800     MOVE SPACES                 TO MONTH-RPT-LINE
068900     STRING '  USER='            DELIMITED BY SIZE
069000            WS-URT-USER (WS-URT-IDX) DELIMITED BY SIZE
069100            ' REASON='           DELIMITED BY SIZE
069200            WS-URT-REASON (WS-URT-IDX) DELIMITED BY SIZE
069300            ' COUNT='            DELIMITED BY SIZE
069400            WS-COUNT-EDIT        DELIMITED BY SIZE
069500            ' AMOUNT='           DELIMITED BY SIZE
069600            WS-AMT-EDIT          DELIMITED BY SIZE
069700            ' APPROVED='         DELIMITED BY SIZE
069800            WS-COUNT-EDIT2       DELIMITED BY SIZE
069900       INTO MONTH-RPT-LINE
070000     END-STRING
070100     WRITE MONTH-RPT-LINE.
070200 7700-WRITE-MONTH-TOTAL-EXIT.
070300     EXIT.
070400*
070500 7900-NOTE-OVERFLOW.
070600     MOVE SPACES                 TO MONTH-RPT-LINE
070700     IF WS-UAT-OVERFLOWED
070800         MOVE 'NOTE - OVER 500 USER/ACCOUNT PAIRS, REPEATS NOT'
070900                                 TO MONTH-RPT-LINE
071000         MOVE ' ALL TRACKED'     TO MONTH-RPT-LINE (48:12)
071100     END-IF.
071200 7900-NOTE-OVERFLOW-EXIT.
071300     EXIT.
071400*
071500 9000-TERMINATE.
071600     CLOSE TRAN-MASTER-FILE
071700     CLOSE CARD-FILE
071800     CLOSE DAY-RPT-FILE
071900     CLOSE MONTH-RPT-FILE
072000     DISPLAY 'CBMCR01C - TRANSACTIONS READ: ' WS-TRAN-COUNT
072100     DISPLAY 'CBMCR01C - MANUAL CREDITS TODAY: ' WS-DAY-COUNT
072200     DISPLAY 'CBMCR01C - MANUAL CREDITS THIS MONTH: '
072300             WS-MONTH-COUNT
072400     DISPLAY 'CBMCR01C - FLAGGED: ' WS-FLAGGED-COUNT
072500     PERFORM 9200-LOG-JOB-STATUS
072600         THRU 9200-LOG-JOB-STATUS-EXIT.
072700 9000-TERMINATE-EXIT.
072800     EXIT.
072900*
073000******************************************************************
073100* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
073200* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
073300* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
073400* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
073500******************************************************************
073600 9100-ABEND-NOTIFY.
073700     MOVE 'AB01'                 TO ABEND-CODE
073800     MOVE 'CBMCR01C'             TO ABEND-CULPRIT
073900     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
074000     STRING ABEND-CULPRIT   DELIMITED BY SIZE
074100            ' - '           DELIMITED BY SIZE
074200            ABEND-REASON    DELIMITED BY SIZE
074300       INTO ABEND-MSG
074400     END-STRING
074500     OPEN EXTEND ALERT-QUEUE-FILE
074600     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
074700     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
074800     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
074900     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
075000     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
075100     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
075200     WRITE OPS-ALERT-RECORD
075300     CLOSE ALERT-QUEUE-FILE
075400     MOVE 16                     TO RETURN-CODE.
075500 9100-ABEND-NOTIFY-EXIT.
075600     EXIT.
075700*
075800******************************************************************
075900* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
076000* WHETHER THE JOB RAN AND HOW IT WENT.
076100******************************************************************
076200 9200-LOG-JOB-STATUS.
076300     OPEN I-O JOB-LOG-FILE
076400     IF NOT WS-JOBLOG-OK
076500         DISPLAY 'CBMCR01C - ERROR OPENING JOB LOG FILE'
076600         GO TO 9200-LOG-JOB-STATUS-EXIT
076700     END-IF
076800     MOVE 'CBMCR01C'             TO JBS-JOB-NAME
076900     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
077000     IF RETURN-CODE = ZERO
077100         SET JBS-STATUS-SUCCESS  TO TRUE
077200     ELSE
077300         SET JBS-STATUS-FAILED   TO TRUE
077400     END-IF
077500     MOVE RETURN-CODE            TO JBS-RETURN-CODE
077600     MOVE WS-MONTH-COUNT         TO JBS-REC-COUNT
077700     WRITE JOB-STATUS-RECORD
077800     CLOSE JOB-LOG-FILE.
077900 9200-LOG-JOB-STATUS-EXIT.
078000     EXIT.
