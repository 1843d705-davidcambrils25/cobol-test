000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBBHV01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MONTHLY INTERNAL
001100*                     BEHAVIOR SCORE PER ACCOUNT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       SCORES EVERY OPEN ACCOUNT FROM HOW THE CUSTOMER
001500*                ACTUALLY BEHAVES WITH US, ALONGSIDE THE BUREAU
001600*                FICO SCORE THAT ONLY MOVES WHEN COFICUPC'S FEED
001700*                ARRIVES. EACH ACCOUNT STARTS AT
001800*                WS-BHV-BASE-SCORE AND LOSES POINTS FOR:
001900*                  - UTIL: AVERAGE UTILIZATION OVER THE LAST
002000*                    WS-BHV-RECENT-DAYS OF DLYBAL SNAPSHOTS;
002100*                  - TRND: THAT UTILIZATION UP ON THE REST OF
002200*                    THE WS-BHV-TREND-DAYS WINDOW;
002300*                  - PAYR: AVERAGE CYCLE CREDITS ON CYCHIST
002400*                    OVER THE LOOKBACK AGAINST ACCT-MIN-PAY-DUE;
002500*                  - CASH: CASH ADVANCE SHARE OF THE RECENT
002600*                    DLYBAL BALANCE;
002700*                  - RTNP: PAYMENTS THE BANK RETURNED (PAYMNT
002800*                    ROWS CBRTN01C MARKED 'R') IN THE LOOKBACK;
002900*                  - DECL: DECLINED AUTHORIZATIONS ON DECLLOG IN
003000*                    THE LOOKBACK;
003100*                  - DLQR: DELINQUENCY BUCKET ROLL-FORWARDS ON
003200*                    DLQHIST IN THE LOOKBACK, AND THE DEEPEST
003300*                    BUCKET REACHED.
003400*                THE SCORE NEVER GOES BELOW WS-BHV-FLOOR-SCORE.
003500*                EACH SCORE IS KEPT ON BHVHIST (CVBHV01Y) WITH
003600*                ITS THREE COSTLIEST FACTORS AND THE INPUTS
003700*                BEHIND IT, AND STAMPED ON THE ACCOUNT
003800*                (ACCT-BHV-SCORE) FOR COC360C TO SHOW NEXT TO
003900*                THE FICO AND FOR COCOL00C TO RANK ITS QUEUE
004000*                BY. THE BHVRPT REPORT PRINTS THIS RUN'S SCORE
004100*                DISTRIBUTION AGAINST THE SCORES IT REPLACED,
004200*                SO DRIFT SHOWS MONTH ON MONTH. THE FEEDS ARE
004300*                EACH READ ONCE INTO A TABLE OF THE ACCOUNTS
004400*                ON FILE, SEARCHED BY HALVING. RUN MONTHLY
004500*                AFTER THE CYCLE ROLLOVER AND THE AGING RUN.
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ACCT-ID
005400         FILE STATUS IS WS-ACCOUNT-STATUS.
005500     SELECT DAILY-BAL-FILE ASSIGN TO DLYBAL
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS DBL-KEY
005900         FILE STATUS IS WS-DLYBAL-STATUS.
006000     SELECT CYCLE-HIST-FILE ASSIGN TO CYCHIST
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-CYCHIST-STATUS.
006300     SELECT PAYMENT-FILE ASSIGN TO PAYMNT
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS PAY-ID
006700         FILE STATUS IS WS-PAYMENT-STATUS.
006800     SELECT DECLINE-LOG-FILE ASSIGN TO DECLLOG
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS DCL-KEY
007200         FILE STATUS IS WS-DECLLOG-STATUS.
007300     SELECT DELINQ-HIST-FILE ASSIGN TO DLQHIST
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS DLQ-KEY
007700         FILE STATUS IS WS-DLQHIST-STATUS.
007800     SELECT BHV-HIST-FILE ASSIGN TO BHVHIST
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS BHV-KEY
008200         FILE STATUS IS WS-BHVHIST-STATUS.
008300     SELECT BHV-REPORT-FILE ASSIGN TO BHVRPT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-REPORT-STATUS.
008600     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-ALERT-STATUS.
008900     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS JBS-KEY
009300         FILE STATUS IS WS-JOBLOG-STATUS.
009400*
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  ACCOUNT-FILE.
009800     COPY CVACT01Y.
009900*
010000 FD  DAILY-BAL-FILE.
010100     COPY CVDBL01Y.
010200*
010300 FD  CYCLE-HIST-FILE.
010400     COPY CVCYC01Y.
010500*
010600 FD  PAYMENT-FILE.
010700     COPY CVPAY01Y.
010800*
010900 FD  DECLINE-LOG-FILE.
011000     COPY CVDCL01Y.
011100*
011200 FD  DELINQ-HIST-FILE.
011300     COPY CVDLQ01Y.
011400*
011500 FD  BHV-HIST-FILE.
011600     COPY CVBHV01Y.
011700*
011800 FD  BHV-REPORT-FILE
011900     RECORDING MODE IS F.
012000 01  BHV-REPORT-LINE                  PIC X(80).
012100*
012200 FD  ALERT-QUEUE-FILE
012300     RECORDING MODE IS F.
012400     COPY CSOPS01Y.
012500*
012600 FD  JOB-LOG-FILE.
012700     COPY CVJOB01Y.
012800*
012900 WORKING-STORAGE SECTION.
013000 01  WS-ACCOUNT-STATUS                PIC XX.
013100     88 WS-ACCOUNT-OK                 VALUE '00'.
013200 01  WS-DLYBAL-STATUS                 PIC XX.
013300     88 WS-DLYBAL-OK                  VALUE '00'.
013400 01  WS-CYCHIST-STATUS                PIC XX.
013500     88 WS-CYCHIST-OK                 VALUE '00'.
013600 01  WS-PAYMENT-STATUS                PIC XX.
013700     88 WS-PAYMENT-OK                 VALUE '00'.
013800 01  WS-DECLLOG-STATUS                PIC XX.
013900     88 WS-DECLLOG-OK                 VALUE '00'.
014000 01  WS-DLQHIST-STATUS                PIC XX.
014100     88 WS-DLQHIST-OK                 VALUE '00'.
014200 01  WS-BHVHIST-STATUS                PIC XX.
014300     88 WS-BHVHIST-OK                 VALUE '00'.
014400 01  WS-REPORT-STATUS                 PIC XX.
014500     88 WS-REPORT-OK                  VALUE '00'.
014600 01  WS-ALERT-STATUS                  PIC XX.
014700 01  WS-JOBLOG-STATUS                 PIC XX.
014800     88 WS-JOBLOG-OK                  VALUE '00'.
014900 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
015000     88 WS-END-OF-FILE                VALUE 'Y'.
015100 01  WS-FATAL-SW                      PIC X(01) VALUE 'N'.
015200     88 WS-FATAL-ERROR                VALUE 'Y'.
015300 01  WS-ABEND-REASON-TEXT             PIC X(50).
015400*
015500******************************************************************
015600* SCORING POLICY - CHANGE THESE VALUES TO ADJUST THE MODEL.
015700*   WS-BHV-BASE-SCORE     SCORE OF AN ACCOUNT WITH NOTHING
015800*                         AGAINST IT
015900*   WS-BHV-FLOOR-SCORE    LOWEST SCORE GIVEN
016000*   WS-BHV-LOOKBACK-DAYS  WINDOW FOR CYCLES, RETURNS, DECLINES
016100*                         AND BUCKET ROLLS
016200*   WS-BHV-RECENT-DAYS    RECENT UTILIZATION AND CASH WINDOW
016300*   WS-BHV-TREND-DAYS     RECENT PLUS PRIOR UTILIZATION WINDOW
016400*   WS-BHV-RETURN-PTS     POINTS PER RETURNED PAYMENT (UP TO 3)
016500*   WS-BHV-ROLL-PTS       POINTS PER BUCKET ROLL-FORWARD (UP
016600*                         TO 4)
016700* THE BANDS INSIDE 4300-SCORE-FACTORS CARRY THE REST.
016800******************************************************************
016900 01  WS-BHV-POLICY.
017000     05 WS-BHV-BASE-SCORE             PIC 9(03) VALUE 900.
017100     05 WS-BHV-FLOOR-SCORE            PIC 9(03) VALUE 100.
017200     05 WS-BHV-LOOKBACK-DAYS          PIC 9(03) VALUE 180.
017300     05 WS-BHV-RECENT-DAYS            PIC 9(03) VALUE 030.
017400     05 WS-BHV-TREND-DAYS             PIC 9(03) VALUE 090.
017500     05 WS-BHV-RETURN-PTS             PIC 9(03) VALUE 060.
017600     05 WS-BHV-ROLL-PTS               PIC 9(03) VALUE 050.
017700*
017800 01  WS-BHV-DATES.
017900     05 WS-TODAY-INT                  PIC 9(08).
018000     05 WS-WORK-INT                   PIC 9(08).
018100     05 WS-WORK-DATE-N                PIC 9(08).
018200     05 WS-LOOKBACK-N                 PIC 9(08).
018300     05 WS-LOOKBACK-X                 PIC X(08).
018400     05 WS-LOOKBACK-DATE              PIC X(10).
018500     05 WS-RECENT-DATE                PIC X(10).
018600     05 WS-TREND-DATE                 PIC X(10).
018700     05 WS-CYH-DATE-ISO               PIC X(10).
018800*
018900 01  WS-BHV-COUNTS.
019000     05 WS-ACCT-READ-COUNT            PIC 9(09) VALUE ZERO.
019100     05 WS-SCORED-COUNT               PIC 9(09) VALUE ZERO.
019200     05 WS-SKIPPED-COUNT              PIC 9(09) VALUE ZERO.
019300     05 WS-TABLE-FULL-COUNT           PIC 9(09) VALUE ZERO.
019400     05 WS-FEED-ROW-COUNT             PIC 9(09) VALUE ZERO.
019500     05 WS-MOVED-DOWN-COUNT           PIC 9(09) VALUE ZERO.
019600     05 WS-MOVED-UP-COUNT             PIC 9(09) VALUE ZERO.
019700     05 WS-SCORE-TOTAL                PIC 9(12) VALUE ZERO.
019800     05 WS-PRIOR-TOTAL                PIC 9(12) VALUE ZERO.
019900     05 WS-PRIOR-COUNT                PIC 9(09) VALUE ZERO.
020000*
020100******************************************************************
020200* ONE SLOT PER ACCOUNT ON FILE, LOADED IN ACCOUNT ORDER OFF
020300* ACCTDAT SO 8200-FIND-ACCOUNT CAN HALVE ITS WAY TO ANY ROW.
020400* THE SEQUENTIAL FEEDS ARE TALLIED INTO IT IN ONE PASS EACH.
020500******************************************************************
020600 01  WS-BAT-TABLE.
020700     05 WS-BAT-USED                   PIC 9(05) COMP VALUE ZERO.
020800     05 WS-BAT-MAX                    PIC 9(05) COMP VALUE 50000.
020900     05 WS-BAT-ENTRY OCCURS 50000 TIMES.
021000        10 WS-BAT-ACCT-ID             PIC 9(11).
021100        10 WS-BAT-CYC-COUNT           PIC 9(03) COMP.
021200        10 WS-BAT-CYC-CREDIT          PIC S9(11)V99 COMP-3.
021300        10 WS-BAT-RETURN-COUNT        PIC 9(03) COMP.
021400        10 WS-BAT-DECLINE-COUNT       PIC 9(05) COMP.
021500        10 WS-BAT-LAST-BUCKET         PIC 9(01).
021600        10 WS-BAT-ROLL-COUNT          PIC 9(03) COMP.
021700        10 WS-BAT-MAX-BUCKET          PIC 9(01).
021800 01  WS-BAT-SEARCH.
021900     05 WS-BAT-IDX                    PIC 9(05) COMP.
022000     05 WS-BAT-LOW                    PIC 9(05) COMP.
022100     05 WS-BAT-HIGH                   PIC 9(05) COMP.
022200     05 WS-BAT-MID                    PIC 9(05) COMP.
022300     05 WS-FIND-ACCT-ID               PIC 9(11).
022400     05 WS-FOUND-SW                   PIC X(01).
022500        88 WS-ACCT-FOUND              VALUE 'Y'.
022600*
022700******************************************************************
022800* PER-ACCOUNT SCORING WORK. THE FACTOR CODES LINE UP WITH THE
022900* POINT SLOTS BY POSITION.
023000******************************************************************
023100 01  WS-FACTOR-CODES-INIT             PIC X(28)
023200                           VALUE 'UTILTRNDPAYRCASHRTNPDECLDLQR'.
023300 01  WS-FACTOR-CODES REDEFINES WS-FACTOR-CODES-INIT.
023400     05 WS-FACTOR-CODE                PIC X(04) OCCURS 7 TIMES.
023500 01  WS-FACTOR-TABLE.
023600     05 WS-FACTOR-PTS                 PIC 9(03) OCCURS 7 TIMES.
023700 01  WS-SCORE-WORK.
023800     05 WS-FACTOR-I                   PIC 9(02) COMP.
023900     05 WS-TOP-I                      PIC 9(02) COMP.
024000     05 WS-BEST-I                     PIC 9(02) COMP.
024100     05 WS-BEST-PTS                   PIC 9(03).
024200     05 WS-TOTAL-PTS                  PIC 9(05).
024300     05 WS-SCORE                      PIC 9(03).
024400     05 WS-PRIOR-SCORE                PIC 9(03).
024500     05 WS-RECENT-DAYS-SEEN           PIC 9(03) COMP.
024600     05 WS-PRIOR-DAYS-SEEN            PIC 9(03) COMP.
024700     05 WS-RECENT-BAL-SUM             PIC S9(13)V99 COMP-3.
024800     05 WS-RECENT-CASH-SUM            PIC S9(13)V99 COMP-3.
024900     05 WS-PRIOR-BAL-SUM              PIC S9(13)V99 COMP-3.
025000     05 WS-RECENT-AVG-BAL             PIC S9(11)V99 COMP-3.
025100     05 WS-PRIOR-AVG-BAL              PIC S9(11)V99 COMP-3.
025200     05 WS-UTIL-PCT                   PIC 9(03).
025300     05 WS-UTIL-PRIOR-PCT             PIC 9(03).
025400     05 WS-CASH-PCT                   PIC 9(03).
025500     05 WS-PAY-RATIO                  PIC 9(03)V99.
025600     05 WS-AVG-CYC-CREDIT             PIC S9(11)V99 COMP-3.
025700     05 WS-ROLL-PTS                   PIC 9(05).
025800     05 WS-BAND                       PIC 9(02) COMP.
025900*
026000******************************************************************
026100* SCORE DISTRIBUTION - NINE BANDS OF 100 POINTS, THIS RUN AGAINST
026200* THE SCORES IT REPLACED ON THE ACCOUNTS.
026300******************************************************************
026400 01  WS-DIST-TABLE.
026500     05 WS-DIST-ENTRY OCCURS 9 TIMES.
026600        10 WS-DIST-NOW                PIC 9(09) VALUE ZERO.
026700        10 WS-DIST-PRIOR              PIC 9(09) VALUE ZERO.
026800*
026900 01  WS-REPORT-WORK.
027000     05 WS-BAND-LOW                   PIC 9(03).
027100     05 WS-BAND-HIGH                  PIC 9(03).
027200     05 WS-PCT                        PIC 9(03)V9.
027300     05 WS-AVG-SCORE                  PIC 9(03)V9.
027400     05 WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
027500     05 WS-COUNT-EDIT-2               PIC ZZZ,ZZZ,ZZ9.
027600     05 WS-PCT-EDIT                   PIC ZZ9.9.
027700     05 WS-PCT-EDIT-2                 PIC ZZ9.9.
027800     05 WS-AVG-EDIT                   PIC ZZ9.9.
027900*
028000******************************************************************
028100* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
028200******************************************************************
028300 COPY CSMSG02Y.
028400*
028500 COPY CSDAT01Y.
028600*
028700 LINKAGE SECTION.
028800*
028900******************************************************************
029000 PROCEDURE DIVISION.
029100******************************************************************
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
029400     IF NOT WS-FATAL-ERROR
029500         PERFORM 2000-LOAD-ACCOUNTS THRU 2000-LOAD-ACCOUNTS-EXIT
029600         PERFORM 2200-TALLY-CYCLES THRU 2200-TALLY-CYCLES-EXIT
029700         PERFORM 2400-TALLY-RETURNS THRU 2400-TALLY-RETURNS-EXIT
029800         PERFORM 2600-TALLY-DECLINES
029900             THRU 2600-TALLY-DECLINES-EXIT
030000         PERFORM 2800-TALLY-BUCKET-ROLLS
030100             THRU 2800-TALLY-BUCKET-ROLLS-EXIT
030200         PERFORM 3000-SCORE-ACCOUNTS
030300             THRU 3000-SCORE-ACCOUNTS-EXIT
030400         PERFORM 7000-WRITE-REPORT THRU 7000-WRITE-REPORT-EXIT
030500     END-IF
030600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
030700     GOBACK.
030800*
030900 1000-INITIALIZE.
031000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
031100     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
031200     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
031300     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
031400     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
031500     COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-BHV-LOOKBACK-DAYS
031600     COMPUTE WS-LOOKBACK-N =
031700         FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
031800     MOVE WS-LOOKBACK-N          TO WS-LOOKBACK-X
031900     MOVE WS-LOOKBACK-N          TO WS-WORK-DATE-N
032000     PERFORM 8100-DATE-TO-ISO THRU 8100-DATE-TO-ISO-EXIT
032100     MOVE WS-CYH-DATE-ISO        TO WS-LOOKBACK-DATE
032200     COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-BHV-RECENT-DAYS
032300     COMPUTE WS-WORK-DATE-N =
032400         FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
032500     PERFORM 8100-DATE-TO-ISO THRU 8100-DATE-TO-ISO-EXIT
032600     MOVE WS-CYH-DATE-ISO        TO WS-RECENT-DATE
032700     COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-BHV-TREND-DAYS
032800     COMPUTE WS-WORK-DATE-N =
032900         FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
033000     PERFORM 8100-DATE-TO-ISO THRU 8100-DATE-TO-ISO-EXIT
033100     MOVE WS-CYH-DATE-ISO        TO WS-TREND-DATE
033200     OPEN I-O ACCOUNT-FILE
033300     OPEN INPUT DAILY-BAL-FILE
033400     OPEN INPUT CYCLE-HIST-FILE
033500     OPEN INPUT PAYMENT-FILE
033600     OPEN INPUT DECLINE-LOG-FILE
033700     OPEN INPUT DELINQ-HIST-FILE
033800     OPEN I-O BHV-HIST-FILE
033900     OPEN OUTPUT BHV-REPORT-FILE
034000     IF NOT WS-ACCOUNT-OK
034100         DISPLAY 'CBBHV01C - ERROR OPENING ACCOUNT FILE'
034200         MOVE 'Y'                TO WS-FATAL-SW
034300         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
034400         PERFORM 9100-ABEND-NOTIFY
034500             THRU 9100-ABEND-NOTIFY-EXIT
034600         GO TO 1000-INITIALIZE-EXIT
034700     END-IF
034800     IF NOT WS-BHVHIST-OK OR NOT WS-REPORT-OK
034900         DISPLAY 'CBBHV01C - ERROR OPENING SCORE HISTORY OR '
035000                 'REPORT FILE'
035100         MOVE 'Y'                TO WS-FATAL-SW
035200         MOVE 'SCORE HISTORY/REPORT OPEN ERROR'
035300                                 TO WS-ABEND-REASON-TEXT
035400         PERFORM 9100-ABEND-NOTIFY
035500             THRU 9100-ABEND-NOTIFY-EXIT
035600         GO TO 1000-INITIALIZE-EXIT
035700     END-IF
035800     IF NOT WS-DLYBAL-OK OR NOT WS-CYCHIST-OK
035900        OR NOT WS-PAYMENT-OK OR NOT WS-DECLLOG-OK
036000        OR NOT WS-DLQHIST-OK
036100         DISPLAY 'CBBHV01C - ERROR OPENING A SCORING FEED'
036200         MOVE 'Y'                TO WS-FATAL-SW
036300         MOVE 'SCORING FEED OPEN ERROR' TO WS-ABEND-REASON-TEXT
036400         PERFORM 9100-ABEND-NOTIFY
036500             THRU 9100-ABEND-NOTIFY-EXIT
036600     END-IF.
036700 1000-INITIALIZE-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100* ONE SLOT PER ACCOUNT, IN KEY ORDER. AN ACCOUNT PAST THE END OF
037200* THE TABLE IS STILL SCORED ON ITS BALANCE FACTORS - ONLY THE
037300* FEED FACTORS ARE LOST - AND COUNTED ON THE REPORT.
037400******************************************************************
037500 2000-LOAD-ACCOUNTS.
037600     MOVE 'N'                    TO WS-EOF-SW
037700     PERFORM 2100-LOAD-NEXT-ACCOUNT
037800         THRU 2100-LOAD-NEXT-ACCOUNT-EXIT
037900         UNTIL WS-END-OF-FILE.
038000 2000-LOAD-ACCOUNTS-EXIT.
038100     EXIT.
038200*
038300 2100-LOAD-NEXT-ACCOUNT.
038400     READ ACCOUNT-FILE NEXT RECORD
038500         AT END
038600             MOVE 'Y'            TO WS-EOF-SW
038700             GO TO 2100-LOAD-NEXT-ACCOUNT-EXIT
038800     END-READ
038900     IF WS-BAT-USED NOT < WS-BAT-MAX
039000         ADD 1                   TO WS-TABLE-FULL-COUNT
039100         GO TO 2100-LOAD-NEXT-ACCOUNT-EXIT
039200     END-IF
039300     ADD 1                       TO WS-BAT-USED
039400     MOVE ACCT-ID                TO WS-BAT-ACCT-ID (WS-BAT-USED)
039500     MOVE ZERO                   TO WS-BAT-CYC-COUNT (WS-BAT-USED)
039600                                   WS-BAT-CYC-CREDIT (WS-BAT-USED)
039700                                 WS-BAT-RETURN-COUNT (WS-BAT-USED)
039800                                WS-BAT-DECLINE-COUNT (WS-BAT-USED)
039900                                  WS-BAT-LAST-BUCKET (WS-BAT-USED)
040000                                   WS-BAT-ROLL-COUNT (WS-BAT-USED)
040100                                  WS-BAT-MAX-BUCKET (WS-BAT-USED).
040200 2100-LOAD-NEXT-ACCOUNT-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600* CYCLE ROWS ENDED INSIDE THE LOOKBACK. CYH-CYCLE-END-DATE IS
040700* STAMPED MM/DD/YY BY CBACT04C - TURNED TO YYYY-MM-DD FIRST, AS
040800* CBRET01C DOES.
040900******************************************************************
041000 2200-TALLY-CYCLES.
041100     MOVE 'N'                    TO WS-EOF-SW
041200     PERFORM 2300-NEXT-CYCLE-ROW THRU 2300-NEXT-CYCLE-ROW-EXIT
041300         UNTIL WS-END-OF-FILE.
041400 2200-TALLY-CYCLES-EXIT.
041500     EXIT.
041600*
041700 2300-NEXT-CYCLE-ROW.
041800     READ CYCLE-HIST-FILE
041900         AT END
042000             MOVE 'Y'            TO WS-EOF-SW
042100             GO TO 2300-NEXT-CYCLE-ROW-EXIT
042200     END-READ
042300     MOVE '20'                   TO WS-CYH-DATE-ISO (1:2)
042400     MOVE CYH-CYCLE-END-DATE (7:2) TO WS-CYH-DATE-ISO (3:2)
042500     MOVE '-'                    TO WS-CYH-DATE-ISO (5:1)
042600     MOVE CYH-CYCLE-END-DATE (1:2) TO WS-CYH-DATE-ISO (6:2)
042700     MOVE '-'                    TO WS-CYH-DATE-ISO (8:1)
042800     MOVE CYH-CYCLE-END-DATE (4:2) TO WS-CYH-DATE-ISO (9:2)
042900     IF WS-CYH-DATE-ISO < WS-LOOKBACK-DATE
043000         GO TO 2300-NEXT-CYCLE-ROW-EXIT
043100     END-IF
043200     MOVE CYH-ACCT-ID            TO WS-FIND-ACCT-ID
043300     PERFORM 8200-FIND-ACCOUNT THRU 8200-FIND-ACCOUNT-EXIT
043400     IF WS-ACCT-FOUND
043500         ADD 1                   TO WS-FEED-ROW-COUNT
043600         ADD 1                   TO WS-BAT-CYC-COUNT (WS-BAT-IDX)
043700         ADD CYH-CYC-CREDIT      TO WS-BAT-CYC-CREDIT (WS-BAT-IDX)
043800     END-IF.
043900 2300-NEXT-CYCLE-ROW-EXIT.
044000     EXIT.
044100*
044200******************************************************************
044300* PAYMENTS THE BANK SENT BACK (CBRTN01C MARKS THEM 'R'), MADE
044400* INSIDE THE LOOKBACK.
044500******************************************************************
044600 2400-TALLY-RETURNS.
044700     MOVE 'N'                    TO WS-EOF-SW
044800     MOVE LOW-VALUES             TO PAY-ID
044900     START PAYMENT-FILE KEY NOT LESS THAN PAY-ID
045000         INVALID KEY
045100             MOVE 'Y'            TO WS-EOF-SW
045200     END-START
045300     PERFORM 2500-NEXT-PAYMENT THRU 2500-NEXT-PAYMENT-EXIT
045400         UNTIL WS-END-OF-FILE.
045500 2400-TALLY-RETURNS-EXIT.
045600     EXIT.
045700*
045800 2500-NEXT-PAYMENT.
045900     READ PAYMENT-FILE NEXT RECORD
046000         AT END
046100             MOVE 'Y'            TO WS-EOF-SW
046200             GO TO 2500-NEXT-PAYMENT-EXIT
046300     END-READ
046400     IF NOT PAY-STATUS-RETURNED
046500        OR PAY-DATE < WS-LOOKBACK-DATE
046600         GO TO 2500-NEXT-PAYMENT-EXIT
046700     END-IF
046800     MOVE PAY-ACCT-ID            TO WS-FIND-ACCT-ID
046900     PERFORM 8200-FIND-ACCOUNT THRU 8200-FIND-ACCOUNT-EXIT
047000     IF WS-ACCT-FOUND
047100         ADD 1                   TO WS-FEED-ROW-COUNT
047200         ADD 1                TO WS-BAT-RETURN-COUNT (WS-BAT-IDX)
047300     END-IF.
047400 2500-NEXT-PAYMENT-EXIT.
047500     EXIT.
047600*
047700******************************************************************
047800* DECLINED AUTHORIZATIONS INSIDE THE LOOKBACK. DCL-TIMESTAMP
047900* LEADS WITH YYYYMMDD.
048000******************************************************************
048100 2600-TALLY-DECLINES.
048200     MOVE 'N'                    TO WS-EOF-SW
048300     MOVE LOW-VALUES             TO DCL-KEY
048400     START DECLINE-LOG-FILE KEY NOT LESS THAN DCL-KEY
048500         INVALID KEY
048600             MOVE 'Y'            TO WS-EOF-SW
048700     END-START
048800     PERFORM 2700-NEXT-DECLINE THRU 2700-NEXT-DECLINE-EXIT
048900         UNTIL WS-END-OF-FILE.
049000 2600-TALLY-DECLINES-EXIT.
049100     EXIT.
049200*
049300 2700-NEXT-DECLINE.
049400     READ DECLINE-LOG-FILE NEXT RECORD
049500         AT END
049600             MOVE 'Y'            TO WS-EOF-SW
049700             GO TO 2700-NEXT-DECLINE-EXIT
049800     END-READ
049900     IF DCL-TIMESTAMP (1:8) < WS-LOOKBACK-X
050000         GO TO 2700-NEXT-DECLINE-EXIT
050100     END-IF
050200     MOVE DCL-ACCT-ID            TO WS-FIND-ACCT-ID
050300     PERFORM 8200-FIND-ACCOUNT THRU 8200-FIND-ACCOUNT-EXIT
050400     IF WS-ACCT-FOUND
050500         ADD 1                   TO WS-FEED-ROW-COUNT
050600         ADD 1               TO WS-BAT-DECLINE-COUNT (WS-BAT-IDX)
050700     END-IF.
050800 2700-NEXT-DECLINE-EXIT.
050900     EXIT.
051000*
051100******************************************************************
051200* AGING RUNS INSIDE THE LOOKBACK, OLDEST RUN FIRST (DLQHIST IS
051300* KEYED RUN DATE FIRST). EACH STEP TO A WORSE DELINQUENT BUCKET
051400* THAN THE ACCOUNT'S PREVIOUS RUN IS A ROLL-FORWARD. THE
051500* NON-COLLECTIONS BUCKET (5) IS NOT A DELINQUENCY STAGE AND IS
051600* PASSED OVER.
051700******************************************************************
051800 2800-TALLY-BUCKET-ROLLS.
051900     MOVE 'N'                    TO WS-EOF-SW
052000     MOVE WS-LOOKBACK-DATE       TO DLQ-RUN-DATE
052100     MOVE ZERO                   TO DLQ-ACCT-ID
052200     START DELINQ-HIST-FILE KEY NOT LESS THAN DLQ-KEY
052300         INVALID KEY
052400             MOVE 'Y'            TO WS-EOF-SW
052500     END-START
052600     PERFORM 2900-NEXT-BUCKET-ROW THRU 2900-NEXT-BUCKET-ROW-EXIT
052700         UNTIL WS-END-OF-FILE.
052800 2800-TALLY-BUCKET-ROLLS-EXIT.
052900     EXIT.
053000*
053100 2900-NEXT-BUCKET-ROW.
053200     READ DELINQ-HIST-FILE NEXT RECORD
053300         AT END
053400             MOVE 'Y'            TO WS-EOF-SW
053500             GO TO 2900-NEXT-BUCKET-ROW-EXIT
053600     END-READ
053700     IF DLQ-BUCKET-IDX < 1 OR DLQ-BUCKET-IDX > 4
053800         GO TO 2900-NEXT-BUCKET-ROW-EXIT
053900     END-IF
054000     MOVE DLQ-ACCT-ID            TO WS-FIND-ACCT-ID
054100     PERFORM 8200-FIND-ACCOUNT THRU 8200-FIND-ACCOUNT-EXIT
054200     IF NOT WS-ACCT-FOUND
054300         GO TO 2900-NEXT-BUCKET-ROW-EXIT
054400     END-IF
054500     ADD 1                       TO WS-FEED-ROW-COUNT
054600     IF WS-BAT-LAST-BUCKET (WS-BAT-IDX) > ZERO
054700        AND DLQ-BUCKET-IDX > WS-BAT-LAST-BUCKET (WS-BAT-IDX)
054800         ADD 1                   TO WS-BAT-ROLL-COUNT (WS-BAT-IDX)
054900     END-IF
055000     MOVE DLQ-BUCKET-IDX     TO WS-BAT-LAST-BUCKET (WS-BAT-IDX)
055100     IF DLQ-BUCKET-IDX > WS-BAT-MAX-BUCKET (WS-BAT-IDX)
055200         MOVE DLQ-BUCKET-IDX     TO WS-BAT-MAX-BUCKET (WS-BAT-IDX)
055300     END-IF.
055400 2900-NEXT-BUCKET-ROW-EXIT.
055500     EXIT.
055600*
055700******************************************************************
055800* SECOND PASS OVER THE ACCOUNT MASTER - SCORE, KEEP, STAMP.
055900* CLOSED AND CHARGED-OFF ACCOUNTS ARE NOT SCORED; THERE IS NO
056000* DECISION LEFT TO MAKE ON THEM.
056100******************************************************************
056200 3000-SCORE-ACCOUNTS.
056300     MOVE 'N'                    TO WS-EOF-SW
056400     MOVE ZERO                   TO ACCT-ID
056500     START ACCOUNT-FILE KEY NOT LESS THAN ACCT-ID
056600         INVALID KEY
056700             MOVE 'Y'            TO WS-EOF-SW
056800     END-START
056900     PERFORM 3100-SCORE-NEXT-ACCOUNT
057000         THRU 3100-SCORE-NEXT-ACCOUNT-EXIT
057100         UNTIL WS-END-OF-FILE.
057200 3000-SCORE-ACCOUNTS-EXIT.
057300     EXIT.
057400*
057500 3100-SCORE-NEXT-ACCOUNT.
057600     READ ACCOUNT-FILE NEXT RECORD
057700         AT END
057800             MOVE 'Y'            TO WS-EOF-SW
057900             GO TO 3100-SCORE-NEXT-ACCOUNT-EXIT
058000     END-READ
058100     ADD 1                       TO WS-ACCT-READ-COUNT
058200     IF ACCT-ACTIVE-STATUS = 'C' OR ACCT-ACTIVE-STATUS = 'Z'
058300         ADD 1                   TO WS-SKIPPED-COUNT
058400         GO TO 3100-SCORE-NEXT-ACCOUNT-EXIT
058500     END-IF
058600     PERFORM 3200-AVERAGE-BALANCES THRU 3200-AVERAGE-BALANCES-EXIT
058700     PERFORM 4300-SCORE-FACTORS THRU 4300-SCORE-FACTORS-EXIT
058800     PERFORM 4500-WRITE-SCORE THRU 4500-WRITE-SCORE-EXIT.
058900 3100-SCORE-NEXT-ACCOUNT-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300* THE ACCOUNT'S DLYBAL SNAPSHOTS OVER THE TREND WINDOW, SPLIT AT
059400* THE START OF THE RECENT WINDOW.
059500******************************************************************
059600 3200-AVERAGE-BALANCES.
059700     MOVE ZERO                   TO WS-RECENT-DAYS-SEEN
059800                                    WS-PRIOR-DAYS-SEEN
059900                                    WS-RECENT-BAL-SUM
060000                                    WS-RECENT-CASH-SUM
060100                                    WS-PRIOR-BAL-SUM
060200     MOVE ACCT-ID                TO DBL-ACCT-ID
060300     MOVE WS-TREND-DATE          TO DBL-SNAP-DATE
060400     START DAILY-BAL-FILE KEY NOT LESS THAN DBL-KEY
060500         INVALID KEY
060600             GO TO 3200-AVERAGE-BALANCES-EXIT
060700     END-START.
060800 3200-NEXT-SNAPSHOT.
060900     READ DAILY-BAL-FILE NEXT RECORD
061000         AT END
061100             GO TO 3200-AVERAGE-BALANCES-EXIT
061200     END-READ
061300     IF DBL-ACCT-ID NOT = ACCT-ID
061400         GO TO 3200-AVERAGE-BALANCES-EXIT
061500     END-IF
061600     IF DBL-SNAP-DATE < WS-RECENT-DATE
061700         ADD 1                   TO WS-PRIOR-DAYS-SEEN
061800         IF DBL-CURR-BAL > ZERO
061900             ADD DBL-CURR-BAL    TO WS-PRIOR-BAL-SUM
062000         END-IF
062100     ELSE
062200         ADD 1                   TO WS-RECENT-DAYS-SEEN
062300         IF DBL-CURR-BAL > ZERO
062400             ADD DBL-CURR-BAL    TO WS-RECENT-BAL-SUM
062500         END-IF
062600         IF DBL-CASH-ADV-BAL > ZERO
062700             ADD DBL-CASH-ADV-BAL TO WS-RECENT-CASH-SUM
062800         END-IF
062900     END-IF
063000     GO TO 3200-NEXT-SNAPSHOT.
063100 3200-AVERAGE-BALANCES-EXIT.
063200     EXIT.
063300*
063400******************************************************************
063500* POINTS OFF PER FACTOR. THE BANDS ARE THE MODEL - CHANGE THEM
063600* HERE.
063700******************************************************************
063800 4300-SCORE-FACTORS.
063900     INITIALIZE WS-FACTOR-TABLE
064000     MOVE ACCT-ID                TO WS-FIND-ACCT-ID
064100     PERFORM 8200-FIND-ACCOUNT THRU 8200-FIND-ACCOUNT-EXIT
064200     MOVE ZERO                   TO WS-UTIL-PCT WS-UTIL-PRIOR-PCT
064300                                    WS-CASH-PCT
064400     MOVE 999.99                 TO WS-PAY-RATIO
064500     MOVE ZERO                   TO WS-RECENT-AVG-BAL
064600                                    WS-PRIOR-AVG-BAL
064700     IF WS-RECENT-DAYS-SEEN > ZERO
064800         COMPUTE WS-RECENT-AVG-BAL ROUNDED =
064900             WS-RECENT-BAL-SUM / WS-RECENT-DAYS-SEEN
065000     END-IF
065100     IF WS-PRIOR-DAYS-SEEN > ZERO
065200         COMPUTE WS-PRIOR-AVG-BAL ROUNDED =
065300             WS-PRIOR-BAL-SUM / WS-PRIOR-DAYS-SEEN
065400     END-IF
065500     IF ACCT-CREDIT-LIMIT > ZERO
065600         COMPUTE WS-UTIL-PCT ROUNDED =
065700             WS-RECENT-AVG-BAL * 100 / ACCT-CREDIT-LIMIT
065800             ON SIZE ERROR
065900                 MOVE 999        TO WS-UTIL-PCT
066000         END-COMPUTE
066100         COMPUTE WS-UTIL-PRIOR-PCT ROUNDED =
066200             WS-PRIOR-AVG-BAL * 100 / ACCT-CREDIT-LIMIT
066300             ON SIZE ERROR
066400                 MOVE 999        TO WS-UTIL-PRIOR-PCT
066500         END-COMPUTE
066600     END-IF
066700     IF WS-RECENT-BAL-SUM > ZERO
066800         COMPUTE WS-CASH-PCT ROUNDED =
066900             WS-RECENT-CASH-SUM * 100 / WS-RECENT-BAL-SUM
067000             ON SIZE ERROR
067100                 MOVE 100        TO WS-CASH-PCT
067200         END-COMPUTE
067300     END-IF
067400*    UTIL
067500     EVALUATE TRUE
067600         WHEN WS-UTIL-PCT >= 90
067700             MOVE 150            TO WS-FACTOR-PTS (1)
067800         WHEN WS-UTIL-PCT >= 70
067900             MOVE 100            TO WS-FACTOR-PTS (1)
068000         WHEN WS-UTIL-PCT >= 50
068100             MOVE 050            TO WS-FACTOR-PTS (1)
068200         WHEN WS-UTIL-PCT >= 30
068300             MOVE 020            TO WS-FACTOR-PTS (1)
068400     END-EVALUATE
068500*    TRND - ONLY WHEN THERE IS A PRIOR PERIOD TO COMPARE WITH
068600     IF WS-PRIOR-DAYS-SEEN > ZERO
068700         EVALUATE TRUE
068800             WHEN WS-UTIL-PCT >= WS-UTIL-PRIOR-PCT + 20
068900                 MOVE 080        TO WS-FACTOR-PTS (2)
069000             WHEN WS-UTIL-PCT >= WS-UTIL-PRIOR-PCT + 10
069100                 MOVE 040        TO WS-FACTOR-PTS (2)
069200         END-EVALUATE
069300     END-IF
069400*    PAYR - NOTHING DUE, OR NO CYCLES YET, COSTS NOTHING
069500     IF ACCT-MIN-PAY-DUE > ZERO
069600         IF WS-ACCT-FOUND
069700            AND WS-BAT-CYC-COUNT (WS-BAT-IDX) > ZERO
069800             COMPUTE WS-AVG-CYC-CREDIT ROUNDED =
069900                 WS-BAT-CYC-CREDIT (WS-BAT-IDX)
070000                     / WS-BAT-CYC-COUNT (WS-BAT-IDX)
070100             IF WS-AVG-CYC-CREDIT < ZERO
070200                 MOVE ZERO       TO WS-AVG-CYC-CREDIT
070300             END-IF
070400             COMPUTE WS-PAY-RATIO ROUNDED =
070500                 WS-AVG-CYC-CREDIT / ACCT-MIN-PAY-DUE
070600                 ON SIZE ERROR
070700                     MOVE 999.99 TO WS-PAY-RATIO
070800             END-COMPUTE
070900             EVALUATE TRUE
071000                 WHEN WS-PAY-RATIO < 1.00
071100                     MOVE 150    TO WS-FACTOR-PTS (3)
071200                 WHEN WS-PAY-RATIO < 1.50
071300                     MOVE 060    TO WS-FACTOR-PTS (3)
071400                 WHEN WS-PAY-RATIO < 2.00
071500                     MOVE 020    TO WS-FACTOR-PTS (3)
071600             END-EVALUATE
071700         END-IF
071800     END-IF
071900*    CASH
072000     EVALUATE TRUE
072100         WHEN WS-CASH-PCT >= 50
072200             MOVE 080            TO WS-FACTOR-PTS (4)
072300         WHEN WS-CASH-PCT >= 25
072400             MOVE 040            TO WS-FACTOR-PTS (4)
072500         WHEN WS-CASH-PCT > ZERO
072600             MOVE 010            TO WS-FACTOR-PTS (4)
072700     END-EVALUATE
072800     IF NOT WS-ACCT-FOUND
072900         GO TO 4300-TOTAL-POINTS
073000     END-IF
073100*    RTNP
073200     IF WS-BAT-RETURN-COUNT (WS-BAT-IDX) > 3
073300         COMPUTE WS-FACTOR-PTS (5) = WS-BHV-RETURN-PTS * 3
073400     ELSE
073500         COMPUTE WS-FACTOR-PTS (5) =
073600             WS-BHV-RETURN-PTS * WS-BAT-RETURN-COUNT (WS-BAT-IDX)
073700     END-IF
073800*    DECL
073900     EVALUATE TRUE
074000         WHEN WS-BAT-DECLINE-COUNT (WS-BAT-IDX) >= 10
074100             MOVE 060            TO WS-FACTOR-PTS (6)
074200         WHEN WS-BAT-DECLINE-COUNT (WS-BAT-IDX) >= 3
074300             MOVE 020            TO WS-FACTOR-PTS (6)
074400     END-EVALUATE
074500*    DLQR - EACH ROLL, PLUS 100 FOR REACHING 60 DAYS OR WORSE
074600     IF WS-BAT-ROLL-COUNT (WS-BAT-IDX) > 4
074700         COMPUTE WS-ROLL-PTS = WS-BHV-ROLL-PTS * 4
074800     ELSE
074900         COMPUTE WS-ROLL-PTS =
075000             WS-BHV-ROLL-PTS * WS-BAT-ROLL-COUNT (WS-BAT-IDX)
075100     END-IF
075200     IF WS-BAT-MAX-BUCKET (WS-BAT-IDX) >= 3
075300         ADD 100                 TO WS-ROLL-PTS
075400     END-IF
075500     IF WS-ROLL-PTS > 999
075600         MOVE 999                TO WS-ROLL-PTS
075700     END-IF
075800     MOVE WS-ROLL-PTS            TO WS-FACTOR-PTS (7).
075900 4300-TOTAL-POINTS.
076000     MOVE ZERO                   TO WS-TOTAL-PTS
076100     PERFORM VARYING WS-FACTOR-I FROM 1 BY 1
076200             UNTIL WS-FACTOR-I > 7
076300         ADD WS-FACTOR-PTS (WS-FACTOR-I) TO WS-TOTAL-PTS
076400     END-PERFORM
076500     IF WS-TOTAL-PTS + WS-BHV-FLOOR-SCORE > WS-BHV-BASE-SCORE
076600         MOVE WS-BHV-FLOOR-SCORE TO WS-SCORE
076700     ELSE
076800         COMPUTE WS-SCORE = WS-BHV-BASE-SCORE - WS-TOTAL-PTS
076900     END-IF.
077000 4300-SCORE-FACTORS-EXIT.
077100     EXIT.
077200*
077300******************************************************************
077400* KEEP THE SCORE ON BHVHIST WITH ITS THREE COSTLIEST FACTORS (A
077500* SAME-DAY RERUN REPLACES THE ROW), STAMP IT ON THE ACCOUNT AND
077600* COUNT IT INTO THE DISTRIBUTION.
077700******************************************************************
077800 4500-WRITE-SCORE.
077900     MOVE ZERO                   TO WS-PRIOR-SCORE
078000     IF ACCT-BHV-SCORE IS NUMERIC
078100        AND ACCT-BHV-SCORE > ZERO
078200         MOVE ACCT-BHV-SCORE     TO WS-PRIOR-SCORE
078300     END-IF
078400     MOVE SPACES                 TO BEHAVIOR-SCORE-RECORD
078500     MOVE ACCT-ID                TO BHV-ACCT-ID
078600     MOVE WS-CURDATE-YYYY-MM-DD  TO BHV-SCORE-DATE
078700     MOVE WS-SCORE               TO BHV-SCORE
078800     PERFORM 4600-PICK-TOP-FACTOR THRU 4600-PICK-TOP-FACTOR-EXIT
078900         VARYING WS-TOP-I FROM 1 BY 1
079000         UNTIL WS-TOP-I > 3
079100     MOVE WS-UTIL-PCT            TO BHV-UTIL-PCT
079200     MOVE WS-UTIL-PRIOR-PCT      TO BHV-UTIL-PRIOR-PCT
079300     MOVE WS-PAY-RATIO           TO BHV-PAY-RATIO
079400     MOVE WS-CASH-PCT            TO BHV-CASH-PCT
079500     MOVE ZERO                   TO BHV-RETURN-COUNT
079600                                    BHV-DECLINE-COUNT
079700                                    BHV-ROLL-COUNT
079800                                    BHV-MAX-BUCKET
079900     IF WS-ACCT-FOUND
080000         MOVE WS-BAT-RETURN-COUNT (WS-BAT-IDX)
080100                                 TO BHV-RETURN-COUNT
080200         MOVE WS-BAT-DECLINE-COUNT (WS-BAT-IDX)
080300                                 TO BHV-DECLINE-COUNT
080400         MOVE WS-BAT-ROLL-COUNT (WS-BAT-IDX) TO BHV-ROLL-COUNT
080500         MOVE WS-BAT-MAX-BUCKET (WS-BAT-IDX) TO BHV-MAX-BUCKET
080600     END-IF
080700     MOVE WS-PRIOR-SCORE         TO BHV-PRIOR-SCORE
080800     WRITE BEHAVIOR-SCORE-RECORD
080900         INVALID KEY
081000             REWRITE BEHAVIOR-SCORE-RECORD
081100                 INVALID KEY
081200                     DISPLAY 'CBBHV01C - BHVHIST WRITE FAILED '
081300                             'FOR ' ACCT-ID
081400             END-REWRITE
081500     END-WRITE
081600     MOVE WS-SCORE               TO ACCT-BHV-SCORE
081700     MOVE WS-CURDATE-YYYY-MM-DD  TO ACCT-BHV-SCORE-DATE
081800     REWRITE ACCOUNT-RECORD
081900         INVALID KEY
082000             DISPLAY 'CBBHV01C - ACCOUNT REWRITE FAILED FOR '
082100                     ACCT-ID
082200     END-REWRITE
082300     ADD 1                       TO WS-SCORED-COUNT
082400     ADD WS-SCORE                TO WS-SCORE-TOTAL
082500     COMPUTE WS-BAND = WS-SCORE / 100
082600     IF WS-BAND < 1
082700         MOVE 1                  TO WS-BAND
082800     END-IF
082900     ADD 1                       TO WS-DIST-NOW (WS-BAND)
083000     IF WS-PRIOR-SCORE > ZERO
083100         ADD 1                   TO WS-PRIOR-COUNT
083200         ADD WS-PRIOR-SCORE      TO WS-PRIOR-TOTAL
083300         COMPUTE WS-BAND = WS-PRIOR-SCORE / 100
083400         IF WS-BAND < 1
083500             MOVE 1              TO WS-BAND
083600         END-IF
083700         ADD 1                   TO WS-DIST-PRIOR (WS-BAND)
083800         IF WS-SCORE + 50 <= WS-PRIOR-SCORE
083900             ADD 1               TO WS-MOVED-DOWN-COUNT
084000         END-IF
084100         IF WS-SCORE >= WS-PRIOR-SCORE + 50
084200             ADD 1               TO WS-MOVED-UP-COUNT
084300         END-IF
084400     END-IF.
084500 4500-WRITE-SCORE-EXIT.
084600     EXIT.
084700*
084800 4600-PICK-TOP-FACTOR.
084900     MOVE ZERO                   TO WS-BEST-I WS-BEST-PTS
085000     PERFORM VARYING WS-FACTOR-I FROM 1 BY 1
085100             UNTIL WS-FACTOR-I > 7
085200         IF WS-FACTOR-PTS (WS-FACTOR-I) > WS-BEST-PTS
085300             MOVE WS-FACTOR-I    TO WS-BEST-I
085400             MOVE WS-FACTOR-PTS (WS-FACTOR-I) TO WS-BEST-PTS
085500         END-IF
085600     END-PERFORM
085700     IF WS-BEST-I = ZERO
085800         MOVE SPACES             TO BHV-FACTOR-CD (WS-TOP-I)
085900         MOVE ZERO               TO BHV-FACTOR-PTS (WS-TOP-I)
086000         GO TO 4600-PICK-TOP-FACTOR-EXIT
086100     END-IF
086200     MOVE WS-FACTOR-CODE (WS-BEST-I) TO BHV-FACTOR-CD (WS-TOP-I)
086300     MOVE WS-BEST-PTS            TO BHV-FACTOR-PTS (WS-TOP-I)
086400     MOVE ZERO                   TO WS-FACTOR-PTS (WS-BEST-I).
086500 4600-PICK-TOP-FACTOR-EXIT.
086600     EXIT.
086700*
086800******************************************************************
086900* SCORE DISTRIBUTION - THIS RUN BESIDE THE SCORES IT REPLACED,
087000* BAND BY BAND, WITH THE AVERAGE AND THE ACCOUNTS THAT MOVED 50
087100* POINTS OR MORE EITHER WAY. A SHIFT BETWEEN THE COLUMNS NOT
087200* EXPLAINED BY THE BOOK ITSELF IS DRIFT TO LOOK INTO.
087300******************************************************************
087400 7000-WRITE-REPORT.
087500     MOVE SPACES                 TO BHV-REPORT-LINE
087600     STRING 'BEHAVIOR SCORE DISTRIBUTION - '
087700                                 DELIMITED BY SIZE
087800            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
087900       INTO BHV-REPORT-LINE
088000     END-STRING
088100     WRITE BHV-REPORT-LINE
088200     MOVE SPACES                 TO BHV-REPORT-LINE
088300     WRITE BHV-REPORT-LINE
088400     MOVE 'SCORE BAND'           TO BHV-REPORT-LINE (1:10)
088500     MOVE 'THIS RUN'             TO BHV-REPORT-LINE (17:8)
088600     MOVE 'PCT'                  TO BHV-REPORT-LINE (30:3)
088700     MOVE 'PRIOR'                TO BHV-REPORT-LINE (40:5)
088800     MOVE 'PCT'                  TO BHV-REPORT-LINE (50:3)
088900     WRITE BHV-REPORT-LINE
089000     PERFORM 7100-WRITE-BAND-LINE THRU 7100-WRITE-BAND-LINE-EXIT
089100         VARYING WS-BAND FROM 9 BY -1
089200         UNTIL WS-BAND < 1
089300     MOVE SPACES                 TO BHV-REPORT-LINE
089400     WRITE BHV-REPORT-LINE
089500     MOVE WS-SCORED-COUNT        TO WS-COUNT-EDIT
089600     MOVE WS-PRIOR-COUNT         TO WS-COUNT-EDIT-2
089700     MOVE SPACES                 TO BHV-REPORT-LINE
089800     MOVE 'ACCOUNTS'             TO BHV-REPORT-LINE (1:8)
089900     MOVE WS-COUNT-EDIT          TO BHV-REPORT-LINE (14:11)
090000     MOVE WS-COUNT-EDIT-2        TO BHV-REPORT-LINE (34:11)
090100     WRITE BHV-REPORT-LINE
090200     MOVE ZERO                   TO WS-AVG-SCORE
090300     IF WS-SCORED-COUNT > ZERO
090400         COMPUTE WS-AVG-SCORE ROUNDED =
090500             WS-SCORE-TOTAL / WS-SCORED-COUNT
090600     END-IF
090700     MOVE WS-AVG-SCORE           TO WS-AVG-EDIT
090800     MOVE SPACES                 TO BHV-REPORT-LINE
090900     MOVE 'AVERAGE SCORE'        TO BHV-REPORT-LINE (1:13)
091000     MOVE WS-AVG-EDIT            TO BHV-REPORT-LINE (20:5)
091100     MOVE ZERO                   TO WS-AVG-SCORE
091200     IF WS-PRIOR-COUNT > ZERO
091300         COMPUTE WS-AVG-SCORE ROUNDED =
091400             WS-PRIOR-TOTAL / WS-PRIOR-COUNT
091500     END-IF
091600     MOVE WS-AVG-SCORE           TO WS-AVG-EDIT
091700     MOVE WS-AVG-EDIT            TO BHV-REPORT-LINE (40:5)
091800     WRITE BHV-REPORT-LINE
091900     MOVE SPACES                 TO BHV-REPORT-LINE
092000     WRITE BHV-REPORT-LINE
092100     MOVE WS-MOVED-DOWN-COUNT    TO WS-COUNT-EDIT
092200     MOVE SPACES                 TO BHV-REPORT-LINE
092300     STRING 'ACCOUNTS DOWN 50 OR MORE: ' DELIMITED BY SIZE
092400            WS-COUNT-EDIT        DELIMITED BY SIZE
092500       INTO BHV-REPORT-LINE
092600     END-STRING
092700     WRITE BHV-REPORT-LINE
092800     MOVE WS-MOVED-UP-COUNT      TO WS-COUNT-EDIT
092900     MOVE SPACES                 TO BHV-REPORT-LINE
093000     STRING 'ACCOUNTS UP 50 OR MORE:   ' DELIMITED BY SIZE
093100            WS-COUNT-EDIT        DELIMITED BY SIZE
093200       INTO BHV-REPORT-LINE
093300     END-STRING
093400     WRITE BHV-REPORT-LINE
093500     MOVE WS-SKIPPED-COUNT       TO WS-COUNT-EDIT
093600     MOVE SPACES                 TO BHV-REPORT-LINE
093700     STRING 'CLOSED/CHARGED OFF - NOT SCORED: '
093800                                 DELIMITED BY SIZE
093900            WS-COUNT-EDIT        DELIMITED BY SIZE
094000       INTO BHV-REPORT-LINE
094100     END-STRING
094200     WRITE BHV-REPORT-LINE
094300     IF WS-TABLE-FULL-COUNT > ZERO
094400         MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-EDIT
094500         MOVE SPACES             TO BHV-REPORT-LINE
094600         STRING 'ACCOUNT TABLE FULL - BALANCE FACTORS ONLY: '
094700                                 DELIMITED BY SIZE
094800                WS-COUNT-EDIT    DELIMITED BY SIZE
094900           INTO BHV-REPORT-LINE
095000         END-STRING
095100         WRITE BHV-REPORT-LINE
095200     END-IF.
095300 7000-WRITE-REPORT-EXIT.
095400     EXIT.
095500*
095600 7100-WRITE-BAND-LINE.
095700     COMPUTE WS-BAND-LOW = WS-BAND * 100
095800     COMPUTE WS-BAND-HIGH = WS-BAND-LOW + 99
095900     MOVE SPACES                 TO BHV-REPORT-LINE
096000     MOVE WS-BAND-LOW            TO BHV-REPORT-LINE (1:3)
096100     MOVE '-'                    TO BHV-REPORT-LINE (5:1)
096200     MOVE WS-BAND-HIGH           TO BHV-REPORT-LINE (7:3)
096300     MOVE WS-DIST-NOW (WS-BAND)  TO WS-COUNT-EDIT
096400     MOVE WS-COUNT-EDIT          TO BHV-REPORT-LINE (14:11)
096500     MOVE ZERO                   TO WS-PCT
096600     IF WS-SCORED-COUNT > ZERO
096700         COMPUTE WS-PCT ROUNDED =
096800             WS-DIST-NOW (WS-BAND) * 100 / WS-SCORED-COUNT
096900     END-IF
097000     MOVE WS-PCT                 TO WS-PCT-EDIT
097100     MOVE WS-PCT-EDIT            TO BHV-REPORT-LINE (28:5)
097200     MOVE WS-DIST-PRIOR (WS-BAND) TO WS-COUNT-EDIT-2
097300     MOVE WS-COUNT-EDIT-2        TO BHV-REPORT-LINE (34:11)
097400     MOVE ZERO                   TO WS-PCT
097500     IF WS-PRIOR-COUNT > ZERO
097600         COMPUTE WS-PCT ROUNDED =
097700             WS-DIST-PRIOR (WS-BAND) * 100 / WS-PRIOR-COUNT
097800     END-IF
097900     MOVE WS-PCT                 TO WS-PCT-EDIT-2
098000     MOVE WS-PCT-EDIT-2          TO BHV-REPORT-LINE (48:5)
098100     WRITE BHV-REPORT-LINE.
098200 7100-WRITE-BAND-LINE-EXIT.
098300     EXIT.
098400*
098500******************************************************************
098600* WS-WORK-DATE-N (YYYYMMDD) TO WS-CYH-DATE-ISO (YYYY-MM-DD).
098700******************************************************************
098800 8100-DATE-TO-ISO.
098900     MOVE SPACES                 TO WS-CYH-DATE-ISO
099000     STRING WS-WORK-DATE-N (1:4) DELIMITED BY SIZE
099100            '-'                  DELIMITED BY SIZE
099200            WS-WORK-DATE-N (5:2) DELIMITED BY SIZE
099300            '-'                  DELIMITED BY SIZE
099400            WS-WORK-DATE-N (7:2) DELIMITED BY SIZE
099500       INTO WS-CYH-DATE-ISO
099600     END-STRING.
099700 8100-DATE-TO-ISO-EXIT.
099800     EXIT.
099900*
100000******************************************************************
100100* HALVE THE ACCOUNT TABLE (LOADED IN KEY ORDER) FOR
100200* WS-FIND-ACCT-ID. FOUND LEAVES WS-BAT-IDX ON ITS SLOT.
100300******************************************************************
100400 8200-FIND-ACCOUNT.
100500     MOVE 'N'                    TO WS-FOUND-SW
100600     MOVE 1                      TO WS-BAT-LOW
100700     MOVE WS-BAT-USED            TO WS-BAT-HIGH.
100800 8200-HALVE.
100900     IF WS-BAT-LOW > WS-BAT-HIGH OR WS-BAT-HIGH = ZERO
101000         GO TO 8200-FIND-ACCOUNT-EXIT
101100     END-IF
101200     COMPUTE WS-BAT-MID = (WS-BAT-LOW + WS-BAT-HIGH) / 2
101300     EVALUATE TRUE
101400         WHEN WS-BAT-ACCT-ID (WS-BAT-MID) = WS-FIND-ACCT-ID
101500             MOVE WS-BAT-MID     TO WS-BAT-IDX
101600             MOVE 'Y'            TO WS-FOUND-SW
101700             GO TO 8200-FIND-ACCOUNT-EXIT
101800         WHEN WS-BAT-ACCT-ID (WS-BAT-MID) < WS-FIND-ACCT-ID
101900             COMPUTE WS-BAT-LOW = WS-BAT-MID + 1
102000         WHEN OTHER
102100             IF WS-BAT-MID = 1
102200                 GO TO 8200-FIND-ACCOUNT-EXIT
102300             END-IF
102400             COMPUTE WS-BAT-HIGH = WS-BAT-MID - 1
102500     END-EVALUATE
102600     GO TO 8200-HALVE.
102700 8200-FIND-ACCOUNT-EXIT.
102800     EXIT.
102900*
103000 9000-TERMINATE.
103100     CLOSE ACCOUNT-FILE
103200     CLOSE DAILY-BAL-FILE
103300     CLOSE CYCLE-HIST-FILE
103400     CLOSE PAYMENT-FILE
103500     CLOSE DECLINE-LOG-FILE
103600     CLOSE DELINQ-HIST-FILE
103700     CLOSE BHV-HIST-FILE
103800     CLOSE BHV-REPORT-FILE
103900     DISPLAY 'CBBHV01C - ACCOUNTS READ: ' WS-ACCT-READ-COUNT
104000     DISPLAY 'CBBHV01C - ACCOUNTS SCORED: ' WS-SCORED-COUNT
104100     DISPLAY 'CBBHV01C - FEED ROWS USED: ' WS-FEED-ROW-COUNT
104200     PERFORM 9200-LOG-JOB-STATUS
104300         THRU 9200-LOG-JOB-STATUS-EXIT.
104400 9000-TERMINATE-EXIT.
104500     EXIT.
104600*
104700******************************************************************
104800* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
104900* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
105000* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
105100* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
105200******************************************************************
105300 9100-ABEND-NOTIFY.
105400     MOVE 'AB01'                 TO ABEND-CODE
105500     MOVE 'CBBHV01C'             TO ABEND-CULPRIT
105600     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
105700     STRING ABEND-CULPRIT   DELIMITED BY SIZE
105800            ' - '           DELIMITED BY SIZE
105900            ABEND-REASON    DELIMITED BY SIZE
106000       INTO ABEND-MSG
106100     END-STRING
106200     OPEN EXTEND ALERT-QUEUE-FILE
106300     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
106400     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
106500     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
106600     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
106700     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
106800     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
106900     WRITE OPS-ALERT-RECORD
107000     CLOSE ALERT-QUEUE-FILE
107100     MOVE 16                     TO RETURN-CODE.
107200 9100-ABEND-NOTIFY-EXIT.
107300     EXIT.
107400*
107500******************************************************************
107600* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
107700* WHETHER THE JOB RAN AND HOW IT WENT.
107800******************************************************************
107900 9200-LOG-JOB-STATUS.
108000     OPEN I-O JOB-LOG-FILE
108100     IF NOT WS-JOBLOG-OK
108200         DISPLAY 'CBBHV01C - ERROR OPENING JOB LOG FILE'
108300         GO TO 9200-LOG-JOB-STATUS-EXIT
108400     END-IF
108500     MOVE 'CBBHV01C'             TO JBS-JOB-NAME
108600     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
108700     IF RETURN-CODE = ZERO
108800         SET JBS-STATUS-SUCCESS  TO TRUE
108900     ELSE
109000         SET JBS-STATUS-FAILED   TO TRUE
109100     END-IF
109200     MOVE RETURN-CODE            TO JBS-RETURN-CODE
109300     MOVE WS-SCORED-COUNT        TO JBS-REC-COUNT
109400     WRITE JOB-STATUS-RECORD
109500     CLOSE JOB-LOG-FILE.
109600 9200-LOG-JOB-STATUS-EXIT.
109700     EXIT.
