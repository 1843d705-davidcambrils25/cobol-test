000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBICH01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - DAILY INTERCHANGE INCOME
001100*                     BOOKING TO THE LEDGER.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       INTERCHANGE IS OUR BIGGEST REVENUE LINE BUT THE
001500*                SETTLEMENT POSTING CARRIES ONLY THE SALE, SO THE
001600*                LEDGER NEVER SAW IT. CBTRN03C NOW CAPTURES THE
001700*                INTERCHANGE ON EVERY SETTLED PURCHASE ON INTCHG
001800*                (CVICH01Y). THIS RUN TOTALS EVERY ROW NOT YET
001900*                BOOKED AND WRITES THE TOTAL TO GLJRNL AS ONE
002000*                BALANCED PAIR - 10100000 CASH (THE NETWORK NETS
002100*                INTERCHANGE INTO THE SETTLEMENT FUNDS) AGAINST
002200*                43100000 INTERCHANGE INCOME; A NET NEGATIVE DAY
002300*                (REVERSALS) SWAPS THE SIDES. ONLY ONCE THE PAIR
002400*                IS WRITTEN ARE THE ROWS STAMPED BOOKED, SO A
002500*                FAILED RUN LEAVES NOTHING HALF-BOOKED FOR THE
002600*                RERUN. RUN DAILY AFTER CBTRN03C, ALONGSIDE
002700*                CBGLX01C.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT INTCHG-FILE ASSIGN TO INTCHG
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS ICH-TRAN-ID
003600         FILE STATUS IS WS-INTCHG-STATUS.
003700     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-GLJRNL-STATUS.
004000     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-ALERT-STATUS.
004300     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS JBS-KEY
004700         FILE STATUS IS WS-JOBLOG-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  INTCHG-FILE.
005200     COPY CVICH01Y.
005300*
005400 FD  GL-JOURNAL-FILE
005500     RECORDING MODE IS F.
005600     COPY CVGLJ01Y.
005700*
005800 FD  ALERT-QUEUE-FILE
005900     RECORDING MODE IS F.
006000     COPY CSOPS01Y.
006100*
006200 FD  JOB-LOG-FILE.
006300     COPY CVJOB01Y.
006400*
006500 WORKING-STORAGE SECTION.
006600 01  WS-INTCHG-STATUS                 PIC XX.
006700     88 WS-INTCHG-OK                  VALUE '00'.
006800 01  WS-GLJRNL-STATUS                 PIC XX.
006900     88 WS-GLJRNL-OK                  VALUE '00'.
007000 01  WS-ALERT-STATUS                  PIC XX.
007100 01  WS-JOBLOG-STATUS                 PIC XX.
007200     88 WS-JOBLOG-OK                  VALUE '00'.
007300 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
007400     88 WS-END-OF-INTCHG              VALUE 'Y'.
007500 01  WS-FATAL-SW                      PIC X(01) VALUE 'N'.
007600     88 WS-FATAL-ERROR                VALUE 'Y'.
007700 01  WS-UNBOOKED-COUNT                PIC 9(07) VALUE ZERO.
007800 01  WS-STAMPED-COUNT                 PIC 9(07) VALUE ZERO.
007900 01  WS-INTCHG-TOTAL                  PIC S9(11)V99 COMP-3
008000                                      VALUE ZERO.
008100 01  WS-AMT-EDIT                      PIC -(11)9.99.
008200 01  WS-ABEND-REASON-TEXT             PIC X(50).
008300*
008400******************************************************************
008500* LEDGER ACCOUNTS FOR THE INTERCHANGE PAIR.
008600******************************************************************
008700 01  WS-CASH-ACCOUNT                  PIC X(08) VALUE '10100000'.
008800 01  WS-INTCHG-INCOME-ACCOUNT         PIC X(08) VALUE '43100000'.
008900*
009000******************************************************************
009100* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
009200******************************************************************
009300 COPY CSMSG02Y.
009400*
009500 COPY CSDAT01Y.
009600*
009700 LINKAGE SECTION.
009800*
009900******************************************************************
010000 PROCEDURE DIVISION.
010100******************************************************************
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010400     IF NOT WS-FATAL-ERROR
010500         PERFORM 2000-TOTAL-UNBOOKED
010600             THRU 2000-TOTAL-UNBOOKED-EXIT
010700         PERFORM 4000-BOOK-INTERCHANGE
010800             THRU 4000-BOOK-INTERCHANGE-EXIT
010900         PERFORM 5000-STAMP-BOOKED
011000             THRU 5000-STAMP-BOOKED-EXIT
011100     END-IF
011200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011300     GOBACK.
011400*
011500 1000-INITIALIZE.
011600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
011700     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
011800     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
011900     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
012000     OPEN I-O INTCHG-FILE
012100     OPEN EXTEND GL-JOURNAL-FILE
012200     IF NOT WS-INTCHG-OK
012300         DISPLAY 'CBICH01C - ERROR OPENING INTERCHANGE FILE'
012400         MOVE 'Y'                TO WS-FATAL-SW
012500         MOVE 'INTERCHANGE FILE OPEN ERROR'
012600                                 TO WS-ABEND-REASON-TEXT
012700         PERFORM 9100-ABEND-NOTIFY
012800             THRU 9100-ABEND-NOTIFY-EXIT
012900         GO TO 1000-INITIALIZE-EXIT
013000     END-IF
013100     IF NOT WS-GLJRNL-OK
013200         DISPLAY 'CBICH01C - ERROR OPENING GL JOURNAL FILE'
013300         MOVE 'Y'                TO WS-FATAL-SW
013400         MOVE 'GL JOURNAL FILE OPEN ERROR'
013500                                 TO WS-ABEND-REASON-TEXT
013600         PERFORM 9100-ABEND-NOTIFY
013700             THRU 9100-ABEND-NOTIFY-EXIT
013800     END-IF.
013900 1000-INITIALIZE-EXIT.
014000     EXIT.
014100*
014200******************************************************************
014300* FIRST PASS - TOTAL EVERY ROW NOT YET BOOKED, WHATEVER DAY IT
014400* WAS CAPTURED, SO A MISSED RUN IS CAUGHT UP BY THE NEXT ONE.
014500******************************************************************
014600 2000-TOTAL-UNBOOKED.
014700     MOVE 'N'                    TO WS-EOF-SW
014800     MOVE LOW-VALUES             TO ICH-TRAN-ID
014900     START INTCHG-FILE KEY NOT LESS THAN ICH-TRAN-ID
015000         INVALID KEY
015100             MOVE 'Y'            TO WS-EOF-SW
015200     END-START
015300     PERFORM 2100-TOTAL-NEXT-ROW THRU 2100-TOTAL-NEXT-ROW-EXIT
015400         UNTIL WS-END-OF-INTCHG.
015500 2000-TOTAL-UNBOOKED-EXIT.
015600     EXIT.
015700*
015800 2100-TOTAL-NEXT-ROW.
015900     READ INTCHG-FILE NEXT RECORD
016000         AT END
016100             MOVE 'Y'            TO WS-EOF-SW
016200             GO TO 2100-TOTAL-NEXT-ROW-EXIT
016300     END-READ
016400     IF ICH-GL-BOOKED-DATE = SPACES
016500         ADD 1                   TO WS-UNBOOKED-COUNT
016600         ADD ICH-INTERCHG-AMT    TO WS-INTCHG-TOTAL
016700     END-IF.
016800 2100-TOTAL-NEXT-ROW-EXIT.
016900     EXIT.
017000*
017100******************************************************************
017200* ONE BALANCED PAIR FOR THE WHOLE TOTAL - CASH DEBIT, INCOME
017300* CREDIT; A NET NEGATIVE TOTAL REVERSES THE SIDES, THE SAME SHAPE
017400* CBRWD02C USES FOR THE REWARDS LIABILITY MOVEMENT.
017500******************************************************************
017600 4000-BOOK-INTERCHANGE.
017700     IF WS-INTCHG-TOTAL = ZERO
017800         GO TO 4000-BOOK-INTERCHANGE-EXIT
017900     END-IF
018000     MOVE WS-CURDATE-YYYY-MM-DD  TO GLJ-JOURNAL-DATE
018100     MOVE SPACES                 TO GLJ-TRAN-ID
018200     STRING 'INTERCHG'           DELIMITED BY SIZE
018300            WS-CURDATE-N         DELIMITED BY SIZE
018400       INTO GLJ-TRAN-ID
018500     END-STRING
018600     MOVE 'IC'                   TO GLJ-TYPE-CD
018700     MOVE 'INCM'                 TO GLJ-CAT-CD
018800     IF WS-INTCHG-TOTAL > ZERO
018900         MOVE WS-INTCHG-TOTAL    TO GLJ-AMOUNT
019000         SET GLJ-DEBIT           TO TRUE
019100         MOVE WS-CASH-ACCOUNT    TO GLJ-GL-ACCOUNT
019200         WRITE GL-JOURNAL-RECORD
019300         SET GLJ-CREDIT          TO TRUE
019400         MOVE WS-INTCHG-INCOME-ACCOUNT TO GLJ-GL-ACCOUNT
019500         WRITE GL-JOURNAL-RECORD
019600     ELSE
019700         COMPUTE GLJ-AMOUNT = WS-INTCHG-TOTAL * -1
019800         SET GLJ-DEBIT           TO TRUE
019900         MOVE WS-INTCHG-INCOME-ACCOUNT TO GLJ-GL-ACCOUNT
020000         WRITE GL-JOURNAL-RECORD
020100         SET GLJ-CREDIT          TO TRUE
020200         MOVE WS-CASH-ACCOUNT    TO GLJ-GL-ACCOUNT
020300         WRITE GL-JOURNAL-RECORD
020400     END-IF
020500     IF NOT WS-GLJRNL-OK
020600         DISPLAY 'CBICH01C - ERROR WRITING GL JOURNAL FILE'
020700         MOVE 'Y'                TO WS-FATAL-SW
020800         MOVE 'GL JOURNAL WRITE ERROR' TO WS-ABEND-REASON-TEXT
020900         PERFORM 9100-ABEND-NOTIFY
021000             THRU 9100-ABEND-NOTIFY-EXIT
021100     END-IF.
021200 4000-BOOK-INTERCHANGE-EXIT.
021300     EXIT.
021400*
021500******************************************************************
021600* SECOND PASS - STAMP THE ROWS THE PAIR COVERED. SKIPPED WHEN THE
021700* JOURNAL WRITE FAILED, SO THE RERUN PICKS THEM ALL UP AGAIN.
021800******************************************************************
021900 5000-STAMP-BOOKED.
022000     IF WS-FATAL-ERROR
022100         GO TO 5000-STAMP-BOOKED-EXIT
022200     END-IF
022300     MOVE 'N'                    TO WS-EOF-SW
022400     MOVE LOW-VALUES             TO ICH-TRAN-ID
022500     START INTCHG-FILE KEY NOT LESS THAN ICH-TRAN-ID
022600         INVALID KEY
022700             MOVE 'Y'            TO WS-EOF-SW
022800     END-START
022900     PERFORM 5100-STAMP-NEXT-ROW THRU 5100-STAMP-NEXT-ROW-EXIT
023000         UNTIL WS-END-OF-INTCHG.
023100 5000-STAMP-BOOKED-EXIT.
023200     EXIT.
023300*
023400 5100-STAMP-NEXT-ROW.
023500     READ INTCHG-FILE NEXT RECORD
023600         AT END
023700             MOVE 'Y'            TO WS-EOF-SW
023800             GO TO 5100-STAMP-NEXT-ROW-EXIT
023900     END-READ
024000     IF ICH-GL-BOOKED-DATE NOT = SPACES
024100         GO TO 5100-STAMP-NEXT-ROW-EXIT
024200     END-IF
024300     MOVE WS-CURDATE-YYYY-MM-DD  TO ICH-GL-BOOKED-DATE
024400     REWRITE INTERCHANGE-RECORD
024500     ADD 1                       TO WS-STAMPED-COUNT.
024600 5100-STAMP-NEXT-ROW-EXIT.
024700     EXIT.
024800*
024900 9000-TERMINATE.
025000     CLOSE INTCHG-FILE
025100     CLOSE GL-JOURNAL-FILE
025200     MOVE WS-INTCHG-TOTAL        TO WS-AMT-EDIT
025300     DISPLAY 'CBICH01C - UNBOOKED ROWS: ' WS-UNBOOKED-COUNT
025400     DISPLAY 'CBICH01C - INTERCHANGE BOOKED: ' WS-AMT-EDIT
025500     DISPLAY 'CBICH01C - ROWS STAMPED BOOKED: ' WS-STAMPED-COUNT
025600     PERFORM 9200-LOG-JOB-STATUS
025700         THRU 9200-LOG-JOB-STATUS-EXIT.
025800 9000-TERMINATE-EXIT.
025900     EXIT.
026000*
026100******************************************************************
026200* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
026300* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
026400* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
026500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
026600* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
026700* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
026800******************************************************************
026900 9100-ABEND-NOTIFY.
027000     MOVE 'AB01'                 TO ABEND-CODE
027100     MOVE 'CBICH01C'             TO ABEND-CULPRIT
027200     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
027300     STRING ABEND-CULPRIT   DELIMITED BY SIZE
027400            ' - '           DELIMITED BY SIZE
027500            ABEND-REASON    DELIMITED BY SIZE
027600       INTO ABEND-MSG
027700     END-STRING
027800     OPEN EXTEND ALERT-QUEUE-FILE
027900     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
028000     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
028100     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
028200     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
028300     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
028400     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
028500     WRITE OPS-ALERT-RECORD
028600     CLOSE ALERT-QUEUE-FILE
028700     MOVE 16                     TO RETURN-CODE.
028800 9100-ABEND-NOTIFY-EXIT.
028900     EXIT.
029000*
029100******************************************************************
029200* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
029300* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
029400* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
029500******************************************************************
029600 9200-LOG-JOB-STATUS.
029700     OPEN I-O JOB-LOG-FILE
029800     IF NOT WS-JOBLOG-OK
029900         DISPLAY 'CBICH01C - ERROR OPENING JOB LOG FILE'
030000         GO TO 9200-LOG-JOB-STATUS-EXIT
030100     END-IF
030200     MOVE 'CBICH01C'             TO JBS-JOB-NAME
030300     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
030400     IF RETURN-CODE = ZERO
030500         SET JBS-STATUS-SUCCESS  TO TRUE
030600     ELSE
030700         SET JBS-STATUS-FAILED   TO TRUE
030800     END-IF
030900     MOVE RETURN-CODE            TO JBS-RETURN-CODE
031000     MOVE WS-STAMPED-COUNT       TO JBS-REC-COUNT
031100     WRITE JOB-STATUS-RECORD
031200     CLOSE JOB-LOG-FILE.
031300 9200-LOG-JOB-STATUS-EXIT.
031400     EXIT.
