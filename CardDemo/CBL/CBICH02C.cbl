000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBICH02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MONTHLY INTERCHANGE
001100*                     REPORT BY MERCHANT AND CHANNEL.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MONTH-END INTERCHANGE REPORT (ICHRPT). READS THE
001500*                INTERCHANGE CAPTURE FILE (INTCHG, CVICH01Y) THAT
001600*                CBTRN03C WRITES FOR EVERY SETTLED PURCHASE AND
001700*                SUMMARIZES THE CALENDAR MONTH BY MERCHANT AND
001800*                CHANNEL (CP CARD PRESENT / CNP NOT PRESENT) -
001900*                TRANSACTION COUNT, SALES, INTERCHANGE EARNED AND
002000*                THE EFFECTIVE RATE. ROWS FOR WHICH NO RATE WAS ON
002100*                THE TABLE (EARNED ZERO) ARE COUNTED PER LINE SO
002200*                THE RATE TABLE GAP SHOWS UP BESIDE THE MERCHANT.
002300*                A GRAND TOTAL CLOSES THE REPORT AND SHOULD AGREE
002400*                WITH THE MONTH'S INTERCHG LEDGER PAIRS FROM
002500*                CBICH01C AND THE CBPRF01C INTERCHANGE LINE.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT INTCHG-FILE ASSIGN TO INTCHG
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS ICH-TRAN-ID
003400         FILE STATUS IS WS-INTCHG-STATUS.
003500     SELECT ICH-REPORT-FILE ASSIGN TO ICHRPT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-REPORT-STATUS.
003800     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-ALERT-STATUS.
004100     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS JBS-KEY
004500         FILE STATUS IS WS-JOBLOG-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  INTCHG-FILE.
005000     COPY CVICH01Y.
005100*
005200 FD  ICH-REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  ICH-REPORT-LINE                  PIC X(80).
005500*
005600 FD  ALERT-QUEUE-FILE
005700     RECORDING MODE IS F.
005800     COPY CSOPS01Y.
005900*
006000 FD  JOB-LOG-FILE.
006100     COPY CVJOB01Y.
006200*
006300 WORKING-STORAGE SECTION.
006400 01  WS-INTCHG-STATUS                 PIC XX.
006500     88 WS-INTCHG-OK                  VALUE '00'.
006600 01  WS-REPORT-STATUS                 PIC XX.
006700     88 WS-REPORT-OK                  VALUE '00'.
006800 01  WS-ALERT-STATUS                  PIC XX.
006900 01  WS-JOBLOG-STATUS                 PIC XX.
007000     88 WS-JOBLOG-OK                  VALUE '00'.
007100 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
007200     88 WS-END-OF-INTCHG              VALUE 'Y'.
007300 01  WS-FATAL-SW                      PIC X(01) VALUE 'N'.
007400     88 WS-FATAL-ERROR                VALUE 'Y'.
007500 01  WS-REPORT-MONTH                  PIC X(07).
007600 01  WS-READ-COUNT                    PIC 9(07) VALUE ZERO.
007700 01  WS-MONTH-COUNT                   PIC 9(07) VALUE ZERO.
007800 01  WS-OVERFLOW-COUNT                PIC 9(07) VALUE ZERO.
007900 01  WS-ABEND-REASON-TEXT             PIC X(50).
008000*
008100******************************************************************
008200* ONE ENTRY PER MERCHANT AND CHANNEL SEEN IN THE MONTH, IN THE
008300* ORDER FIRST MET. A MONTH WITH MORE PAIRS THAN THE TABLE HOLDS
008400* IS STILL IN THE GRAND TOTAL; THE ROWS THAT DID NOT FIT ARE
008500* COUNTED ON THE OVERFLOW LINE.
008600******************************************************************
008700 01  WS-MCH-WORK.
008800     05 WS-MCH-COUNT                  PIC 9(04) COMP VALUE ZERO.
008900     05 WS-MCH-MAX                    PIC 9(04) COMP VALUE 1000.
009000     05 WS-MCH-FOUND-SW               PIC X(01).
009100        88 WS-MCH-FOUND               VALUE 'Y'.
009200     05 WS-MCH-ENTRY OCCURS 1000 TIMES
009300                           INDEXED BY WS-MCH-IDX.
009400        10 WS-MCH-MERCHANT-ID         PIC X(09).
009500        10 WS-MCH-MERCHANT-NAME       PIC X(30).
009600        10 WS-MCH-CHANNEL-CD          PIC X(03).
009700        10 WS-MCH-TRAN-CNT            PIC 9(07) COMP-3.
009800        10 WS-MCH-NORATE-CNT          PIC 9(07) COMP-3.
009900        10 WS-MCH-SALE-AMT            PIC S9(11)V99 COMP-3.
010000        10 WS-MCH-INTCHG-AMT          PIC S9(09)V99 COMP-3.
010100*
010200 01  WS-GRAND-TOTALS.
010300     05 WS-TOT-TRAN-CNT               PIC 9(07) VALUE ZERO.
010400     05 WS-TOT-NORATE-CNT             PIC 9(07) VALUE ZERO.
010500     05 WS-TOT-SALE-AMT               PIC S9(13)V99 COMP-3
010600                                      VALUE ZERO.
010700     05 WS-TOT-INTCHG-AMT             PIC S9(11)V99 COMP-3
010800                                      VALUE ZERO.
010900*
011000 01  WS-EFF-RATE                      PIC S9(03)V9(03).
011100*
011200 01  WS-DETAIL-LINE.
011300     05 WS-DTL-MERCHANT-ID            PIC X(09).
011400     05 FILLER                        PIC X(01) VALUE SPACE.
011500     05 WS-DTL-MERCHANT-NAME          PIC X(18).
011600     05 FILLER                        PIC X(01) VALUE SPACE.
011700     05 WS-DTL-CHANNEL-CD             PIC X(03).
011800     05 WS-DTL-TRAN-CNT               PIC Z(06)9.
011900     05 WS-DTL-SALE-AMT               PIC -(10)9.99.
012000     05 WS-DTL-INTCHG-AMT             PIC -(08)9.99.
012100     05 WS-DTL-EFF-RATE               PIC -(02)9.999.
012200     05 WS-DTL-NORATE-CNT             PIC Z(05)9.
012300*
012400 01  WS-TOTAL-LINE.
012500     05 FILLER                        PIC X(28)
012600                          VALUE 'GRAND TOTAL'.
012700     05 FILLER                        PIC X(04) VALUE SPACES.
012800     05 WS-TTL-TRAN-CNT               PIC Z(06)9.
012900     05 WS-TTL-SALE-AMT               PIC -(10)9.99.
013000     05 WS-TTL-INTCHG-AMT             PIC -(08)9.99.
013100     05 WS-TTL-EFF-RATE               PIC -(02)9.999.
013200     05 WS-TTL-NORATE-CNT             PIC Z(05)9.
013300*
013400 01  WS-COUNT-EDIT                    PIC Z(06)9.
013500*
013600******************************************************************
013700* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
013800******************************************************************
013900 COPY CSMSG02Y.
014000*
014100 COPY CSDAT01Y.
014200*
014300 LINKAGE SECTION.
014400*
014500******************************************************************
014600 PROCEDURE DIVISION.
014700******************************************************************
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015000     IF NOT WS-FATAL-ERROR
015100         PERFORM 2000-SUMMARIZE-MONTH
015200             THRU 2000-SUMMARIZE-MONTH-EXIT
015300         PERFORM 7000-WRITE-REPORT THRU 7000-WRITE-REPORT-EXIT
015400     END-IF
015500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
015600     GOBACK.
015700*
015800 1000-INITIALIZE.
015900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
016000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
016100     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
016200     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
016300     MOVE WS-CURDATE-YYYY-MM-DD (1:7) TO WS-REPORT-MONTH
016400     OPEN INPUT INTCHG-FILE
016500     OPEN OUTPUT ICH-REPORT-FILE
016600     IF NOT WS-INTCHG-OK
016700         DISPLAY 'CBICH02C - ERROR OPENING INTERCHANGE FILE'
016800         MOVE 'Y'                TO WS-FATAL-SW
016900         MOVE 'INTERCHANGE FILE OPEN ERROR'
017000                                 TO WS-ABEND-REASON-TEXT
017100         PERFORM 9100-ABEND-NOTIFY
017200             THRU 9100-ABEND-NOTIFY-EXIT
017300         GO TO 1000-INITIALIZE-EXIT
017400     END-IF
017500     IF NOT WS-REPORT-OK
017600         DISPLAY 'CBICH02C - ERROR OPENING REPORT FILE'
017700         MOVE 'Y'                TO WS-FATAL-SW
017800         MOVE 'INTERCHANGE REPORT OPEN ERROR'
017900                                 TO WS-ABEND-REASON-TEXT
018000         PERFORM 9100-ABEND-NOTIFY
018100             THRU 9100-ABEND-NOTIFY-EXIT
018200     END-IF.
018300 1000-INITIALIZE-EXIT.
018400     EXIT.
018500*
018600 2000-SUMMARIZE-MONTH.
018700     PERFORM 2100-READ-NEXT-ROW THRU 2100-READ-NEXT-ROW-EXIT
018800         UNTIL WS-END-OF-INTCHG.
018900 2000-SUMMARIZE-MONTH-EXIT.
019000     EXIT.
019100*
019200 2100-READ-NEXT-ROW.
019300     READ INTCHG-FILE NEXT RECORD
019400         AT END
019500             MOVE 'Y'            TO WS-EOF-SW
019600             GO TO 2100-READ-NEXT-ROW-EXIT
019700     END-READ
019800     ADD 1                       TO WS-READ-COUNT
019900     IF ICH-PROC-DATE (1:7) NOT = WS-REPORT-MONTH
020000         GO TO 2100-READ-NEXT-ROW-EXIT
020100     END-IF
020200     ADD 1                       TO WS-MONTH-COUNT
020300     ADD 1                       TO WS-TOT-TRAN-CNT
020400     ADD ICH-SALE-AMT            TO WS-TOT-SALE-AMT
020500     ADD ICH-INTERCHG-AMT        TO WS-TOT-INTCHG-AMT
020600     IF ICH-NO-RATE
020700         ADD 1                   TO WS-TOT-NORATE-CNT
020800     END-IF
020900     PERFORM 2200-ADD-TO-MERCHANT THRU 2200-ADD-TO-MERCHANT-EXIT.
021000 2100-READ-NEXT-ROW-EXIT.
021100     EXIT.
021200*
021300******************************************************************
021400* FIND THIS ROW'S MERCHANT AND CHANNEL IN THE TABLE, ADDING IT IF
021500* IT IS NEW, AND ACCUMULATE.
021600******************************************************************
021700 2200-ADD-TO-MERCHANT.
021800     MOVE 'N'                    TO WS-MCH-FOUND-SW
021900     PERFORM VARYING WS-MCH-IDX FROM 1 BY 1
022000             UNTIL WS-MCH-IDX > WS-MCH-COUNT
022100                OR WS-MCH-FOUND
022200         IF WS-MCH-MERCHANT-ID (WS-MCH-IDX) = ICH-MERCHANT-ID
022300            AND WS-MCH-CHANNEL-CD (WS-MCH-IDX) = ICH-CHANNEL-CD
022400             MOVE 'Y'            TO WS-MCH-FOUND-SW
022500         END-IF
022600     END-PERFORM
022700     IF WS-MCH-FOUND
022800         SET WS-MCH-IDX          DOWN BY 1
022900     ELSE
023000         IF WS-MCH-COUNT NOT < WS-MCH-MAX
023100             ADD 1               TO WS-OVERFLOW-COUNT
023200             GO TO 2200-ADD-TO-MERCHANT-EXIT
023300         END-IF
023400         ADD 1                   TO WS-MCH-COUNT
023500         SET WS-MCH-IDX          TO WS-MCH-COUNT
023600         MOVE ICH-MERCHANT-ID
023700                         TO WS-MCH-MERCHANT-ID (WS-MCH-IDX)
023800         MOVE ICH-MERCHANT-NAME
023900                         TO WS-MCH-MERCHANT-NAME (WS-MCH-IDX)
024000         MOVE ICH-CHANNEL-CD     TO WS-MCH-CHANNEL-CD (WS-MCH-IDX)
024100         MOVE ZERO               TO WS-MCH-TRAN-CNT (WS-MCH-IDX)
024200                                    WS-MCH-NORATE-CNT (WS-MCH-IDX)
024300                                    WS-MCH-SALE-AMT (WS-MCH-IDX)
024400                                    WS-MCH-INTCHG-AMT (WS-MCH-IDX)
024500     END-IF
024600     ADD 1                       TO WS-MCH-TRAN-CNT (WS-MCH-IDX)
024700     ADD ICH-SALE-AMT            TO WS-MCH-SALE-AMT (WS-MCH-IDX)
024800     ADD ICH-INTERCHG-AMT        TO WS-MCH-INTCHG-AMT (WS-MCH-IDX)
024900     IF ICH-NO-RATE
025000         ADD 1                   TO WS-MCH-NORATE-CNT (WS-MCH-IDX)
025100     END-IF.
025200 2200-ADD-TO-MERCHANT-EXIT.
025300     EXIT.
025400*
025500 7000-WRITE-REPORT.
025600     MOVE SPACES                 TO ICH-REPORT-LINE
025700     STRING 'CARDDEMO MONTHLY INTERCHANGE REPORT - MONTH '
025800                                 DELIMITED BY SIZE
025900            WS-REPORT-MONTH      DELIMITED BY SIZE
026000       INTO ICH-REPORT-LINE
026100     END-STRING
026200     WRITE ICH-REPORT-LINE
026300     MOVE SPACES                 TO ICH-REPORT-LINE
026400     WRITE ICH-REPORT-LINE
026500     MOVE SPACES                 TO ICH-REPORT-LINE
026600     MOVE 'MERCHANT'             TO ICH-REPORT-LINE (1:8)
026700     MOVE 'NAME'                 TO ICH-REPORT-LINE (11:4)
026800     MOVE 'CHN'                  TO ICH-REPORT-LINE (30:3)
026900     MOVE 'COUNT'                TO ICH-REPORT-LINE (35:5)
027000     MOVE 'SALES'                TO ICH-REPORT-LINE (49:5)
027100     MOVE 'INTERCHG'             TO ICH-REPORT-LINE (58:8)
027200     MOVE 'RATE%'                TO ICH-REPORT-LINE (68:5)
027300     MOVE 'NORATE'               TO ICH-REPORT-LINE (73:6)
027400     WRITE ICH-REPORT-LINE
027500     PERFORM 7100-WRITE-MERCHANT-LINE
027600         THRU 7100-WRITE-MERCHANT-LINE-EXIT
027700         VARYING WS-MCH-IDX FROM 1 BY 1
027800         UNTIL WS-MCH-IDX > WS-MCH-COUNT
027900     MOVE SPACES                 TO ICH-REPORT-LINE
028000     WRITE ICH-REPORT-LINE
028100     MOVE WS-TOT-TRAN-CNT        TO WS-TTL-TRAN-CNT
028200     MOVE WS-TOT-SALE-AMT        TO WS-TTL-SALE-AMT
028300     MOVE WS-TOT-INTCHG-AMT      TO WS-TTL-INTCHG-AMT
028400     MOVE WS-TOT-NORATE-CNT      TO WS-TTL-NORATE-CNT
028500     MOVE ZERO                   TO WS-EFF-RATE
028600     IF WS-TOT-SALE-AMT NOT = ZERO
028700         COMPUTE WS-EFF-RATE ROUNDED =
028800             WS-TOT-INTCHG-AMT * 100 / WS-TOT-SALE-AMT
028900             ON SIZE ERROR
029000                 MOVE ZERO       TO WS-EFF-RATE
029100         END-COMPUTE
029200     END-IF
029300     MOVE WS-EFF-RATE            TO WS-TTL-EFF-RATE
029400     WRITE ICH-REPORT-LINE       FROM WS-TOTAL-LINE
029500     IF WS-OVERFLOW-COUNT > ZERO
029600         MOVE WS-OVERFLOW-COUNT  TO WS-COUNT-EDIT
029700         MOVE SPACES             TO ICH-REPORT-LINE
029800         STRING 'ROWS NOT BROKEN OUT (TABLE FULL): '
029900                                 DELIMITED BY SIZE
030000                WS-COUNT-EDIT    DELIMITED BY SIZE
030100           INTO ICH-REPORT-LINE
030200         END-STRING
030300         WRITE ICH-REPORT-LINE
030400     END-IF.
030500 7000-WRITE-REPORT-EXIT.
030600     EXIT.
030700*
030800 7100-WRITE-MERCHANT-LINE.
030900     MOVE WS-MCH-MERCHANT-ID (WS-MCH-IDX)
031000                                 TO WS-DTL-MERCHANT-ID
031100     MOVE WS-MCH-MERCHANT-NAME (WS-MCH-IDX)
031200                                 TO WS-DTL-MERCHANT-NAME
031300     MOVE WS-MCH-CHANNEL-CD (WS-MCH-IDX) TO WS-DTL-CHANNEL-CD
031400     MOVE WS-MCH-TRAN-CNT (WS-MCH-IDX)   TO WS-DTL-TRAN-CNT
031500     MOVE WS-MCH-SALE-AMT (WS-MCH-IDX)   TO WS-DTL-SALE-AMT
031600     MOVE WS-MCH-INTCHG-AMT (WS-MCH-IDX) TO WS-DTL-INTCHG-AMT
031700     MOVE WS-MCH-NORATE-CNT (WS-MCH-IDX) TO WS-DTL-NORATE-CNT
031800     MOVE ZERO                   TO WS-EFF-RATE
031900     IF WS-MCH-SALE-AMT (WS-MCH-IDX) NOT = ZERO
032000         COMPUTE WS-EFF-RATE ROUNDED =
032100             WS-MCH-INTCHG-AMT (WS-MCH-IDX) * 100
032200                 / WS-MCH-SALE-AMT (WS-MCH-IDX)
032300             ON SIZE ERROR
032400                 MOVE ZERO       TO WS-EFF-RATE
032500         END-COMPUTE
032600     END-IF
032700     MOVE WS-EFF-RATE            TO WS-DTL-EFF-RATE
032800     WRITE ICH-REPORT-LINE       FROM WS-DETAIL-LINE.
032900 7100-WRITE-MERCHANT-LINE-EXIT.
033000     EXIT.
033100*
033200 9000-TERMINATE.
033300     CLOSE INTCHG-FILE
033400     CLOSE ICH-REPORT-FILE
033500     DISPLAY 'CBICH02C - INTERCHANGE ROWS READ: ' WS-READ-COUNT
033600     DISPLAY 'CBICH02C - ROWS IN MONTH ' WS-REPORT-MONTH ': '
033700             WS-MONTH-COUNT
033800     DISPLAY 'CBICH02C - MERCHANT/CHANNEL LINES: ' WS-MCH-COUNT
033900     PERFORM 9200-LOG-JOB-STATUS
034000         THRU 9200-LOG-JOB-STATUS-EXIT.
034100 9000-TERMINATE-EXIT.
034200     EXIT.
034300*
034400******************************************************************
034500* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
034600* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
034700* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
034800* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
034900* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
035000* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
035100******************************************************************
035200 9100-ABEND-NOTIFY.
035300     MOVE 'AB01'                 TO ABEND-CODE
035400     MOVE 'CBICH02C'             TO ABEND-CULPRIT
035500     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
035600     STRING ABEND-CULPRIT   DELIMITED BY SIZE
035700            ' - '           DELIMITED BY SIZE
035800            ABEND-REASON    DELIMITED BY SIZE
035900       INTO ABEND-MSG
036000     END-STRING
036100     OPEN EXTEND ALERT-QUEUE-FILE
036200     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
036300     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
036400     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
036500     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
036600     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
036700     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
036800     WRITE OPS-ALERT-RECORD
036900     CLOSE ALERT-QUEUE-FILE
037000     MOVE 16                     TO RETURN-CODE.
037100 9100-ABEND-NOTIFY-EXIT.
037200     EXIT.
037300*
037400******************************************************************
037500* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
037600* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
037700* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
037800******************************************************************
037900 9200-LOG-JOB-STATUS.
038000     OPEN I-O JOB-LOG-FILE
038100     IF NOT WS-JOBLOG-OK
038200         DISPLAY 'CBICH02C - ERROR OPENING JOB LOG FILE'
038300         GO TO 9200-LOG-JOB-STATUS-EXIT
038400     END-IF
038500     MOVE 'CBICH02C'             TO JBS-JOB-NAME
038600     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
038700     IF RETURN-CODE = ZERO
038800         SET JBS-STATUS-SUCCESS  TO TRUE
038900     ELSE
039000         SET JBS-STATUS-FAILED   TO TRUE
039100     END-IF
039200     MOVE RETURN-CODE            TO JBS-RETURN-CODE
039300     MOVE WS-MONTH-COUNT         TO JBS-REC-COUNT
039400     WRITE JOB-STATUS-RECORD
039500     CLOSE JOB-LOG-FILE.
039600 9200-LOG-JOB-STATUS-EXIT.
039700     EXIT.
