000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCPL02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MONTHLY COMPLAINT REPORT
001100*                     FOR THE COMPLIANCE COMMITTEE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE COMPLAINT CASE FILE (CPLFILE,
001500*                CVCPL01Y) AND REPORTS THE MONTH TO CPLRPT:
001600*                  BY CATEGORY AND BY PRODUCT - THE COMPLAINTS
001700*                  RECEIVED THIS MONTH, HOW MANY CAME THROUGH A
001800*                  REGULATOR, HOW MANY ARE CLOSED, CLOSED LATE,
001900*                  AND STILL OPEN;
002000*                  BY ROOT CAUSE - THE COMPLAINTS CLOSED THIS
002100*                  MONTH, AND HOW MANY OF THOSE CLOSED LATE;
002200*                THEN THE WHOLE OPEN BACKLOG AND HOW MUCH OF IT
002300*                IS PAST ITS DUE DATE. THE PRODUCT IS THE ACCOUNT
002400*                GROUP RECORDED AT INTAKE. RUN MONTHLY WITH THE
002500*                OTHER MONTH-END REPORTS.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT COMPLAINT-FILE ASSIGN TO CPLFILE
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS CPL-ID
003400         FILE STATUS IS WS-COMPLAINT-STATUS.
003500     SELECT REPORT-FILE ASSIGN TO CPLRPT
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
004900 FD  COMPLAINT-FILE.
005000     COPY CVCPL01Y.
005100*
005200 FD  REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  REPORT-LINE                      PIC X(80).
005500*
005600 FD  ALERT-QUEUE-FILE
005700     RECORDING MODE IS F.
005800     COPY CSOPS01Y.
005900*
006000 FD  JOB-LOG-FILE.
006100     COPY CVJOB01Y.
006200*
006300 WORKING-STORAGE SECTION.
006400 01  WS-COMPLAINT-STATUS              PIC XX.
006500     88 WS-COMPLAINT-OK               VALUE '00'.
006600 01  WS-REPORT-STATUS                 PIC XX.
006700 01  WS-ALERT-STATUS                  PIC XX.
006800 01  WS-JOBLOG-STATUS                 PIC XX.
006900     88 WS-JOBLOG-OK                  VALUE '00'.
007000 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
007100     88 WS-END-OF-CASES               VALUE 'Y'.
007200 01  WS-CASE-COUNT                    PIC 9(07) VALUE ZERO.
007300 01  WS-RECEIVED-COUNT                PIC 9(07) VALUE ZERO.
007400 01  WS-CLOSED-MONTH-COUNT            PIC 9(07) VALUE ZERO.
007500 01  WS-BACKLOG-COUNT                 PIC 9(07) VALUE ZERO.
007600 01  WS-BACKLOG-OVERDUE               PIC 9(07) VALUE ZERO.
007700 01  WS-ABEND-REASON-TEXT             PIC X(50).
007800*
007900 01  WS-RPT-WORK.
008000     05 WS-RPT-MONTH                  PIC X(07).
008100     05 WS-DIM                        PIC X(01).
008200        88 WS-DIM-CATEGORY            VALUE 'C'.
008300        88 WS-DIM-PRODUCT             VALUE 'P'.
008400        88 WS-DIM-ROOT-CAUSE          VALUE 'R'.
008500     05 WS-CODE                       PIC X(10).
008600     05 WS-CNT-EDIT-1                 PIC Z(04)9.
008700     05 WS-CNT-EDIT-2                 PIC Z(04)9.
008800     05 WS-CNT-EDIT-3                 PIC Z(04)9.
008900     05 WS-CNT-EDIT-4                 PIC Z(04)9.
009000     05 WS-CNT-EDIT-5                 PIC Z(04)9.
009100*
009200******************************************************************
009300* ONE TABLE CARRIES ALL THREE BREAKDOWNS, EACH ENTRY TAGGED WITH
009400* ITS DIMENSION ('C' CATEGORY, 'P' PRODUCT, 'R' ROOT CAUSE) - UP
009500* TO 120 CODES IN ALL. OVERFLOW FOLDS INTO SLOT 121 SO THE
009600* COUNTS STILL TIE, THE SAME CATCH-ALL RULE CBWAV01C USES.
009700******************************************************************
009800 01  WS-CPL-TOTALS.
009900     05 WS-CT-USED                    PIC 9(03) VALUE ZERO.
010000     05 WS-CT-ENTRY OCCURS 121 TIMES
010100                     INDEXED BY WS-CT-IDX.
010200        10 WS-CT-DIM                  PIC X(01).
010300        10 WS-CT-CODE                 PIC X(10).
010400        10 WS-CT-RECEIVED             PIC 9(05).
010500        10 WS-CT-REGULATOR            PIC 9(05).
010600        10 WS-CT-CLOSED               PIC 9(05).
010700        10 WS-CT-LATE                 PIC 9(05).
010800        10 WS-CT-OPEN                 PIC 9(05).
010900*
011000******************************************************************
011100* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
011200******************************************************************
011300 COPY CSMSG02Y.
011400*
011500 COPY CSDAT01Y.
011600*
011700 LINKAGE SECTION.
011800*
011900******************************************************************
012000 PROCEDURE DIVISION.
012100******************************************************************
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012400     PERFORM 2000-TALLY-CASE THRU 2000-TALLY-CASE-EXIT
012500         UNTIL WS-END-OF-CASES
012600     PERFORM 7000-WRITE-REPORT THRU 7000-WRITE-REPORT-EXIT
012700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012800     GOBACK.
012900*
013000 1000-INITIALIZE.
013100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
013200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
013300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
013400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
013500     MOVE WS-CURDATE-YYYY-MM-DD (1:7) TO WS-RPT-MONTH
013600     OPEN INPUT COMPLAINT-FILE
013700     OPEN OUTPUT REPORT-FILE
013800     IF NOT WS-COMPLAINT-OK
013900         DISPLAY 'CBCPL02C - ERROR OPENING COMPLAINT FILE'
014000         MOVE 'Y'                TO WS-EOF-SW
014100         MOVE 'COMPLAINT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
014200         PERFORM 9100-ABEND-NOTIFY
014300             THRU 9100-ABEND-NOTIFY-EXIT
014400     END-IF
014500     IF NOT WS-END-OF-CASES
014600         PERFORM 2100-READ-NEXT-CASE
014700             THRU 2100-READ-NEXT-CASE-EXIT
014800     END-IF.
014900 1000-INITIALIZE-EXIT.
015000     EXIT.
015100*
015200******************************************************************
015300* A CASE RECEIVED THIS MONTH COUNTS UNDER ITS CATEGORY AND ITS
015400* PRODUCT; A CASE CLOSED THIS MONTH COUNTS UNDER ITS ROOT CAUSE
015500* (WHENEVER IT WAS RECEIVED); EVERY CASE STILL OPEN IS BACKLOG.
015600******************************************************************
015700 2000-TALLY-CASE.
015800     ADD 1                       TO WS-CASE-COUNT
015900     IF NOT CPL-CLOSED
016000         ADD 1                   TO WS-BACKLOG-COUNT
016100         IF CPL-DUE-DATE < WS-CURDATE-YYYY-MM-DD
016200             ADD 1               TO WS-BACKLOG-OVERDUE
016300         END-IF
016400     END-IF
016500     IF CPL-RECEIVED-DATE (1:7) = WS-RPT-MONTH
016600         ADD 1                   TO WS-RECEIVED-COUNT
016700         SET WS-DIM-CATEGORY     TO TRUE
016800         MOVE CPL-CATEGORY       TO WS-CODE
016900         PERFORM 3000-ADD-RECEIVED THRU 3000-ADD-RECEIVED-EXIT
017000         SET WS-DIM-PRODUCT      TO TRUE
017100         MOVE CPL-PRODUCT-ID     TO WS-CODE
017200         IF WS-CODE = SPACES
017300             MOVE '(NONE)'       TO WS-CODE
017400         END-IF
017500         PERFORM 3000-ADD-RECEIVED THRU 3000-ADD-RECEIVED-EXIT
017600     END-IF
017700     IF CPL-CLOSED AND CPL-CLOSED-DATE (1:7) = WS-RPT-MONTH
017800         ADD 1                   TO WS-CLOSED-MONTH-COUNT
017900         SET WS-DIM-ROOT-CAUSE   TO TRUE
018000         MOVE CPL-ROOT-CAUSE     TO WS-CODE
018100         PERFORM 3100-FIND-ENTRY THRU 3100-FIND-ENTRY-EXIT
018200         ADD 1                   TO WS-CT-CLOSED (WS-CT-IDX)
018300         IF CPL-CLOSED-LATE
018400             ADD 1               TO WS-CT-LATE (WS-CT-IDX)
018500         END-IF
018600     END-IF
018700     PERFORM 2100-READ-NEXT-CASE
018800         THRU 2100-READ-NEXT-CASE-EXIT.
018900 2000-TALLY-CASE-EXIT.
019000     EXIT.
019100*
019200 2100-READ-NEXT-CASE.
019300     READ COMPLAINT-FILE NEXT RECORD
019400         AT END
019500             MOVE 'Y'            TO WS-EOF-SW
019600     END-READ.
019700 2100-READ-NEXT-CASE-EXIT.
019800     EXIT.
019900*
020000 3000-ADD-RECEIVED.
020100     PERFORM 3100-FIND-ENTRY THRU 3100-FIND-ENTRY-EXIT
020200     ADD 1                       TO WS-CT-RECEIVED (WS-CT-IDX)
020300     IF CPL-BY-REGULATOR
020400         ADD 1                   TO WS-CT-REGULATOR (WS-CT-IDX)
020500     END-IF
020600     IF CPL-CLOSED
020700         ADD 1                   TO WS-CT-CLOSED (WS-CT-IDX)
020800         IF CPL-CLOSED-LATE
020900             ADD 1               TO WS-CT-LATE (WS-CT-IDX)
021000         END-IF
021100     ELSE
021200         ADD 1                   TO WS-CT-OPEN (WS-CT-IDX)
021300     END-IF.
021400 3000-ADD-RECEIVED-EXIT.
021500     EXIT.
021600*
021700 3100-FIND-ENTRY.
021800     SET WS-CT-IDX               TO 1
021900     SEARCH WS-CT-ENTRY
022000         AT END
022100             PERFORM 3150-NEW-ENTRY THRU 3150-NEW-ENTRY-EXIT
022200         WHEN WS-CT-IDX > WS-CT-USED
022300             PERFORM 3150-NEW-ENTRY THRU 3150-NEW-ENTRY-EXIT
022400         WHEN WS-CT-DIM (WS-CT-IDX) = WS-DIM
022500          AND WS-CT-CODE (WS-CT-IDX) = WS-CODE
022600             CONTINUE
022700     END-SEARCH.
022800 3100-FIND-ENTRY-EXIT.
022900     EXIT.
023000*
023100 3150-NEW-ENTRY.
023200     IF WS-CT-USED < 120
023300         ADD 1                   TO WS-CT-USED
023400         SET WS-CT-IDX           TO WS-CT-USED
023500         MOVE WS-DIM             TO WS-CT-DIM (WS-CT-IDX)
023600         MOVE WS-CODE            TO WS-CT-CODE (WS-CT-IDX)
023700     ELSE
023800         SET WS-CT-IDX           TO 121
023900         MOVE '*'                TO WS-CT-DIM (WS-CT-IDX)
024000         MOVE 'VARIOUS'          TO WS-CT-CODE (WS-CT-IDX)
024100     END-IF.
024200 3150-NEW-ENTRY-EXIT.
024300     EXIT.
024400*
024500******************************************************************
024600* THE REPORT - ONE SECTION PER BREAKDOWN, EACH A PASS OVER THE
024700* TABLE PRINTING ITS OWN DIMENSION, THEN THE MONTH'S TOTALS AND
024800* THE BACKLOG.
024900******************************************************************
025000 7000-WRITE-REPORT.
025100     MOVE SPACES                 TO REPORT-LINE
025200     STRING 'COMPLAINT REPORT - MONTH ' DELIMITED BY SIZE
025300            WS-RPT-MONTH         DELIMITED BY SIZE
025400            ' (TO '              DELIMITED BY SIZE
025500            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
025600            ')'                  DELIMITED BY SIZE
025700       INTO REPORT-LINE
025800     END-STRING
025900     WRITE REPORT-LINE
026000     MOVE SPACES                 TO REPORT-LINE
026100     WRITE REPORT-LINE
026200     MOVE 'BY CATEGORY - RECEIVED THIS MONTH' TO REPORT-LINE
026300     WRITE REPORT-LINE
026400     PERFORM 7050-WRITE-COLUMN-HEADS
026500         THRU 7050-WRITE-COLUMN-HEADS-EXIT
026600     SET WS-DIM-CATEGORY         TO TRUE
026700     PERFORM 7100-WRITE-ENTRY THRU 7100-WRITE-ENTRY-EXIT
026800         VARYING WS-CT-IDX FROM 1 BY 1
026900         UNTIL WS-CT-IDX > WS-CT-USED
027000     MOVE SPACES                 TO REPORT-LINE
027100     WRITE REPORT-LINE
027200     MOVE 'BY PRODUCT (ACCOUNT GROUP) - RECEIVED THIS MONTH'
027300                                 TO REPORT-LINE
027400     WRITE REPORT-LINE
027500     PERFORM 7050-WRITE-COLUMN-HEADS
027600         THRU 7050-WRITE-COLUMN-HEADS-EXIT
027700     SET WS-DIM-PRODUCT          TO TRUE
027800     PERFORM 7100-WRITE-ENTRY THRU 7100-WRITE-ENTRY-EXIT
027900         VARYING WS-CT-IDX FROM 1 BY 1
028000         UNTIL WS-CT-IDX > WS-CT-USED
028100     MOVE SPACES                 TO REPORT-LINE
028200     WRITE REPORT-LINE
028300     MOVE 'BY ROOT CAUSE - CLOSED THIS MONTH' TO REPORT-LINE
028400     WRITE REPORT-LINE
028500     PERFORM 7050-WRITE-COLUMN-HEADS
028600         THRU 7050-WRITE-COLUMN-HEADS-EXIT
028700     SET WS-DIM-ROOT-CAUSE       TO TRUE
028800     PERFORM 7100-WRITE-ENTRY THRU 7100-WRITE-ENTRY-EXIT
028900         VARYING WS-CT-IDX FROM 1 BY 1
029000         UNTIL WS-CT-IDX > WS-CT-USED
029100     IF WS-CT-DIM (121) = '*'
029200         MOVE '*'                TO WS-DIM
029300         SET WS-CT-IDX           TO 121
029400         MOVE SPACES             TO REPORT-LINE
029500         WRITE REPORT-LINE
029600         MOVE 'NOT ITEMIZED - TOO MANY CODES FOR ONE REPORT'
029700                                 TO REPORT-LINE
029800         WRITE REPORT-LINE
029900         PERFORM 7100-WRITE-ENTRY THRU 7100-WRITE-ENTRY-EXIT
030000     END-IF
030100     PERFORM 7200-WRITE-SUMMARY THRU 7200-WRITE-SUMMARY-EXIT.
030200 7000-WRITE-REPORT-EXIT.
030300     EXIT.
030400*
030500 7050-WRITE-COLUMN-HEADS.
030600     MOVE SPACES                 TO REPORT-LINE
030700     STRING '  CODE         RECEIVED REGULATOR'  DELIMITED BY SIZE
030800            '  CLOSED    LATE    OPEN' DELIMITED BY SIZE
030900       INTO REPORT-LINE
031000     END-STRING
031100     WRITE REPORT-LINE.
031200 7050-WRITE-COLUMN-HEADS-EXIT.
031300     EXIT.
031400*
031500 7100-WRITE-ENTRY.
031600     IF WS-CT-DIM (WS-CT-IDX) NOT = WS-DIM
031700         GO TO 7100-WRITE-ENTRY-EXIT
031800     END-IF
031900     MOVE WS-CT-RECEIVED (WS-CT-IDX)  TO WS-CNT-EDIT-1
032000     MOVE WS-CT-REGULATOR (WS-CT-IDX) TO WS-CNT-EDIT-2
032100     MOVE WS-CT-CLOSED (WS-CT-IDX)    TO WS-CNT-EDIT-3
032200     MOVE WS-CT-LATE (WS-CT-IDX)      TO WS-CNT-EDIT-4
032300     MOVE WS-CT-OPEN (WS-CT-IDX)      TO WS-CNT-EDIT-5
032400     MOVE SPACES                 TO REPORT-LINE
032500     STRING '  '                 DELIMITED BY SIZE
032600            WS-CT-CODE (WS-CT-IDX) DELIMITED BY SIZE
032700            '      '             DELIMITED BY SIZE
032800            WS-CNT-EDIT-1        DELIMITED BY SIZE
032900            '     '              DELIMITED BY SIZE
033000            WS-CNT-EDIT-2        DELIMITED BY SIZE
033100            '   '                DELIMITED BY SIZE
033200            WS-CNT-EDIT-3        DELIMITED BY SIZE
033300            '   '                DELIMITED BY SIZE
033400            WS-CNT-EDIT-4        DELIMITED BY SIZE
033500            '   '                DELIMITED BY SIZE
033600            WS-CNT-EDIT-5        DELIMITED BY SIZE
033700       INTO REPORT-LINE
033800     END-STRING
033900     WRITE REPORT-LINE.
034000 7100-WRITE-ENTRY-EXIT.
034100     EXIT.
034200*
034300 7200-WRITE-SUMMARY.
034400     MOVE SPACES                 TO REPORT-LINE
034500     WRITE REPORT-LINE
034600     MOVE SPACES                 TO REPORT-LINE
034700     STRING 'COMPLAINTS RECEIVED THIS MONTH: ' DELIMITED BY SIZE
034800            WS-RECEIVED-COUNT    DELIMITED BY SIZE
034900       INTO REPORT-LINE
035000     END-STRING
035100     WRITE REPORT-LINE
035200     MOVE SPACES                 TO REPORT-LINE
035300     STRING 'COMPLAINTS CLOSED THIS MONTH:   ' DELIMITED BY SIZE
035400            WS-CLOSED-MONTH-COUNT DELIMITED BY SIZE
035500       INTO REPORT-LINE
035600     END-STRING
035700     WRITE REPORT-LINE
035800     MOVE SPACES                 TO REPORT-LINE
035900     STRING 'OPEN BACKLOG: '     DELIMITED BY SIZE
036000            WS-BACKLOG-COUNT     DELIMITED BY SIZE
036100            '  PAST DUE DATE: '  DELIMITED BY SIZE
036200            WS-BACKLOG-OVERDUE   DELIMITED BY SIZE
036300       INTO REPORT-LINE
036400     END-STRING
036500     WRITE REPORT-LINE.
036600 7200-WRITE-SUMMARY-EXIT.
036700     EXIT.
036800*
036900 9000-TERMINATE.
037000     CLOSE COMPLAINT-FILE
037100     CLOSE REPORT-FILE
037200     DISPLAY 'CBCPL02C - CASES READ: ' WS-CASE-COUNT
037300     DISPLAY 'CBCPL02C - RECEIVED THIS MONTH: ' WS-RECEIVED-COUNT
037400     DISPLAY 'CBCPL02C - CLOSED THIS MONTH: '
037500             WS-CLOSED-MONTH-COUNT
037600     PERFORM 9200-LOG-JOB-STATUS
037700         THRU 9200-LOG-JOB-STATUS-EXIT.
037800 9000-TERMINATE-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
038300* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
038400* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
038500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
038600******************************************************************
038700 9100-ABEND-NOTIFY.
038800     MOVE 'AB01'                 TO ABEND-CODE
038900     MOVE 'CBCPL02C'             TO ABEND-CULPRIT
039000     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
039100     STRING ABEND-CULPRIT   DELIMITED BY SIZE
039200            ' - '           DELIMITED BY SIZE
039300            ABEND-REASON    DELIMITED BY SIZE
039400       INTO ABEND-MSG
039500     END-STRING
039600     OPEN EXTEND ALERT-QUEUE-FILE
039700     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
039800     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
039900     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
040000     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
040100     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
040200     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
040300     WRITE OPS-ALERT-RECORD
040400     CLOSE ALERT-QUEUE-FILE
040500     MOVE 16                     TO RETURN-CODE.
040600 9100-ABEND-NOTIFY-EXIT.
040700     EXIT.
040800*
040900******************************************************************
041000* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
041100* WHETHER THE JOB RAN AND HOW IT WENT.
041200******************************************************************
041300 9200-LOG-JOB-STATUS.
041400     OPEN I-O JOB-LOG-FILE
041500     IF NOT WS-JOBLOG-OK
041600         DISPLAY 'CBCPL02C - ERROR OPENING JOB LOG FILE'
041700         GO TO 9200-LOG-JOB-STATUS-EXIT
041800     END-IF
041900     MOVE 'CBCPL02C'             TO JBS-JOB-NAME
042000     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
042100     IF RETURN-CODE = ZERO
042200         SET JBS-STATUS-SUCCESS  TO TRUE
042300     ELSE
042400         SET JBS-STATUS-FAILED   TO TRUE
042500     END-IF
042600     MOVE RETURN-CODE            TO JBS-RETURN-CODE
042700     MOVE WS-CASE-COUNT          TO JBS-REC-COUNT
042800     WRITE JOB-STATUS-RECORD
042900     CLOSE JOB-LOG-FILE.
043000 9200-LOG-JOB-STATUS-EXIT.
043100     EXIT.
