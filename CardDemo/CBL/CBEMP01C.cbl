000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBEMP01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - DAILY INSIDER ACCOUNT
001100*                     ACCESS REPORT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       LISTS FOR THE SECURITY TEAM EVERY ROW COEMPSVC
001500*                WROTE TO THE EMPATMP ATTEMPT FILE (CVEMP03Y)
001600*                TODAY - EACH TIME A USER REACHED AN ACCOUNT
001700*                LINKED TO THEM ON EMPLINK: AN UPDATE THE SCREEN
001800*                REFUSED, OR A VIEW LET THROUGH BUT FLAGGED -
001900*                WITH THE PROGRAM, ACCOUNT, LINKED CUSTOMER,
002000*                RELATION AND TERMINAL, THEN THE DAY'S COUNTS.
002100*                RUN AT THE END OF THE ONLINE DAY. THE ROWS ARE
002200*                LEFT ON FILE.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT ATTEMPT-FILE ASSIGN TO EMPATMP
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS EMA-KEY
003100         FILE STATUS IS WS-EMPATMP-STATUS.
003200     SELECT ATTEMPT-REPORT-FILE ASSIGN TO EMPRPT
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-REPORT-STATUS.
003500     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-ALERT-STATUS.
003800     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS JBS-KEY
004200         FILE STATUS IS WS-JOBLOG-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ATTEMPT-FILE.
004700     COPY CVEMP03Y.
004800*
004900 FD  ATTEMPT-REPORT-FILE
005000     RECORDING MODE IS F.
005100 01  ATTEMPT-REPORT-LINE              PIC X(80).
005200*
005300 FD  ALERT-QUEUE-FILE
005400     RECORDING MODE IS F.
005500     COPY CSOPS01Y.
005600*
005700 FD  JOB-LOG-FILE.
005800     COPY CVJOB01Y.
005900*
006000 WORKING-STORAGE SECTION.
006100 01  WS-EMPATMP-STATUS                PIC XX.
006200     88 WS-EMPATMP-OK                 VALUE '00'.
006300 01  WS-REPORT-STATUS                 PIC XX.
006400 01  WS-ALERT-STATUS                  PIC XX.
006500 01  WS-JOBLOG-STATUS                 PIC XX.
006600     88 WS-JOBLOG-OK                  VALUE '00'.
006700 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
006800     88 WS-END-OF-FILE                VALUE 'Y'.
006900 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
007000     88 WS-RUN-FAILED                 VALUE 'Y'.
007100 01  WS-ABEND-REASON-TEXT             PIC X(50).
007200*
007300 01  WS-RUN-COUNTS.
007400     05 WS-ROWS-LISTED                PIC 9(07) VALUE ZERO.
007500     05 WS-UPDATES-REFUSED            PIC 9(07) VALUE ZERO.
007600     05 WS-VIEWS-FLAGGED              PIC 9(07) VALUE ZERO.
007700     05 WS-SELF-COUNT                 PIC 9(07) VALUE ZERO.
007800     05 WS-RELATED-COUNT              PIC 9(07) VALUE ZERO.
007900*
008000 01  WS-REPORT-WORK.
008100     05 WS-REPORT-DATE                PIC X(08).
008200     05 WS-ACCESS-TEXT                PIC X(14).
008300     05 WS-RELATION-TEXT              PIC X(07).
008400     05 WS-TIME-EDIT.
008500        10 WS-TIME-HH                 PIC X(02).
008600        10 FILLER                     PIC X(01) VALUE ':'.
008700        10 WS-TIME-MM                 PIC X(02).
008800        10 FILLER                     PIC X(01) VALUE ':'.
008900        10 WS-TIME-SS                 PIC X(02).
009000     05 WS-COUNT-EDIT                 PIC Z(06)9.
009100*
009200 COPY CSDAT01Y.
009300*
009400 COPY CSMSG02Y.
009500*
009600 LINKAGE SECTION.
009700*
009800******************************************************************
009900 PROCEDURE DIVISION.
010000******************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010300     IF NOT WS-RUN-FAILED
010400         PERFORM 2000-LIST-ATTEMPTS THRU 2000-LIST-ATTEMPTS-EXIT
010500         PERFORM 3000-PRINT-TOTALS THRU 3000-PRINT-TOTALS-EXIT
010600     END-IF
010700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010800     GOBACK.
010900*
011000 1000-INITIALIZE.
011100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
011200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
011300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
011400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
011500     MOVE WS-CURDATE-N           TO WS-REPORT-DATE
011600     OPEN INPUT ATTEMPT-FILE
011700     IF NOT WS-EMPATMP-OK
011800         DISPLAY 'CBEMP01C - ERROR OPENING ATTEMPT FILE'
011900         MOVE 'INSIDER ATTEMPT FILE OPEN ERROR'
012000                                 TO WS-ABEND-REASON-TEXT
012100         GO TO 1000-INITIALIZE-FAILED
012200     END-IF
012300     OPEN OUTPUT ATTEMPT-REPORT-FILE
012400     MOVE SPACES                 TO ATTEMPT-REPORT-LINE
012500     STRING 'CBEMP01C - INSIDER ACCOUNT ACCESS REPORT'
012600                                 DELIMITED BY SIZE
012700            '  FOR '             DELIMITED BY SIZE
012800            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
012900       INTO ATTEMPT-REPORT-LINE
013000     END-STRING
013100     WRITE ATTEMPT-REPORT-LINE
013200     MOVE SPACES                 TO ATTEMPT-REPORT-LINE
013300     WRITE ATTEMPT-REPORT-LINE
013400     MOVE '  TIME     USER     PROGRAM  ACCESS         ACCOUNT'
013500                                 TO ATTEMPT-REPORT-LINE
013600     MOVE '     CUSTOMER  LINK    TERM'
013700                                 TO ATTEMPT-REPORT-LINE (52:27)
013800     WRITE ATTEMPT-REPORT-LINE
013900     GO TO 1000-INITIALIZE-EXIT.
014000 1000-INITIALIZE-FAILED.
014100     MOVE 'Y'                    TO WS-ERROR-SW
014200     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
014300 1000-INITIALIZE-EXIT.
014400     EXIT.
014500*
014600******************************************************************
014700* THE FILE IS KEYED BY TIMESTAMP FIRST, SO TODAY'S ROWS ARE ONE
014800* RUN OF KEYS FROM THE START OF THE DAY.
014900******************************************************************
015000 2000-LIST-ATTEMPTS.
015100     MOVE LOW-VALUES             TO EMA-KEY
015200     MOVE WS-REPORT-DATE         TO EMA-TS (1:8)
015300     START ATTEMPT-FILE KEY NOT LESS THAN EMA-KEY
015400         INVALID KEY
015500             MOVE 'Y'            TO WS-EOF-SW
015600     END-START
015700     PERFORM 2100-LIST-NEXT-ATTEMPT
015800         THRU 2100-LIST-NEXT-ATTEMPT-EXIT
015900         UNTIL WS-END-OF-FILE
016000     IF WS-ROWS-LISTED = ZERO
016100         MOVE '  NO INSIDER ACCESS RECORDED TODAY'
016200                                 TO ATTEMPT-REPORT-LINE
016300         WRITE ATTEMPT-REPORT-LINE
016400     END-IF.
016500 2000-LIST-ATTEMPTS-EXIT.
016600     EXIT.
016700*
016800 2100-LIST-NEXT-ATTEMPT.
016900     READ ATTEMPT-FILE NEXT RECORD
017000         AT END
017100             MOVE 'Y'            TO WS-EOF-SW
017200             GO TO 2100-LIST-NEXT-ATTEMPT-EXIT
017300     END-READ
017400     IF EMA-TS (1:8) NOT = WS-REPORT-DATE
017500         MOVE 'Y'                TO WS-EOF-SW
017600         GO TO 2100-LIST-NEXT-ATTEMPT-EXIT
017700     END-IF
017800     ADD 1                       TO WS-ROWS-LISTED
017900     IF EMA-UPDATE-REFUSED
018000         ADD 1                   TO WS-UPDATES-REFUSED
018100         MOVE 'UPDATE REFUSED'   TO WS-ACCESS-TEXT
018200     ELSE
018300         ADD 1                   TO WS-VIEWS-FLAGGED
018400         MOVE 'VIEW FLAGGED'     TO WS-ACCESS-TEXT
018500     END-IF
018600     IF EMA-RELATION = 'S'
018700         ADD 1                   TO WS-SELF-COUNT
018800         MOVE 'SELF'             TO WS-RELATION-TEXT
018900     ELSE
019000         ADD 1                   TO WS-RELATED-COUNT
019100         MOVE 'RELATED'          TO WS-RELATION-TEXT
019200     END-IF
019300     MOVE EMA-TS (9:2)           TO WS-TIME-HH
019400     MOVE EMA-TS (11:2)          TO WS-TIME-MM
019500     MOVE EMA-TS (13:2)          TO WS-TIME-SS
019600     MOVE SPACES                 TO ATTEMPT-REPORT-LINE
019700     STRING '  '                 DELIMITED BY SIZE
019800            WS-TIME-EDIT         DELIMITED BY SIZE
019900            ' '                  DELIMITED BY SIZE
020000            EMA-USER-ID          DELIMITED BY SIZE
020100            ' '                  DELIMITED BY SIZE
020200            EMA-PGMNAME          DELIMITED BY SIZE
020300            ' '                  DELIMITED BY SIZE
020400            WS-ACCESS-TEXT       DELIMITED BY SIZE
020500            ' '                  DELIMITED BY SIZE
020600            EMA-ACCT-ID          DELIMITED BY SIZE
020700            ' '                  DELIMITED BY SIZE
020800            EMA-CUST-ID          DELIMITED BY SIZE
020900            ' '                  DELIMITED BY SIZE
021000            WS-RELATION-TEXT     DELIMITED BY SIZE
021100            ' '                  DELIMITED BY SIZE
021200            EMA-TERM-ID          DELIMITED BY SIZE
021300       INTO ATTEMPT-REPORT-LINE
021400     END-STRING
021500     WRITE ATTEMPT-REPORT-LINE.
021600 2100-LIST-NEXT-ATTEMPT-EXIT.
021700     EXIT.
021800*
021900 3000-PRINT-TOTALS.
022000     MOVE SPACES                 TO ATTEMPT-REPORT-LINE
022100     WRITE ATTEMPT-REPORT-LINE
022200     MOVE WS-UPDATES-REFUSED     TO WS-COUNT-EDIT
022300     MOVE SPACES                 TO ATTEMPT-REPORT-LINE
022400     STRING 'UPDATES REFUSED:      ' DELIMITED BY SIZE
022500            WS-COUNT-EDIT        DELIMITED BY SIZE
022600       INTO ATTEMPT-REPORT-LINE
022700     END-STRING
022800     WRITE ATTEMPT-REPORT-LINE
022900     MOVE WS-VIEWS-FLAGGED       TO WS-COUNT-EDIT
023000     MOVE SPACES                 TO ATTEMPT-REPORT-LINE
023100     STRING 'VIEWS FLAGGED:        ' DELIMITED BY SIZE
023200            WS-COUNT-EDIT        DELIMITED BY SIZE
023300       INTO ATTEMPT-REPORT-LINE
023400     END-STRING
023500     WRITE ATTEMPT-REPORT-LINE
023600     MOVE WS-SELF-COUNT          TO WS-COUNT-EDIT
023700     MOVE SPACES                 TO ATTEMPT-REPORT-LINE
023800     STRING 'OWN ACCOUNT:          ' DELIMITED BY SIZE
023900            WS-COUNT-EDIT        DELIMITED BY SIZE
024000       INTO ATTEMPT-REPORT-LINE
024100     END-STRING
024200     WRITE ATTEMPT-REPORT-LINE
024300     MOVE WS-RELATED-COUNT       TO WS-COUNT-EDIT
024400     MOVE SPACES                 TO ATTEMPT-REPORT-LINE
024500     STRING 'RELATED CUSTOMER:     ' DELIMITED BY SIZE
024600            WS-COUNT-EDIT        DELIMITED BY SIZE
024700       INTO ATTEMPT-REPORT-LINE
024800     END-STRING
024900     WRITE ATTEMPT-REPORT-LINE.
025000 3000-PRINT-TOTALS-EXIT.
025100     EXIT.
025200*
025300 9000-TERMINATE.
025400     IF NOT WS-RUN-FAILED
025500         CLOSE ATTEMPT-FILE
025600         CLOSE ATTEMPT-REPORT-FILE
025700     END-IF
025800     DISPLAY 'CBEMP01C - REPORT DATE: ' WS-CURDATE-YYYY-MM-DD
025900     DISPLAY 'CBEMP01C - ROWS LISTED: ' WS-ROWS-LISTED
026000     DISPLAY 'CBEMP01C - UPDATES REFUSED: ' WS-UPDATES-REFUSED
026100     DISPLAY 'CBEMP01C - VIEWS FLAGGED: ' WS-VIEWS-FLAGGED
026200     IF WS-RUN-FAILED
026300         MOVE 16                 TO RETURN-CODE
026400     END-IF
026500     PERFORM 9200-LOG-JOB-STATUS
026600         THRU 9200-LOG-JOB-STATUS-EXIT.
026700 9000-TERMINATE-EXIT.
026800     EXIT.
026900*
027000******************************************************************
027100* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
027200* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
027300* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
027400* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
027500******************************************************************
027600 9100-ABEND-NOTIFY.
027700     MOVE 'AB01'                 TO ABEND-CODE
027800     MOVE 'CBEMP01C'             TO ABEND-CULPRIT
027900     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
028000     STRING ABEND-CULPRIT   DELIMITED BY SIZE
028100            ' - '           DELIMITED BY SIZE
028200            ABEND-REASON    DELIMITED BY SIZE
028300       INTO ABEND-MSG
028400     END-STRING
028500     OPEN EXTEND ALERT-QUEUE-FILE
028600     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
028700     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
028800     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
028900     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
029000     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
029100     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
029200     WRITE OPS-ALERT-RECORD
029300     CLOSE ALERT-QUEUE-FILE.
029400 9100-ABEND-NOTIFY-EXIT.
029500     EXIT.
029600*
029700******************************************************************
029800* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
029900* WHETHER THE JOB RAN AND HOW IT WENT.
030000******************************************************************
030100 9200-LOG-JOB-STATUS.
030200     OPEN I-O JOB-LOG-FILE
030300     IF NOT WS-JOBLOG-OK
030400         DISPLAY 'CBEMP01C - ERROR OPENING JOB LOG FILE'
030500         GO TO 9200-LOG-JOB-STATUS-EXIT
030600     END-IF
030700     MOVE 'CBEMP01C'             TO JBS-JOB-NAME
030800     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
030900     IF RETURN-CODE = ZERO
031000         SET JBS-STATUS-SUCCESS  TO TRUE
031100     ELSE
031200         SET JBS-STATUS-FAILED   TO TRUE
031300     END-IF
031400     MOVE RETURN-CODE            TO JBS-RETURN-CODE
031500     MOVE WS-ROWS-LISTED         TO JBS-REC-COUNT
031600     WRITE JOB-STATUS-RECORD
031700     CLOSE JOB-LOG-FILE.
031800 9200-LOG-JOB-STATUS-EXIT.
031900     EXIT.
