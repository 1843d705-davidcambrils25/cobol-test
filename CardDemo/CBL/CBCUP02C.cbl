000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCUP02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CARD-ON-FILE ACCOUNT
001100*                     UPDATER RESPONSE PROCESSING.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       PROCESSES THE CARD NETWORK'S ANSWER TO THE
001500*                CBCUP01C ACCOUNT-UPDATER EXTRACT (CUPDRSP,
001600*                CVCUP02Y). EACH RESPONSE ROW IS MATCHED BACK TO
001700*                ITS CARDRPL PAIR (CVCUP01Y) BY THE NEW CARD
001800*                NUMBER AND THE OLD ONE, AND THE PAIR IS STAMPED
001900*                WITH THE NETWORK'S STATUS, REASON CODE AND DATE.
002000*                THE PAIR ITSELF IS KEPT - COTRN01C READS IT TO
002100*                SHOW WHICH CARD A RECURRING MERCHANT WAS
002200*                MIGRATED FROM. A REJECTED PAIR, OR A RESPONSE
002300*                THAT MATCHES NOTHING WE SENT, FALLS TO THE
002400*                EXCEPTION REPORT (CUPDRPT) FOR A HUMAN, BECAUSE
002500*                THOSE MERCHANTS WILL KEEP CHARGING THE OLD CARD
002600*                AND DECLINING.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RESPONSE-FILE ASSIGN TO CUPDRSP
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-RESPONSE-STATUS.
003400     SELECT CARDRPL-FILE ASSIGN TO CARDRPL
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CRP-KEY
003800         FILE STATUS IS WS-CARDRPL-STATUS.
003900     SELECT CUP-REPORT-FILE ASSIGN TO CUPDRPT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-REPORT-STATUS.
004200     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ALERT-STATUS.
004500     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS JBS-KEY
004900         FILE STATUS IS WS-JOBLOG-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RESPONSE-FILE
005400     RECORDING MODE IS F.
005500     COPY CVCUP02Y.
005600*
005700 FD  CARDRPL-FILE.
005800     COPY CVCUP01Y.
005900*
006000 FD  CUP-REPORT-FILE
006100     RECORDING MODE IS F.
006200 01  CUP-REPORT-LINE                  PIC X(80).
006300*
006400 FD  ALERT-QUEUE-FILE
006500     RECORDING MODE IS F.
006600     COPY CSOPS01Y.
006700*
006800 FD  JOB-LOG-FILE.
006900     COPY CVJOB01Y.
007000*
007100 WORKING-STORAGE SECTION.
007200 01  WS-RESPONSE-STATUS               PIC XX.
007300     88 WS-RESPONSE-OK                VALUE '00'.
007400 01  WS-CARDRPL-STATUS                PIC XX.
007500     88 WS-CARDRPL-OK                 VALUE '00'.
007600 01  WS-REPORT-STATUS                 PIC XX.
007700 01  WS-ALERT-STATUS                  PIC XX.
007800 01  WS-JOBLOG-STATUS                 PIC XX.
007900     88 WS-JOBLOG-OK                  VALUE '00'.
008000 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
008100     88 WS-END-OF-RESPONSES           VALUE 'Y'.
008200 01  WS-MATCH-SW                      PIC X(01).
008300     88 WS-PAIR-FOUND                 VALUE 'Y'.
008400     88 WS-PAIR-SCAN-DONE             VALUE 'Y' 'E'.
008500 01  WS-EXCEPTION-TEXT                PIC X(16).
008600 01  WS-RESPONSE-COUNT                PIC 9(07) VALUE ZERO.
008700 01  WS-ACCEPTED-COUNT                PIC 9(07) VALUE ZERO.
008800 01  WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
008900 01  WS-ABEND-REASON-TEXT             PIC X(50).
009000*
009100******************************************************************
009200* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
009300******************************************************************
009400 COPY CSMSG02Y.
009500*
009600 COPY CSDAT01Y.
009700*
009800 LINKAGE SECTION.
009900*
010000******************************************************************
010100 PROCEDURE DIVISION.
010200******************************************************************
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010500     PERFORM 2000-PROCESS-RESPONSES
010600         THRU 2000-PROCESS-RESPONSES-EXIT
010700         UNTIL WS-END-OF-RESPONSES
010800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010900     GOBACK.
011000*
011100 1000-INITIALIZE.
011200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
011300     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
011400     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
011500     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
011600     OPEN INPUT RESPONSE-FILE
011700     OPEN I-O CARDRPL-FILE
011800     OPEN OUTPUT CUP-REPORT-FILE
011900     IF NOT WS-RESPONSE-OK
012000         DISPLAY 'CBCUP02C - ERROR OPENING RESPONSE FEED'
012100         MOVE 'Y'                TO WS-EOF-SW
012200         MOVE 'RESPONSE FEED OPEN ERROR' TO WS-ABEND-REASON-TEXT
012300         PERFORM 9100-ABEND-NOTIFY
012400             THRU 9100-ABEND-NOTIFY-EXIT
012500     END-IF
012600     IF NOT WS-CARDRPL-OK
012700         DISPLAY 'CBCUP02C - ERROR OPENING CARD REPLACEMENT FILE'
012800         MOVE 'Y'                TO WS-EOF-SW
012900         MOVE 'CARDRPL FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
013000         PERFORM 9100-ABEND-NOTIFY
013100             THRU 9100-ABEND-NOTIFY-EXIT
013200     END-IF
013300     IF NOT WS-END-OF-RESPONSES
013400         PERFORM 2100-READ-NEXT-RESPONSE
013500             THRU 2100-READ-NEXT-RESPONSE-EXIT
013600     END-IF.
013700 1000-INITIALIZE-EXIT.
013800     EXIT.
013900*
014000 2000-PROCESS-RESPONSES.
014100     ADD 1                       TO WS-RESPONSE-COUNT
014200     PERFORM 3000-FIND-PAIR THRU 3000-FIND-PAIR-EXIT
014300     IF NOT WS-PAIR-FOUND
014400         MOVE 'NO MATCHING PAIR'  TO WS-EXCEPTION-TEXT
014500         PERFORM 7100-REPORT-EXCEPTION
014600             THRU 7100-REPORT-EXCEPTION-EXIT
014700         GO TO 2000-PROCESS-RESPONSES-NEXT
014800     END-IF
014900     MOVE AUR-STATUS             TO CRP-RESP-STATUS
015000     MOVE AUR-REASON-CD          TO CRP-RESP-REASON-CD
015100     MOVE AUR-RESP-DATE          TO CRP-RESP-DATE
015200     REWRITE CARD-REPLACEMENT-RECORD
015300     IF AUR-ACCEPTED
015400         ADD 1                   TO WS-ACCEPTED-COUNT
015500     ELSE
015600         MOVE 'NOT ACCEPTED'     TO WS-EXCEPTION-TEXT
015700         PERFORM 7100-REPORT-EXCEPTION
015800             THRU 7100-REPORT-EXCEPTION-EXIT
015900     END-IF.
016000 2000-PROCESS-RESPONSES-NEXT.
016100     PERFORM 2100-READ-NEXT-RESPONSE
016200         THRU 2100-READ-NEXT-RESPONSE-EXIT.
016300 2000-PROCESS-RESPONSES-EXIT.
016400     EXIT.
016500*
016600 2100-READ-NEXT-RESPONSE.
016700     READ RESPONSE-FILE NEXT RECORD
016800         AT END
016900             MOVE 'Y'            TO WS-EOF-SW
017000     END-READ.
017100 2100-READ-NEXT-RESPONSE-EXIT.
017200     EXIT.
017300*
017400******************************************************************
017500* POSITION ON THE FIRST PAIR FOR THE NEW CARD NUMBER AND WALK
017600* FORWARD TO THE ONE THAT WAS SENT WITH THIS OLD NUMBER.
017700******************************************************************
017800 3000-FIND-PAIR.
017900     MOVE 'N'                    TO WS-MATCH-SW
018000     MOVE AUR-NEW-CARD-NUM       TO CRP-NEW-CARD-NUM
018100     MOVE LOW-VALUES             TO CRP-CREATED-TS
018200     START CARDRPL-FILE KEY IS NOT LESS THAN CRP-KEY
018300         INVALID KEY
018400             GO TO 3000-FIND-PAIR-EXIT
018500     END-START
018600     PERFORM 3100-CHECK-NEXT-PAIR
018700         THRU 3100-CHECK-NEXT-PAIR-EXIT
018800         UNTIL WS-PAIR-SCAN-DONE.
018900 3000-FIND-PAIR-EXIT.
019000     EXIT.
019100*
019200 3100-CHECK-NEXT-PAIR.
019300     READ CARDRPL-FILE NEXT RECORD
019400         AT END
019500             MOVE 'E'            TO WS-MATCH-SW
019600             GO TO 3100-CHECK-NEXT-PAIR-EXIT
019700     END-READ
019800     IF CRP-NEW-CARD-NUM NOT = AUR-NEW-CARD-NUM
019900         MOVE 'E'                TO WS-MATCH-SW
020000         GO TO 3100-CHECK-NEXT-PAIR-EXIT
020100     END-IF
020200     IF CRP-OLD-CARD-NUM = AUR-OLD-CARD-NUM
020300        AND CRP-SENT-DATE NOT = SPACES
020400         MOVE 'Y'                TO WS-MATCH-SW
020500     END-IF.
020600 3100-CHECK-NEXT-PAIR-EXIT.
020700     EXIT.
020800*
020900 7100-REPORT-EXCEPTION.
021000     ADD 1                       TO WS-EXCEPTION-COUNT
021100     MOVE SPACES                 TO CUP-REPORT-LINE
021200     STRING WS-EXCEPTION-TEXT    DELIMITED BY SIZE
021300            ' OLD '              DELIMITED BY SIZE
021400            AUR-OLD-CARD-NUM     DELIMITED BY SIZE
021500            ' NEW '              DELIMITED BY SIZE
021600            AUR-NEW-CARD-NUM     DELIMITED BY SIZE
021700            ' STATUS '           DELIMITED BY SIZE
021800            AUR-STATUS           DELIMITED BY SIZE
021900            ' REASON '           DELIMITED BY SIZE
022000            AUR-REASON-CD        DELIMITED BY SIZE
022100       INTO CUP-REPORT-LINE
022200     END-STRING
022300     WRITE CUP-REPORT-LINE.
022400 7100-REPORT-EXCEPTION-EXIT.
022500     EXIT.
022600*
022700 9000-TERMINATE.
022800     CLOSE RESPONSE-FILE
022900     CLOSE CARDRPL-FILE
023000     CLOSE CUP-REPORT-FILE
023100     DISPLAY 'CBCUP02C - RESPONSE ROWS READ: ' WS-RESPONSE-COUNT
023200     DISPLAY 'CBCUP02C - PAIRS ACCEPTED: ' WS-ACCEPTED-COUNT
023300     DISPLAY 'CBCUP02C - EXCEPTIONS: ' WS-EXCEPTION-COUNT
023400     PERFORM 9200-LOG-JOB-STATUS
023500         THRU 9200-LOG-JOB-STATUS-EXIT.
023600 9000-TERMINATE-EXIT.
023700     EXIT.
023800*
023900******************************************************************
024000* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
024100* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
024200* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
024300* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
024400* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
024500* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
024600******************************************************************
024700 9100-ABEND-NOTIFY.
024800     MOVE 'AB01'                 TO ABEND-CODE
024900     MOVE 'CBCUP02C'             TO ABEND-CULPRIT
025000     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
025100     STRING ABEND-CULPRIT   DELIMITED BY SIZE
025200            ' - '           DELIMITED BY SIZE
025300            ABEND-REASON    DELIMITED BY SIZE
025400       INTO ABEND-MSG
025500     END-STRING
025600     OPEN EXTEND ALERT-QUEUE-FILE
025700     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
025800     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
025900     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
026000     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
026100     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
026200     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
026300     WRITE OPS-ALERT-RECORD
026400     CLOSE ALERT-QUEUE-FILE
026500     MOVE 16                     TO RETURN-CODE.
026600 9100-ABEND-NOTIFY-EXIT.
026700     EXIT.
026800*
026900******************************************************************
027000* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
027100* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
027200* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
027300******************************************************************
027400 9200-LOG-JOB-STATUS.
027500     OPEN I-O JOB-LOG-FILE
027600     IF NOT WS-JOBLOG-OK
027700         DISPLAY 'CBCUP02C - ERROR OPENING JOB LOG FILE'
027800         GO TO 9200-LOG-JOB-STATUS-EXIT
027900     END-IF
028000     MOVE 'CBCUP02C'             TO JBS-JOB-NAME
028100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
028200     IF RETURN-CODE = ZERO
028300         SET JBS-STATUS-SUCCESS  TO TRUE
028400     ELSE
028500         SET JBS-STATUS-FAILED   TO TRUE
028600     END-IF
028700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
028800     MOVE WS-ACCEPTED-COUNT      TO JBS-REC-COUNT
028900     WRITE JOB-STATUS-RECORD
029000     CLOSE JOB-LOG-FILE.
029100 9200-LOG-JOB-STATUS-EXIT.
029200     EXIT.
