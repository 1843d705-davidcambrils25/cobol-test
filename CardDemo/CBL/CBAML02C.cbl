000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBAML02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - SUSPICIOUS ACTIVITY
001100*                     REPORT FILING EXTRACT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WRITES ONE SARXTR ROW (CVSAR01Y) FOR EVERY AML
001500*                CASE (AMLCASE, CVAML01Y) AN INVESTIGATOR HAS
001600*                CLOSED ON COAML00C WITH A FILE-SAR DECISION AND
001700*                THAT HAS NOT BEEN EXTRACTED BEFORE: THE
001800*                SUBJECT'S IDENTITY FROM CUSTDAT, THE ACTIVITY
001900*                WINDOW, THE EVIDENCE FROM THE MONITORING RUN AND
002000*                THE INVESTIGATOR'S NARRATIVE. THE CASE IS THEN
002100*                STAMPED WITH THE EXTRACT DATE SO A RERUN NEVER
002200*                FILES IT TWICE. A CASE STILL OPEN PAST ITS SAR
002300*                DUE DATE IS COUNTED, AND ONE OPRALRT ALERT TELLS
002400*                COMPLIANCE HOW MANY ARE OVERDUE. RUN NIGHTLY
002500*                AFTER CBAML01C.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT AML-CASE-FILE ASSIGN TO AMLCASE
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS AML-KEY
003400         FILE STATUS IS WS-AMLCASE-STATUS.
003500     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CUST-ID
003900         FILE STATUS IS WS-CUSTOMER-STATUS.
004000     SELECT SAR-EXTRACT-FILE ASSIGN TO SARXTR
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-SARXTR-STATUS.
004300     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-ALERT-STATUS.
004600     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS JBS-KEY
005000         FILE STATUS IS WS-JOBLOG-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  AML-CASE-FILE.
005500     COPY CVAML01Y.
005600*
005700 FD  CUSTOMER-FILE.
005800     COPY CVCUS01Y.
005900*
006000 FD  SAR-EXTRACT-FILE
006100     RECORDING MODE IS F.
006200     COPY CVSAR01Y.
006300*
006400 FD  ALERT-QUEUE-FILE
006500     RECORDING MODE IS F.
006600     COPY CSOPS01Y.
006700*
006800 FD  JOB-LOG-FILE.
006900     COPY CVJOB01Y.
007000*
007100 WORKING-STORAGE SECTION.
007200 01  WS-AMLCASE-STATUS                PIC XX.
007300     88 WS-AMLCASE-OK                 VALUE '00'.
007400 01  WS-CUSTOMER-STATUS               PIC XX.
007500     88 WS-CUSTOMER-OK                VALUE '00'.
007600 01  WS-SARXTR-STATUS                 PIC XX.
007700     88 WS-SARXTR-OK                  VALUE '00'.
007800 01  WS-ALERT-STATUS                  PIC XX.
007900 01  WS-JOBLOG-STATUS                 PIC XX.
008000     88 WS-JOBLOG-OK                  VALUE '00'.
008100 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
008200     88 WS-END-OF-CASES               VALUE 'Y'.
008300 01  WS-CASE-COUNT                    PIC 9(07) VALUE ZERO.
008400 01  WS-EXTRACT-COUNT                 PIC 9(07) VALUE ZERO.
008500 01  WS-OVERDUE-COUNT                 PIC 9(07) VALUE ZERO.
008600 01  WS-NO-CUST-COUNT                 PIC 9(07) VALUE ZERO.
008700 01  WS-COUNT-EDIT                    PIC Z(06)9.
008800 01  WS-ABEND-REASON-TEXT             PIC X(50).
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
010400     PERFORM 2000-PROCESS-CASE THRU 2000-PROCESS-CASE-EXIT
010500         UNTIL WS-END-OF-CASES
010600     IF RETURN-CODE = ZERO
010700         PERFORM 7100-ALERT-OVERDUE THRU 7100-ALERT-OVERDUE-EXIT
010800     END-IF
010900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011000     GOBACK.
011100*
011200 1000-INITIALIZE.
011300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
011400     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
011500     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
011600     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
011700     OPEN I-O AML-CASE-FILE
011800     OPEN INPUT CUSTOMER-FILE
011900     OPEN OUTPUT SAR-EXTRACT-FILE
012000     IF NOT WS-AMLCASE-OK
012100         DISPLAY 'CBAML02C - ERROR OPENING AML CASE FILE'
012200         MOVE 'Y'                TO WS-EOF-SW
012300         MOVE 'AML CASE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
012400         PERFORM 9100-ABEND-NOTIFY
012500             THRU 9100-ABEND-NOTIFY-EXIT
012600         GO TO 1000-INITIALIZE-EXIT
012700     END-IF
012800     IF NOT WS-CUSTOMER-OK
012900         DISPLAY 'CBAML02C - ERROR OPENING CUSTOMER FILE'
013000         MOVE 'Y'                TO WS-EOF-SW
013100         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
013200         PERFORM 9100-ABEND-NOTIFY
013300             THRU 9100-ABEND-NOTIFY-EXIT
013400         GO TO 1000-INITIALIZE-EXIT
013500     END-IF
013600     IF NOT WS-SARXTR-OK
013700         DISPLAY 'CBAML02C - ERROR OPENING SAR EXTRACT FILE'
013800         MOVE 'Y'                TO WS-EOF-SW
013900         MOVE 'SAR EXTRACT FILE OPEN ERROR'
014000                                 TO WS-ABEND-REASON-TEXT
014100         PERFORM 9100-ABEND-NOTIFY
014200             THRU 9100-ABEND-NOTIFY-EXIT
014300         GO TO 1000-INITIALIZE-EXIT
014400     END-IF
014500     PERFORM 2100-READ-NEXT-CASE THRU 2100-READ-NEXT-CASE-EXIT.
014600 1000-INITIALIZE-EXIT.
014700     EXIT.
014800*
014900******************************************************************
015000* ONE CASE. AN OPEN CASE IS ONLY CHECKED AGAINST ITS SAR DUE
015100* DATE; A CLOSED ONE DECIDED 'S' AND NOT YET EXTRACTED IS FILED.
015200******************************************************************
015300 2000-PROCESS-CASE.
015400     ADD 1                       TO WS-CASE-COUNT
015500     IF AML-CASE-OPEN
015600         IF AML-SAR-DUE-DATE < WS-CURDATE-YYYY-MM-DD
015700             ADD 1               TO WS-OVERDUE-COUNT
015800         END-IF
015900         GO TO 2000-PROCESS-CASE-NEXT
016000     END-IF
016100     IF NOT AML-DECISION-SAR
016200        OR AML-SAR-EXTRACT-DATE NOT = SPACES
016300         GO TO 2000-PROCESS-CASE-NEXT
016400     END-IF
016500     PERFORM 3000-WRITE-SAR THRU 3000-WRITE-SAR-EXIT.
016600 2000-PROCESS-CASE-NEXT.
016700     PERFORM 2100-READ-NEXT-CASE THRU 2100-READ-NEXT-CASE-EXIT.
016800 2000-PROCESS-CASE-EXIT.
016900     EXIT.
017000*
017100 2100-READ-NEXT-CASE.
017200     READ AML-CASE-FILE NEXT RECORD
017300         AT END
017400             MOVE 'Y'            TO WS-EOF-SW
017500     END-READ.
017600 2100-READ-NEXT-CASE-EXIT.
017700     EXIT.
017800*
017900******************************************************************
018000* A CASE WHOSE CUSTOMER IS NO LONGER ON FILE CANNOT BE FILED
018100* WITHOUT AN IDENTITY - IT IS REPORTED AND LEFT UNSTAMPED FOR
018200* COMPLIANCE TO RESOLVE.
018300******************************************************************
018400 3000-WRITE-SAR.
018500     MOVE AML-CUST-ID            TO CUST-ID
018600     READ CUSTOMER-FILE
018700         INVALID KEY
018800             ADD 1               TO WS-NO-CUST-COUNT
018900             DISPLAY 'CBAML02C - CUSTOMER NOT ON FILE, CASE '
019000                     AML-CUST-ID '-' AML-CASE-SEQ
019100                     ' NOT EXTRACTED'
019200             GO TO 3000-WRITE-SAR-EXIT
019300     END-READ
019400     MOVE SPACES                 TO SAR-EXTRACT-RECORD
019500     MOVE AML-CUST-ID            TO SAR-CUST-ID
019600     MOVE AML-CASE-SEQ           TO SAR-CASE-SEQ
019700     MOVE CUST-LAST-NAME         TO SAR-LAST-NAME
019800     MOVE CUST-FIRST-NAME        TO SAR-FIRST-NAME
019900     MOVE CUST-MIDDLE-NAME       TO SAR-MIDDLE-NAME
020000     MOVE CUST-SSN               TO SAR-SSN
020100     MOVE CUST-DOB-YYYY-MM-DD    TO SAR-DOB
020200     MOVE CUST-ADDR-LINE-1       TO SAR-ADDR-LINE-1
020300     MOVE CUST-ADDR-LINE-2       TO SAR-ADDR-LINE-2
020400     MOVE CUST-ADDR-STATE-CD     TO SAR-ADDR-STATE-CD
020500     MOVE CUST-ADDR-ZIP          TO SAR-ADDR-ZIP
020600     MOVE CUST-ADDR-COUNTRY-CD   TO SAR-ADDR-COUNTRY-CD
020700     MOVE AML-WINDOW-START       TO SAR-ACTIVITY-FROM
020800     MOVE AML-WINDOW-END         TO SAR-ACTIVITY-TO
020900     MOVE AML-SCORE              TO SAR-SCORE
021000     MOVE AML-PATTERN-FLAGS      TO SAR-PATTERN-FLAGS
021100     MOVE AML-STRUCT-COUNT       TO SAR-STRUCT-COUNT
021200     MOVE AML-STRUCT-AMT         TO SAR-STRUCT-AMT
021300     MOVE AML-PAYMENT-AMT        TO SAR-PAYMENT-AMT
021400     MOVE AML-REFUND-AMT         TO SAR-REFUND-AMT
021500     MOVE AML-THIRD-PARTY-AMT    TO SAR-THIRD-PARTY-AMT
021600     MOVE AML-DECIDED-BY         TO SAR-INVESTIGATOR
021700     MOVE AML-DECIDED-TS         TO SAR-DECIDED-TS
021800     MOVE AML-NOTES              TO SAR-NARRATIVE
021900     MOVE AML-SAR-DUE-DATE       TO SAR-DUE-DATE
022000     MOVE WS-CURDATE-YYYY-MM-DD  TO SAR-EXTRACT-DATE
022100     WRITE SAR-EXTRACT-RECORD
022200     MOVE WS-CURDATE-YYYY-MM-DD  TO AML-SAR-EXTRACT-DATE
022300     REWRITE AML-CASE-RECORD
022400     ADD 1                       TO WS-EXTRACT-COUNT.
022500 3000-WRITE-SAR-EXIT.
022600     EXIT.
022700*
022800******************************************************************
022900* ONE ALERT WHEN ANY OPEN CASE HAS RUN PAST ITS SAR DUE DATE. THE
023000* RETURN CODE IS LEFT ALONE - THE EXTRACT ITSELF RAN CLEAN.
023100******************************************************************
023200 7100-ALERT-OVERDUE.
023300     IF WS-OVERDUE-COUNT = ZERO
023400         GO TO 7100-ALERT-OVERDUE-EXIT
023500     END-IF
023600     MOVE WS-OVERDUE-COUNT       TO WS-COUNT-EDIT
023700     MOVE 'AMLD'                 TO ABEND-CODE
023800     MOVE 'CBAML02C'             TO ABEND-CULPRIT
023900     MOVE SPACES                 TO ABEND-REASON
024000     STRING 'AML CASES PAST SAR DUE DATE - ' DELIMITED BY SIZE
024100            WS-COUNT-EDIT        DELIMITED BY SIZE
024200       INTO ABEND-REASON
024300     END-STRING
024400     MOVE SPACES                 TO ABEND-MSG
024500     STRING ABEND-REASON         DELIMITED BY '  '
024600            ' - DECIDE THEM ON COAML00C' DELIMITED BY SIZE
024700       INTO ABEND-MSG
024800     END-STRING
024900     PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT.
025000 7100-ALERT-OVERDUE-EXIT.
025100     EXIT.
025200*
025300******************************************************************
025400* APPENDS THE ALERT BUILT IN ABEND-CODE/CULPRIT/REASON/MSG TO
025500* THE ON-CALL ALERT QUEUE.
025600******************************************************************
025700 7000-WRITE-ALERT.
025800     OPEN EXTEND ALERT-QUEUE-FILE
025900     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
026000     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
026100     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
026200     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
026300     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
026400     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
026500     WRITE OPS-ALERT-RECORD
026600     CLOSE ALERT-QUEUE-FILE.
026700 7000-WRITE-ALERT-EXIT.
026800     EXIT.
026900*
027000 9000-TERMINATE.
027100     CLOSE AML-CASE-FILE
027200     CLOSE CUSTOMER-FILE
027300     CLOSE SAR-EXTRACT-FILE
027400     DISPLAY 'CBAML02C - CASES READ: ' WS-CASE-COUNT
027500     DISPLAY 'CBAML02C - SAR FILINGS EXTRACTED: '
027600             WS-EXTRACT-COUNT
027700     DISPLAY 'CBAML02C - OPEN CASES PAST DUE: ' WS-OVERDUE-COUNT
027800     IF WS-NO-CUST-COUNT > ZERO
027900         DISPLAY 'CBAML02C - NOT EXTRACTED, NO CUSTOMER: '
028000                 WS-NO-CUST-COUNT
028100     END-IF
028200     PERFORM 9200-LOG-JOB-STATUS
028300         THRU 9200-LOG-JOB-STATUS-EXIT.
028400 9000-TERMINATE-EXIT.
028500     EXIT.
028600*
028700******************************************************************
028800* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
028900* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
029000* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
029100* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
029200******************************************************************
029300 9100-ABEND-NOTIFY.
029400     MOVE 'AB01'                 TO ABEND-CODE
029500     MOVE 'CBAML02C'             TO ABEND-CULPRIT
029600     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
029700     STRING ABEND-CULPRIT   DELIMITED BY SIZE
029800            ' - '           DELIMITED BY SIZE
029900            ABEND-REASON    DELIMITED BY SIZE
030000       INTO ABEND-MSG
030100     END-STRING
030200     PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
030300     MOVE 16                     TO RETURN-CODE.
030400 9100-ABEND-NOTIFY-EXIT.
030500     EXIT.
030600*
030700******************************************************************
030800* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
030900* WHETHER THE JOB RAN AND HOW IT WENT.
031000******************************************************************
031100 9200-LOG-JOB-STATUS.
031200     OPEN I-O JOB-LOG-FILE
031300     IF NOT WS-JOBLOG-OK
031400         DISPLAY 'CBAML02C - ERROR OPENING JOB LOG FILE'
031500         GO TO 9200-LOG-JOB-STATUS-EXIT
031600     END-IF
031700     MOVE 'CBAML02C'             TO JBS-JOB-NAME
031800     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
031900     IF RETURN-CODE = ZERO
032000         SET JBS-STATUS-SUCCESS  TO TRUE
032100     ELSE
032200         SET JBS-STATUS-FAILED   TO TRUE
032300     END-IF
032400     MOVE RETURN-CODE            TO JBS-RETURN-CODE
032500     MOVE WS-EXTRACT-COUNT       TO JBS-REC-COUNT
032600     WRITE JOB-STATUS-RECORD
032700     CLOSE JOB-LOG-FILE.
032800 9200-LOG-JOB-STATUS-EXIT.
032900     EXIT.
