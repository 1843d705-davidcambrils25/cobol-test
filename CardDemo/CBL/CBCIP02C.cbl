000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCIP02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - IDENTITY VERIFICATION
001100*                     RESULT PROCESSING.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       POSTS THE IDENTITY VENDOR'S ANSWER TO THE
001500*                CBCIP01C REQUEST EXTRACT (CIPRSP, CVCIP01Y).
001600*                EACH RESULT IS MATCHED TO ITS CUSTOMER ON
001700*                CUSTDAT, WHO MUST STILL BE AWAITING AN ANSWER
001800*                ('S'). A PASS MARKS THE CUSTOMER VERIFIED ('V')
001900*                SO COACT01C WILL OPEN ACCOUNTS FOR THEM, AND
002000*                CLOSES ANY QUEUE ROW LEFT FROM AN EARLIER
002100*                FAILURE. A FAIL OR REFER MARKS THEM FAILED ('F')
002200*                AND QUEUES THEM ON CIPQUE (CVCIP02Y) FOR A
002300*                SUPERVISOR TO WORK ON COCIP00C FROM DOCUMENTS.
002400*                EVERY RESULT, APPLIED OR NOT, IS WRITTEN TO THE
002500*                CIPHIST TRAIL (CVCIP03Y) WITH THE VENDOR'S
002600*                REFERENCE AND REASON CODES. A RESULT FOR A
002700*                CUSTOMER NOT ON FILE, OR NO LONGER AWAITING ONE
002800*                - VERIFIED FROM DOCUMENTS IN THE MEANTIME, OR
002900*                WHOSE DATA WAS CHANGED SINCE IT WAS SENT - IS
003000*                NOT APPLIED AND FALLS TO THE EXCEPTION REPORT
003100*                (CIPRPT), WHICH ALSO LISTS EVERY FAILURE QUEUED.
003200*                ONE OPRALRT ALERT TELLS THE SUPERVISORS HOW MANY
003300*                NEW FAILURES ARE WAITING. RUN DAILY ON RECEIPT
003400*                OF THE VENDOR FILE.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RESULT-FILE ASSIGN TO CIPRSP
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RESULT-STATUS.
004200     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CUST-ID
004600         FILE STATUS IS WS-CUSTOMER-STATUS.
004700     SELECT CIP-QUEUE-FILE ASSIGN TO CIPQUE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CIQ-CUST-ID
005100         FILE STATUS IS WS-CIPQUE-STATUS.
005200     SELECT CIP-HISTORY-FILE ASSIGN TO CIPHIST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CIH-KEY
005600         FILE STATUS IS WS-CIPHIST-STATUS.
005700     SELECT CIP-REPORT-FILE ASSIGN TO CIPRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-REPORT-STATUS.
006000     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-ALERT-STATUS.
006300     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS JBS-KEY
006700         FILE STATUS IS WS-JOBLOG-STATUS.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  RESULT-FILE
007200     RECORDING MODE IS F.
007300     COPY CVCIP01Y.
007400*
007500 FD  CUSTOMER-FILE.
007600     COPY CVCUS01Y.
007700*
007800 FD  CIP-QUEUE-FILE.
007900     COPY CVCIP02Y.
008000*
008100 FD  CIP-HISTORY-FILE.
008200     COPY CVCIP03Y.
008300*
008400 FD  CIP-REPORT-FILE
008500     RECORDING MODE IS F.
008600 01  CIP-REPORT-LINE                  PIC X(80).
008700*
008800 FD  ALERT-QUEUE-FILE
008900     RECORDING MODE IS F.
009000     COPY CSOPS01Y.
009100*
009200 FD  JOB-LOG-FILE.
009300     COPY CVJOB01Y.
009400*
009500 WORKING-STORAGE SECTION.
009600 01  WS-RESULT-STATUS                 PIC XX.
009700     88 WS-RESULT-OK                  VALUE '00'.
009800 01  WS-CUSTOMER-STATUS               PIC XX.
009900     88 WS-CUSTOMER-OK                VALUE '00'.
010000 01  WS-CIPQUE-STATUS                 PIC XX.
010100     88 WS-CIPQUE-OK                  VALUE '00'.
010200 01  WS-CIPHIST-STATUS                PIC XX.
010300     88 WS-CIPHIST-OK                 VALUE '00'.
010400 01  WS-REPORT-STATUS                 PIC XX.
010500 01  WS-ALERT-STATUS                  PIC XX.
010600 01  WS-JOBLOG-STATUS                 PIC XX.
010700     88 WS-JOBLOG-OK                  VALUE '00'.
010800 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
010900     88 WS-END-OF-RESULTS             VALUE 'Y'.
011000 01  WS-EXCEPTION-TEXT                PIC X(20).
011100 01  WS-OLD-CIP-STATUS                PIC X(01).
011200 01  WS-RESULT-COUNT                  PIC 9(07) VALUE ZERO.
011300 01  WS-PASSED-COUNT                  PIC 9(07) VALUE ZERO.
011400 01  WS-FAILED-COUNT                  PIC 9(07) VALUE ZERO.
011500 01  WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
011600 01  WS-COUNT-EDIT                    PIC Z(06)9.
011700 01  WS-ABEND-REASON-TEXT             PIC X(50).
011800*
011900******************************************************************
012000* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
012100******************************************************************
012200 COPY CSMSG02Y.
012300*
012400 COPY CSDAT01Y.
012500*
012600 LINKAGE SECTION.
012700*
012800******************************************************************
012900 PROCEDURE DIVISION.
013000******************************************************************
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013300     PERFORM 2000-PROCESS-RESULTS
013400         THRU 2000-PROCESS-RESULTS-EXIT
013500         UNTIL WS-END-OF-RESULTS
013600     IF WS-FAILED-COUNT > ZERO
013700         PERFORM 8000-RAISE-QUEUE-ALERT
013800             THRU 8000-RAISE-QUEUE-ALERT-EXIT
013900     END-IF
014000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014100     GOBACK.
014200*
014300 1000-INITIALIZE.
014400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
014500     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
014600     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014700     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
014800     OPEN INPUT RESULT-FILE
014900     OPEN I-O CUSTOMER-FILE
015000     OPEN I-O CIP-QUEUE-FILE
015100     OPEN I-O CIP-HISTORY-FILE
015200     OPEN OUTPUT CIP-REPORT-FILE
015300     IF NOT WS-RESULT-OK
015400         DISPLAY 'CBCIP02C - ERROR OPENING CIP RESULT FEED'
015500         MOVE 'Y'                TO WS-EOF-SW
015600         MOVE 'CIP RESULT FEED OPEN ERROR'
015700                                 TO WS-ABEND-REASON-TEXT
015800         PERFORM 9100-ABEND-NOTIFY
015900             THRU 9100-ABEND-NOTIFY-EXIT
016000     END-IF
016100     IF NOT WS-CUSTOMER-OK
016200         DISPLAY 'CBCIP02C - ERROR OPENING CUSTOMER FILE'
016300         MOVE 'Y'                TO WS-EOF-SW
016400         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
016500         PERFORM 9100-ABEND-NOTIFY
016600             THRU 9100-ABEND-NOTIFY-EXIT
016700     END-IF
016800     IF NOT WS-CIPQUE-OK OR NOT WS-CIPHIST-OK
016900         DISPLAY 'CBCIP02C - ERROR OPENING CIPQUE OR CIPHIST'
017000         MOVE 'Y'                TO WS-EOF-SW
017100         MOVE 'CIP QUEUE OR HISTORY FILE OPEN ERROR'
017200                                 TO WS-ABEND-REASON-TEXT
017300         PERFORM 9100-ABEND-NOTIFY
017400             THRU 9100-ABEND-NOTIFY-EXIT
017500     END-IF
017600     IF NOT WS-END-OF-RESULTS
017700         PERFORM 2100-READ-NEXT-RESULT
017800             THRU 2100-READ-NEXT-RESULT-EXIT
017900     END-IF.
018000 1000-INITIALIZE-EXIT.
018100     EXIT.
018200*
018300******************************************************************
018400* APPLY ONE RESULT. THE TRAIL ROW IS WRITTEN WHETHER OR NOT THE
018500* RESULT COULD BE APPLIED, SO THE EXAMINERS SEE EVERY ANSWER THE
018600* VENDOR GAVE; THE STATUS AFTER SHOWS WHAT CAME OF IT.
018700******************************************************************
018800 2000-PROCESS-RESULTS.
018900     ADD 1                       TO WS-RESULT-COUNT
019000     MOVE SPACES                 TO WS-OLD-CIP-STATUS
019100     MOVE CRS-CUST-ID            TO CUST-ID
019200     READ CUSTOMER-FILE
019300         INVALID KEY
019400             MOVE 'CUSTOMER NOT ON FILE' TO WS-EXCEPTION-TEXT
019500             PERFORM 7100-REPORT-RESULT
019600                 THRU 7100-REPORT-RESULT-EXIT
019700             GO TO 2000-PROCESS-RESULTS-NEXT
019800     END-READ
019900     MOVE CUST-CIP-STATUS        TO WS-OLD-CIP-STATUS
020000     IF NOT CUST-CIP-SENT
020100         MOVE 'NOT AWAITING RESULT' TO WS-EXCEPTION-TEXT
020200         PERFORM 7100-REPORT-RESULT
020300             THRU 7100-REPORT-RESULT-EXIT
020400         PERFORM 7200-LOG-RESULT THRU 7200-LOG-RESULT-EXIT
020500         GO TO 2000-PROCESS-RESULTS-NEXT
020600     END-IF
020700     IF CRS-PASSED
020800         SET CUST-CIP-VENDOR-VERIFIED TO TRUE
020900         ADD 1                   TO WS-PASSED-COUNT
021000     ELSE
021100         SET CUST-CIP-FAILED     TO TRUE
021200         ADD 1                   TO WS-FAILED-COUNT
021300     END-IF
021400     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-CIP-STATUS-DATE
021500     REWRITE CUSTOMER-RECORD
021600     PERFORM 7200-LOG-RESULT THRU 7200-LOG-RESULT-EXIT
021700     IF CUST-CIP-VENDOR-VERIFIED
021800         PERFORM 3200-CLEAR-QUEUE-ROW
021900             THRU 3200-CLEAR-QUEUE-ROW-EXIT
022000     END-IF
022100     IF CUST-CIP-FAILED
022200         PERFORM 3000-QUEUE-FAILURE THRU 3000-QUEUE-FAILURE-EXIT
022300         MOVE 'QUEUED FOR REVIEW'  TO WS-EXCEPTION-TEXT
022400         PERFORM 7100-REPORT-RESULT
022500             THRU 7100-REPORT-RESULT-EXIT
022600     END-IF.
022700 2000-PROCESS-RESULTS-NEXT.
022800     PERFORM 2100-READ-NEXT-RESULT
022900         THRU 2100-READ-NEXT-RESULT-EXIT.
023000 2000-PROCESS-RESULTS-EXIT.
023100     EXIT.
023200*
023300 2100-READ-NEXT-RESULT.
023400     READ RESULT-FILE NEXT RECORD
023500         AT END
023600             MOVE 'Y'            TO WS-EOF-SW
023700     END-READ.
023800 2100-READ-NEXT-RESULT-EXIT.
023900     EXIT.
024000*
024100******************************************************************
024200* PUT THE FAILED CUSTOMER ON THE SUPERVISORS' QUEUE. A ROW LEFT
024300* FROM AN EARLIER FAILURE, ALREADY WORKED, IS RE-OPENED WITH THE
024400* NEW RESULT.
024500******************************************************************
024600 3000-QUEUE-FAILURE.
024700     MOVE CUST-ID                TO CIQ-CUST-ID
024800     READ CIP-QUEUE-FILE
024900         INVALID KEY
025000             MOVE SPACES         TO CIP-QUEUE-RECORD
025100             MOVE CUST-ID        TO CIQ-CUST-ID
025200             PERFORM 3100-FILL-QUEUE-ROW
025300                 THRU 3100-FILL-QUEUE-ROW-EXIT
025400             WRITE CIP-QUEUE-RECORD
025500             GO TO 3000-QUEUE-FAILURE-EXIT
025600     END-READ
025700     PERFORM 3100-FILL-QUEUE-ROW THRU 3100-FILL-QUEUE-ROW-EXIT
025800     MOVE SPACES                 TO CIQ-WORKED-BY
025900                                    CIQ-WORKED-TS
026000     REWRITE CIP-QUEUE-RECORD.
026100 3000-QUEUE-FAILURE-EXIT.
026200     EXIT.
026300*
026400 3100-FILL-QUEUE-ROW.
026500     MOVE CRS-RESULT             TO CIQ-VENDOR-RESULT
026600     MOVE CRS-REASON-CD (1)      TO CIQ-REASON-CD (1)
026700     MOVE CRS-REASON-CD (2)      TO CIQ-REASON-CD (2)
026800     MOVE CRS-REASON-CD (3)      TO CIQ-REASON-CD (3)
026900     MOVE CRS-VENDOR-REF         TO CIQ-VENDOR-REF
027000     MOVE FUNCTION CURRENT-DATE  TO CIQ-QUEUED-TS
027100     SET CIQ-PENDING             TO TRUE.
027200 3100-FILL-QUEUE-ROW-EXIT.
027300     EXIT.
027400*
027500******************************************************************
027600* A PASS FOR A CUSTOMER STILL ON THE QUEUE FROM AN EARLIER
027700* FAILURE - THEIR DATA WAS CORRECTED AND RE-SENT - CLOSES THE ROW.
027800******************************************************************
027900 3200-CLEAR-QUEUE-ROW.
028000     MOVE CUST-ID                TO CIQ-CUST-ID
028100     READ CIP-QUEUE-FILE
028200         INVALID KEY
028300             GO TO 3200-CLEAR-QUEUE-ROW-EXIT
028400     END-READ
028500     IF NOT CIQ-PENDING
028600         GO TO 3200-CLEAR-QUEUE-ROW-EXIT
028700     END-IF
028800     SET CIQ-VENDOR-CLEARED      TO TRUE
028900     MOVE 'CBCIP02C'             TO CIQ-WORKED-BY
029000     MOVE FUNCTION CURRENT-DATE  TO CIQ-WORKED-TS
029100     REWRITE CIP-QUEUE-RECORD.
029200 3200-CLEAR-QUEUE-ROW-EXIT.
029300     EXIT.
029400*
029500 7100-REPORT-RESULT.
029600     ADD 1                       TO WS-EXCEPTION-COUNT
029700     MOVE SPACES                 TO CIP-REPORT-LINE
029800     STRING WS-EXCEPTION-TEXT    DELIMITED BY SIZE
029900            ' CUST '             DELIMITED BY SIZE
030000            CRS-CUST-ID          DELIMITED BY SIZE
030100            ' RESULT '           DELIMITED BY SIZE
030200            CRS-RESULT           DELIMITED BY SIZE
030300            ' REASONS '          DELIMITED BY SIZE
030400            CRS-REASON-CD (1)    DELIMITED BY SIZE
030500            ' '                  DELIMITED BY SIZE
030600            CRS-REASON-CD (2)    DELIMITED BY SIZE
030700            ' '                  DELIMITED BY SIZE
030800            CRS-REASON-CD (3)    DELIMITED BY SIZE
030900            ' STATUS '           DELIMITED BY SIZE
031000            WS-OLD-CIP-STATUS    DELIMITED BY SIZE
031100       INTO CIP-REPORT-LINE
031200     END-STRING
031300     WRITE CIP-REPORT-LINE.
031400 7100-REPORT-RESULT-EXIT.
031500     EXIT.
031600*
031700 7200-LOG-RESULT.
031800     MOVE SPACES                 TO CIP-HISTORY-RECORD
031900     MOVE CRS-CUST-ID            TO CIH-CUST-ID
032000     MOVE FUNCTION CURRENT-DATE  TO CIH-TS
032100     IF CRS-PASSED
032200         SET CIH-VENDOR-PASSED   TO TRUE
032300     ELSE
032400         SET CIH-VENDOR-FAILED   TO TRUE
032500     END-IF
032600     MOVE 'CBCIP02C'             TO CIH-USER-ID
032700     MOVE WS-OLD-CIP-STATUS      TO CIH-STATUS-BEFORE
032800     MOVE CUST-CIP-STATUS        TO CIH-STATUS-AFTER
032900     MOVE CRS-RESULT             TO CIH-VENDOR-RESULT
033000     MOVE CRS-REASON-CD (1)      TO CIH-REASON-CD (1)
033100     MOVE CRS-REASON-CD (2)      TO CIH-REASON-CD (2)
033200     MOVE CRS-REASON-CD (3)      TO CIH-REASON-CD (3)
033300     MOVE CRS-VENDOR-REF         TO CIH-VENDOR-REF
033400     IF WS-OLD-CIP-STATUS NOT = 'S'
033500         MOVE 'RESULT NOT APPLIED' TO CIH-NOTES
033600     END-IF
033700     WRITE CIP-HISTORY-RECORD
033800         INVALID KEY
033900             DISPLAY 'CBCIP02C - CIPHIST WRITE FAILED CUST '
034000                     CRS-CUST-ID
034100     END-WRITE.
034200 7200-LOG-RESULT-EXIT.
034300     EXIT.
034400*
034500******************************************************************
034600* ONE ALERT TO THE SUPERVISORS THROUGH THE ALERT CONSOLE
034700* (CBOPS01C/COOPS00C) WHEN THIS RUN QUEUED ANY FAILURES, AS
034800* CBAML01C DOES FOR NEW CASES. THE RETURN CODE IS LEFT ALONE.
034900******************************************************************
035000 8000-RAISE-QUEUE-ALERT.
035100     MOVE WS-FAILED-COUNT        TO WS-COUNT-EDIT
035200     MOVE 'CIPQ'                 TO ABEND-CODE
035300     MOVE 'CBCIP02C'             TO ABEND-CULPRIT
035400     MOVE SPACES                 TO ABEND-REASON
035500     STRING 'IDENTITY CHECKS FAILED - ' DELIMITED BY SIZE
035600            WS-COUNT-EDIT        DELIMITED BY SIZE
035700       INTO ABEND-REASON
035800     END-STRING
035900     MOVE SPACES                 TO ABEND-MSG
036000     STRING ABEND-REASON         DELIMITED BY '  '
036100            ' - WORK THEM ON COCIP00C' DELIMITED BY SIZE
036200       INTO ABEND-MSG
036300     END-STRING
036400     OPEN EXTEND ALERT-QUEUE-FILE
036500     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
036600     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
036700     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
036800     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
036900     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
037000     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
037100     WRITE OPS-ALERT-RECORD
037200     CLOSE ALERT-QUEUE-FILE.
037300 8000-RAISE-QUEUE-ALERT-EXIT.
037400     EXIT.
037500*
037600 9000-TERMINATE.
037700     CLOSE RESULT-FILE
037800     CLOSE CUSTOMER-FILE
037900     CLOSE CIP-QUEUE-FILE
038000     CLOSE CIP-HISTORY-FILE
038100     CLOSE CIP-REPORT-FILE
038200     DISPLAY 'CBCIP02C - RESULT ROWS READ: ' WS-RESULT-COUNT
038300     DISPLAY 'CBCIP02C - CUSTOMERS VERIFIED: ' WS-PASSED-COUNT
038400     DISPLAY 'CBCIP02C - FAILURES QUEUED: ' WS-FAILED-COUNT
038500     DISPLAY 'CBCIP02C - REPORT LINES: ' WS-EXCEPTION-COUNT
038600     PERFORM 9200-LOG-JOB-STATUS
038700         THRU 9200-LOG-JOB-STATUS-EXIT.
038800 9000-TERMINATE-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
039300* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
039400* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
039500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
039600* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
039700* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
039800******************************************************************
039900 9100-ABEND-NOTIFY.
040000     MOVE 'AB01'                 TO ABEND-CODE
040100     MOVE 'CBCIP02C'             TO ABEND-CULPRIT
040200     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
040300     STRING ABEND-CULPRIT   DELIMITED BY SIZE
040400            ' - '           DELIMITED BY SIZE
040500            ABEND-REASON    DELIMITED BY SIZE
040600       INTO ABEND-MSG
040700     END-STRING
040800     OPEN EXTEND ALERT-QUEUE-FILE
040900     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
041000     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
041100     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
041200     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
041300     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
041400     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
041500     WRITE OPS-ALERT-RECORD
041600     CLOSE ALERT-QUEUE-FILE
041700     MOVE 16                     TO RETURN-CODE.
041800 9100-ABEND-NOTIFY-EXIT.
041900     EXIT.
042000*
042100******************************************************************
042200* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
042300* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
042400* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
042500******************************************************************
042600 9200-LOG-JOB-STATUS.
042700     OPEN I-O JOB-LOG-FILE
042800     IF NOT WS-JOBLOG-OK
042900         DISPLAY 'CBCIP02C - ERROR OPENING JOB LOG FILE'
043000         GO TO 9200-LOG-JOB-STATUS-EXIT
043100     END-IF
043200     MOVE 'CBCIP02C'             TO JBS-JOB-NAME
043300     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
043400     IF RETURN-CODE = ZERO
043500         SET JBS-STATUS-SUCCESS  TO TRUE
043600     ELSE
043700         SET JBS-STATUS-FAILED   TO TRUE
043800     END-IF
043900     MOVE RETURN-CODE            TO JBS-RETURN-CODE
044000     MOVE WS-RESULT-COUNT        TO JBS-REC-COUNT
044100     WRITE JOB-STATUS-RECORD
044200     CLOSE JOB-LOG-FILE.
044300 9200-LOG-JOB-STATUS-EXIT.
044400     EXIT.
