000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBTSK01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - NIGHTLY FOLLOW-UP TASK
001100*                     ESCALATION AND REASSIGNMENT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       NIGHTLY PASS OF THE FOLLOW-UP TASK FILE
001500*                (TSKFILE, CVTSK01Y). AN OPEN TASK STILL OPEN
001600*                AFTER ITS DUE DATE IS ESCALATED, ONCE, TO ITS
001700*                OWNER'S MANAGER ON USRMGR (CVURC02Y) - THE
001800*                MANAGER SEES IT COUNTED ON COTSK00C. THE OPEN
001900*                TASKS OF A DEACTIVATED USER (SEC-USR-INACTIVE)
002000*                MOVE TO THAT USER'S MANAGER; A USER WITH NO
002100*                REPORTING LINE HANDS THEM TO 'UNASSIGN', THE
002200*                SECURITY ADMINISTRATOR'S QUEUE, AS THE ACCESS
002300*                RECERTIFICATION DOES. EVERY ESCALATION AND
002400*                REASSIGNMENT IS LISTED ON TSKRPT.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT TASK-FILE ASSIGN TO TSKFILE
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS TSK-KEY
003300         FILE STATUS IS WS-TSKFILE-STATUS.
003400     SELECT USER-SEC-FILE ASSIGN TO USRSEC
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS SEC-USR-ID
003800         FILE STATUS IS WS-USRSEC-STATUS.
003900     SELECT USER-MGR-FILE ASSIGN TO USRMGR
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS UMG-USER-ID
004300         FILE STATUS IS WS-USRMGR-STATUS.
004400     SELECT REPORT-FILE ASSIGN TO TSKRPT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-REPORT-STATUS.
004700     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-ALERT-STATUS.
005000     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS JBS-KEY
005400         FILE STATUS IS WS-JOBLOG-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  TASK-FILE.
005900     COPY CVTSK01Y.
006000*
006100 FD  USER-SEC-FILE.
006200     COPY CSUSR01Y.
006300*
006400 FD  USER-MGR-FILE.
006500     COPY CVURC02Y.
006600*
006700 FD  REPORT-FILE
006800     RECORDING MODE IS F.
006900 01  REPORT-LINE                      PIC X(80).
007000*
007100 FD  ALERT-QUEUE-FILE
007200     RECORDING MODE IS F.
007300     COPY CSOPS01Y.
007400*
007500 FD  JOB-LOG-FILE.
007600     COPY CVJOB01Y.
007700*
007800 WORKING-STORAGE SECTION.
007900 01  WS-TSKFILE-STATUS                PIC XX.
008000     88 WS-TSKFILE-OK                 VALUE '00'.
008100 01  WS-USRSEC-STATUS                 PIC XX.
008200     88 WS-USRSEC-OK                  VALUE '00'.
008300 01  WS-USRMGR-STATUS                 PIC XX.
008400     88 WS-USRMGR-OK                  VALUE '00'.
008500 01  WS-REPORT-STATUS                 PIC XX.
008600 01  WS-ALERT-STATUS                  PIC XX.
008700 01  WS-JOBLOG-STATUS                 PIC XX.
008800     88 WS-JOBLOG-OK                  VALUE '00'.
008900 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
009000     88 WS-END-OF-FILE                VALUE 'Y'.
009100 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
009200     88 WS-RUN-FAILED                 VALUE 'Y'.
009300 01  WS-TASK-COUNT                    PIC 9(07) VALUE ZERO.
009400 01  WS-OPEN-COUNT                    PIC 9(07) VALUE ZERO.
009500 01  WS-ESCALATED-COUNT               PIC 9(07) VALUE ZERO.
009600 01  WS-REASSIGNED-COUNT              PIC 9(07) VALUE ZERO.
009700 01  WS-DEFERRED-COUNT                PIC 9(07) VALUE ZERO.
009800 01  WS-ABEND-REASON-TEXT             PIC X(50).
009900*
010000******************************************************************
010100* WHO TAKES A TASK WHEN ITS OWNER HAS NO REPORTING LINE ON USRMGR
010200* - THE SAME CATCH-ALL ID CBURC01C CERTIFIES UNDER.
010300******************************************************************
010400 01  WS-UNASSIGNED-MGR                PIC X(08) VALUE 'UNASSIGN'.
010500*
010600******************************************************************
010700* OWNER LOOKUPS. THE FILE IS IN OWNER ORDER, SO THE LAST OWNER'S
010800* STATUS AND MANAGER ARE KEPT AND USRSEC/USRMGR ARE READ ONLY
010900* WHEN THE OWNER CHANGES.
011000******************************************************************
011100 01  WS-OWNER-WORK.
011200     05 WS-LAST-OWNER-ID              PIC X(08) VALUE LOW-VALUES.
011300     05 WS-LAST-OWNER-STATUS          PIC X(01).
011400        88 WS-OWNER-DEACTIVATED       VALUE 'I'.
011500     05 WS-LAST-OWNER-MGR             PIC X(08).
011600     05 WS-NEW-OWNER-ID               PIC X(08).
011700     05 WS-OLD-KEY                    PIC X(34).
011800     05 WS-ACTION-TEXT                PIC X(10).
011900     05 WS-FROM-ID                    PIC X(08).
012000     05 WS-TO-ID                      PIC X(08).
012100*
012200******************************************************************
012300* TASKS TO MOVE OFF A DEACTIVATED OWNER. A NEW OWNER IS A NEW KEY,
012400* SO THE MOVES ARE COLLECTED ON THE READ-THROUGH AND MADE AFTER
012500* IT - A ROW REWRITTEN FURTHER ALONG THE FILE MID-PASS WOULD BE
012600* MET AGAIN. ANY PAST THE TABLE'S END WAIT FOR THE NEXT NIGHT.
012700******************************************************************
012800 01  WS-MOVE-TABLE.
012900     05 WS-MOVE-USED                  PIC 9(05) COMP VALUE ZERO.
013000     05 WS-MOVE-MAX                   PIC 9(05) COMP VALUE 2000.
013100     05 WS-MOVE-IDX                   PIC 9(05) COMP.
013200     05 WS-MOVE-ENTRY OCCURS 2000 TIMES.
013300        10 WS-MOVE-KEY                PIC X(34).
013400        10 WS-MOVE-TO-ID              PIC X(08).
013500*
013600 COPY CSDAT01Y.
013700*
013800 COPY CSMSG02Y.
013900*
014000 LINKAGE SECTION.
014100*
014200******************************************************************
014300 PROCEDURE DIVISION.
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014700     IF NOT WS-RUN-FAILED
014800         PERFORM 2000-SCAN-TASKS THRU 2000-SCAN-TASKS-EXIT
014900         PERFORM 3000-MOVE-TASK THRU 3000-MOVE-TASK-EXIT
015000             VARYING WS-MOVE-IDX FROM 1 BY 1
015100             UNTIL WS-MOVE-IDX > WS-MOVE-USED
015200         PERFORM 7000-WRITE-TOTALS THRU 7000-WRITE-TOTALS-EXIT
015300     END-IF
015400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
015500     GOBACK.
015600*
015700 1000-INITIALIZE.
015800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
015900     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
016000     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
016100     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
016200     OPEN I-O TASK-FILE
016300     IF NOT WS-TSKFILE-OK
016400         DISPLAY 'CBTSK01C - ERROR OPENING TASK FILE'
016500         MOVE 'TASK FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
016600         GO TO 1000-INITIALIZE-FAILED
016700     END-IF
016800     OPEN INPUT USER-SEC-FILE
016900     IF NOT WS-USRSEC-OK
017000         DISPLAY 'CBTSK01C - ERROR OPENING USER SECURITY FILE'
017100         MOVE 'USER SECURITY FILE OPEN ERROR'
017200                                 TO WS-ABEND-REASON-TEXT
017300         GO TO 1000-INITIALIZE-FAILED
017400     END-IF
017500     OPEN INPUT USER-MGR-FILE
017600     IF NOT WS-USRMGR-OK
017700         DISPLAY 'CBTSK01C - ERROR OPENING REPORTING LINE FILE'
017800         MOVE 'REPORTING LINE FILE OPEN ERROR'
017900                                 TO WS-ABEND-REASON-TEXT
018000         GO TO 1000-INITIALIZE-FAILED
018100     END-IF
018200     OPEN OUTPUT REPORT-FILE
018300     MOVE SPACES                 TO REPORT-LINE
018400     STRING 'FOLLOW-UP TASK ESCALATION AND REASSIGNMENT - '
018500                                 DELIMITED BY SIZE
018600            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
018700       INTO REPORT-LINE
018800     END-STRING
018900     WRITE REPORT-LINE
019000     MOVE SPACES                 TO REPORT-LINE
019100     WRITE REPORT-LINE
019200     MOVE SPACES                 TO REPORT-LINE
019300     STRING 'ACTION     FROM      TO        DUE DATE    '
019400                                 DELIMITED BY SIZE
019500            'ACCOUNT     TYPE'   DELIMITED BY SIZE
019600       INTO REPORT-LINE
019700     END-STRING
019800     WRITE REPORT-LINE
019900     GO TO 1000-INITIALIZE-EXIT.
020000 1000-INITIALIZE-FAILED.
020100     MOVE 'Y'                    TO WS-ERROR-SW
020200     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
020300 1000-INITIALIZE-EXIT.
020400     EXIT.
020500*
020600 2000-SCAN-TASKS.
020700     MOVE 'N'                    TO WS-EOF-SW
020800     PERFORM 2100-NEXT-TASK THRU 2100-NEXT-TASK-EXIT
020900         UNTIL WS-END-OF-FILE.
021000 2000-SCAN-TASKS-EXIT.
021100     EXIT.
021200*
021300******************************************************************
021400* A DEACTIVATED OWNER'S TASK IS QUEUED TO MOVE (ESCALATING IT TOO
021500* WOULD ONLY SEND THE MANAGER THE SAME TASK TWICE); OTHERWISE AN
021600* OVERDUE TASK NOT YET ESCALATED IS ESCALATED IN PLACE. A TASK
021700* WHOSE OWNER IS NOT ON USRSEC - 'UNASSIGN' ITSELF - IS LEFT FOR
021800* WHOEVER WORKS THAT QUEUE.
021900******************************************************************
022000 2100-NEXT-TASK.
022100     READ TASK-FILE NEXT RECORD
022200         AT END
022300             MOVE 'Y'            TO WS-EOF-SW
022400             GO TO 2100-NEXT-TASK-EXIT
022500     END-READ
022600     ADD 1                       TO WS-TASK-COUNT
022700     IF NOT TSK-OPEN
022800         GO TO 2100-NEXT-TASK-EXIT
022900     END-IF
023000     ADD 1                       TO WS-OPEN-COUNT
023100     IF TSK-OWNER-ID NOT = WS-LAST-OWNER-ID
023200         PERFORM 2200-LOOKUP-OWNER THRU 2200-LOOKUP-OWNER-EXIT
023300     END-IF
023400     IF WS-LAST-OWNER-STATUS = SPACES
023500         GO TO 2100-NEXT-TASK-EXIT
023600     END-IF
023700     IF WS-OWNER-DEACTIVATED
023800         IF WS-MOVE-USED NOT < WS-MOVE-MAX
023900             ADD 1               TO WS-DEFERRED-COUNT
024000             GO TO 2100-NEXT-TASK-EXIT
024100         END-IF
024200         ADD 1                   TO WS-MOVE-USED
024300         MOVE TSK-KEY            TO WS-MOVE-KEY (WS-MOVE-USED)
024400         MOVE WS-LAST-OWNER-MGR  TO WS-MOVE-TO-ID (WS-MOVE-USED)
024500         GO TO 2100-NEXT-TASK-EXIT
024600     END-IF
024700     IF TSK-DUE-DATE NOT < WS-CURDATE-YYYY-MM-DD
024800        OR TSK-ESCALATED-TO NOT = SPACES
024900         GO TO 2100-NEXT-TASK-EXIT
025000     END-IF
025100     MOVE WS-LAST-OWNER-MGR      TO TSK-ESCALATED-TO
025200     MOVE WS-CURDATE-YYYY-MM-DD  TO TSK-ESCALATED-DATE
025300     REWRITE FOLLOW-UP-TASK-RECORD
025400         INVALID KEY
025500             DISPLAY 'CBTSK01C - REWRITE FAILED ' TSK-KEY
025600             GO TO 2100-NEXT-TASK-EXIT
025700     END-REWRITE
025800     ADD 1                       TO WS-ESCALATED-COUNT
025900     MOVE 'ESCALATED'            TO WS-ACTION-TEXT
026000     MOVE TSK-OWNER-ID           TO WS-FROM-ID
026100     MOVE TSK-ESCALATED-TO       TO WS-TO-ID
026200     PERFORM 7100-WRITE-DETAIL THRU 7100-WRITE-DETAIL-EXIT.
026300 2100-NEXT-TASK-EXIT.
026400     EXIT.
026500*
026600 2200-LOOKUP-OWNER.
026700     MOVE TSK-OWNER-ID           TO WS-LAST-OWNER-ID
026800     MOVE SPACES                 TO WS-LAST-OWNER-STATUS
026900     MOVE TSK-OWNER-ID           TO SEC-USR-ID
027000     READ USER-SEC-FILE
027100         INVALID KEY
027200             GO TO 2200-LOOKUP-OWNER-EXIT
027300     END-READ
027400     MOVE SEC-USR-STATUS         TO WS-LAST-OWNER-STATUS
027500     MOVE TSK-OWNER-ID           TO UMG-USER-ID
027600     READ USER-MGR-FILE
027700         INVALID KEY
027800             MOVE WS-UNASSIGNED-MGR TO UMG-MANAGER-ID
027900     END-READ
028000     IF UMG-MANAGER-ID = SPACES
028100         MOVE WS-UNASSIGNED-MGR  TO UMG-MANAGER-ID
028200     END-IF
028300     MOVE UMG-MANAGER-ID         TO WS-LAST-OWNER-MGR.
028400 2200-LOOKUP-OWNER-EXIT.
028500     EXIT.
028600*
028700******************************************************************
028800* MOVE ONE TASK: WRITE IT UNDER THE MANAGER WITH THE OLD OWNER
028900* KEPT IN TSK-REASSIGNED-FROM, THEN DELETE THE OLD ROW. A
029000* MANAGER WHO IS DEACTIVATED TOO PASSES IT UP AGAIN NEXT NIGHT.
029100******************************************************************
029200 3000-MOVE-TASK.
029300     MOVE WS-MOVE-KEY (WS-MOVE-IDX) TO TSK-KEY WS-OLD-KEY
029400     READ TASK-FILE
029500         INVALID KEY
029600             GO TO 3000-MOVE-TASK-EXIT
029700     END-READ
029800     MOVE TSK-OWNER-ID           TO TSK-REASSIGNED-FROM
029900     MOVE WS-CURDATE-YYYY-MM-DD  TO TSK-REASSIGNED-DATE
030000     MOVE WS-MOVE-TO-ID (WS-MOVE-IDX) TO TSK-OWNER-ID
030100     WRITE FOLLOW-UP-TASK-RECORD
030200         INVALID KEY
030300             DISPLAY 'CBTSK01C - MOVE FAILED, ALREADY ON FILE '
030400                     TSK-KEY
030500             GO TO 3000-MOVE-TASK-EXIT
030600     END-WRITE
030700     MOVE WS-OLD-KEY             TO TSK-KEY
030800     DELETE TASK-FILE RECORD
030900         INVALID KEY
031000             DISPLAY 'CBTSK01C - DELETE FAILED ' WS-OLD-KEY
031100     END-DELETE
031200     ADD 1                       TO WS-REASSIGNED-COUNT
031300     MOVE 'REASSIGNED'           TO WS-ACTION-TEXT
031400     MOVE TSK-REASSIGNED-FROM    TO WS-FROM-ID
031500     MOVE WS-MOVE-TO-ID (WS-MOVE-IDX) TO WS-TO-ID
031600     PERFORM 7100-WRITE-DETAIL THRU 7100-WRITE-DETAIL-EXIT.
031700 3000-MOVE-TASK-EXIT.
031800     EXIT.
031900*
032000 7000-WRITE-TOTALS.
032100     MOVE SPACES                 TO REPORT-LINE
032200     WRITE REPORT-LINE
032300     MOVE SPACES                 TO REPORT-LINE
032400     STRING 'OPEN TASKS: '       DELIMITED BY SIZE
032500            WS-OPEN-COUNT        DELIMITED BY SIZE
032600            '  ESCALATED: '      DELIMITED BY SIZE
032700            WS-ESCALATED-COUNT   DELIMITED BY SIZE
032800            '  REASSIGNED: '     DELIMITED BY SIZE
032900            WS-REASSIGNED-COUNT  DELIMITED BY SIZE
033000       INTO REPORT-LINE
033100     END-STRING
033200     WRITE REPORT-LINE
033300     IF WS-DEFERRED-COUNT > ZERO
033400         MOVE SPACES             TO REPORT-LINE
033500         STRING 'LEFT FOR THE NEXT RUN (TOO MANY TO MOVE): '
033600                                 DELIMITED BY SIZE
033700                WS-DEFERRED-COUNT DELIMITED BY SIZE
033800           INTO REPORT-LINE
033900         END-STRING
034000         WRITE REPORT-LINE
034100     END-IF.
034200 7000-WRITE-TOTALS-EXIT.
034300     EXIT.
034400*
034500 7100-WRITE-DETAIL.
034600     MOVE SPACES                 TO REPORT-LINE
034700     STRING WS-ACTION-TEXT       DELIMITED BY SIZE
034800            ' '                  DELIMITED BY SIZE
034900            WS-FROM-ID           DELIMITED BY SIZE
035000            '  '                 DELIMITED BY SIZE
035100            WS-TO-ID             DELIMITED BY SIZE
035200            '  '                 DELIMITED BY SIZE
035300            TSK-DUE-DATE         DELIMITED BY SIZE
035400            '  '                 DELIMITED BY SIZE
035500            TSK-ACCT-ID          DELIMITED BY SIZE
035600            ' '                  DELIMITED BY SIZE
035700            TSK-TYPE             DELIMITED BY SIZE
035800       INTO REPORT-LINE
035900     END-STRING
036000     WRITE REPORT-LINE.
036100 7100-WRITE-DETAIL-EXIT.
036200     EXIT.
036300*
036400 9000-TERMINATE.
036500     CLOSE TASK-FILE
036600     CLOSE USER-SEC-FILE
036700     CLOSE USER-MGR-FILE
036800     CLOSE REPORT-FILE
036900     DISPLAY 'CBTSK01C - TASKS READ: ' WS-TASK-COUNT
037000     DISPLAY 'CBTSK01C - OPEN TASKS: ' WS-OPEN-COUNT
037100     DISPLAY 'CBTSK01C - ESCALATED: ' WS-ESCALATED-COUNT
037200     DISPLAY 'CBTSK01C - REASSIGNED: ' WS-REASSIGNED-COUNT
037300     DISPLAY 'CBTSK01C - LEFT FOR NEXT RUN: ' WS-DEFERRED-COUNT
037400     IF WS-RUN-FAILED
037500         MOVE 16                 TO RETURN-CODE
037600     END-IF
037700     PERFORM 9200-LOG-JOB-STATUS
037800         THRU 9200-LOG-JOB-STATUS-EXIT.
037900 9000-TERMINATE-EXIT.
038000     EXIT.
038100*
038200******************************************************************
038300* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
038400* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
038500* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
038600* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
038700******************************************************************
038800 9100-ABEND-NOTIFY.
038900     MOVE 'AB01'                 TO ABEND-CODE
039000     MOVE 'CBTSK01C'             TO ABEND-CULPRIT
039100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
039200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
039300            ' - '           DELIMITED BY SIZE
039400            ABEND-REASON    DELIMITED BY SIZE
039500       INTO ABEND-MSG
039600     END-STRING
039700     OPEN EXTEND ALERT-QUEUE-FILE
039800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
039900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
040000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
040100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
040200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
040300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
040400     WRITE OPS-ALERT-RECORD
040500     CLOSE ALERT-QUEUE-FILE.
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
041600         DISPLAY 'CBTSK01C - ERROR OPENING JOB LOG FILE'
041700         GO TO 9200-LOG-JOB-STATUS-EXIT
041800     END-IF
041900     MOVE 'CBTSK01C'             TO JBS-JOB-NAME
042000     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
042100     IF RETURN-CODE = ZERO
042200         SET JBS-STATUS-SUCCESS  TO TRUE
042300     ELSE
042400         SET JBS-STATUS-FAILED   TO TRUE
042500     END-IF
042600     MOVE RETURN-CODE            TO JBS-RETURN-CODE
042700     MOVE WS-TASK-COUNT          TO JBS-REC-COUNT
042800     WRITE JOB-STATUS-RECORD
042900     CLOSE JOB-LOG-FILE.
043000 9200-LOG-JOB-STATUS-EXIT.
043100     EXIT.
