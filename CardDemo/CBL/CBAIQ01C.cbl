000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBAIQ01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - DAILY ACCOUNT INQUIRY
001100*                     VOLUME REPORT BY CHANNEL.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS TODAY'S ROWS OFF THE ACCOUNT INQUIRY LOG
001500*                (INQLOG, CVAIQ02Y, WRITTEN BY COAIQSVC) AND
001600*                REPORTS ON INQRPT HOW MANY INQUIRIES EACH
001700*                CHANNEL SENT, HOW MANY WERE ANSWERED, HOW MANY
001800*                FAILED VERIFICATION AND HOW MANY WERE REFUSED
001900*                FOR ANY OTHER REASON. AN IVR CALL THE SERVICE
002000*                ANSWERED NEVER REACHED AN AGENT, SO THE IVR
002100*                ANSWERED COUNT IS THE DAY'S DEFLECTION, SHOWN
002200*                WITH ITS RATE AGAINST ALL IVR CALLS. RUN
002300*                NIGHTLY AFTER THE ON-LINE DAY CLOSES.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT INQUIRY-LOG-FILE ASSIGN TO INQLOG
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS IQL-KEY
003200         FILE STATUS IS WS-INQLOG-STATUS.
003300     SELECT INQUIRY-RPT-FILE ASSIGN TO INQRPT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-INQRPT-STATUS.
003600     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-ALERT-STATUS.
003900     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS JBS-KEY
004300         FILE STATUS IS WS-JOBLOG-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  INQUIRY-LOG-FILE.
004800     COPY CVAIQ02Y.
004900*
005000 FD  INQUIRY-RPT-FILE
005100     RECORDING MODE IS F.
005200 01  INQUIRY-RPT-LINE                 PIC X(132).
005300*
005400 FD  ALERT-QUEUE-FILE
005500     RECORDING MODE IS F.
005600     COPY CSOPS01Y.
005700*
005800 FD  JOB-LOG-FILE.
005900     COPY CVJOB01Y.
006000*
006100 WORKING-STORAGE SECTION.
006200 01  WS-INQLOG-STATUS                 PIC XX.
006300     88 WS-INQLOG-OK                  VALUE '00'.
006400     88 WS-INQLOG-NOT-FOUND           VALUE '23'.
006500 01  WS-INQRPT-STATUS                 PIC XX.
006600     88 WS-INQRPT-OK                  VALUE '00'.
006700 01  WS-ALERT-STATUS                  PIC XX.
006800 01  WS-JOBLOG-STATUS                 PIC XX.
006900     88 WS-JOBLOG-OK                  VALUE '00'.
007000 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
007100     88 WS-RUN-FAILED                 VALUE 'Y'.
007200 01  WS-RPT-OPEN-SW                   PIC X(01) VALUE 'N'.
007300     88 WS-RPT-OPEN                   VALUE 'Y'.
007400 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
007500     88 WS-END-OF-DAY                 VALUE 'Y'.
007600 01  WS-ABEND-REASON-TEXT             PIC X(50).
007700 01  WS-TODAY-X                       PIC X(08).
007800 01  WS-CHN-SUB                       PIC 9(01).
007900*
008000******************************************************************
008100* CHANNEL TOTALS - ONE ROW PER CHANNEL THE SERVICE ACCEPTS, ONE
008200* FOR INQUIRIES FROM A CHANNEL IT DID NOT RECOGNIZE, AND THE DAY
008300* TOTAL LAST.
008400******************************************************************
008500 01  WS-CHANNEL-NAMES.
008600     05 FILLER                        PIC X(12)
008700        VALUE 'IVR'.
008800     05 FILLER                        PIC X(12)
008900        VALUE 'MOBILE APP'.
009000     05 FILLER                        PIC X(12)
009100        VALUE 'UNRECOGNIZED'.
009200     05 FILLER                        PIC X(12)
009300        VALUE 'ALL CHANNELS'.
009400 01  WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAMES.
009500     05 WS-CHN-NAME OCCURS 4 TIMES    PIC X(12).
009600*
009700 01  WS-CHANNEL-TOTALS.
009800     05 WS-CHN-ENTRY OCCURS 4 TIMES.
009900        10 WS-CHN-INQUIRIES           PIC 9(07).
010000        10 WS-CHN-ANSWERED            PIC 9(07).
010100        10 WS-CHN-VERIFY-FAILED       PIC 9(07).
010200        10 WS-CHN-OTHER-REFUSED       PIC 9(07).
010300*
010400 01  WS-DEFLECTION-WORK.
010500     05 WS-ANSWER-RATE                PIC 9(03)V9.
010600     05 WS-IVR-TO-AGENT               PIC 9(07).
010700*
010800******************************************************************
010900* REPORT LAYOUT (INQRPT).
011000******************************************************************
011100 01  WS-REPORT-HEADING-1.
011200     05 FILLER                        PIC X(44)
011300        VALUE 'CARDDEMO ACCOUNT INQUIRY VOLUME BY CHANNEL'.
011400     05 FILLER                        PIC X(07) VALUE '  DATE '.
011500     05 WS-HDG-DATE                   PIC X(10).
011600     05 FILLER                        PIC X(71) VALUE SPACES.
011700 01  WS-SECTION-HEADING.
011800     05 FILLER                        PIC X(02) VALUE SPACES.
011900     05 WS-SECT-TITLE                 PIC X(50).
012000     05 FILLER                        PIC X(80) VALUE SPACES.
012100 01  WS-COLUMN-HEADING.
012200     05 FILLER                        PIC X(02) VALUE SPACES.
012300     05 FILLER                        PIC X(14)
012400        VALUE 'CHANNEL'.
012500     05 FILLER                        PIC X(13)
012600        VALUE '  INQUIRIES'.
012700     05 FILLER                        PIC X(13)
012800        VALUE '   ANSWERED'.
012900     05 FILLER                        PIC X(15)
013000        VALUE ' VERIFY FAILED'.
013100     05 FILLER                        PIC X(15)
013200        VALUE ' OTHER REFUSED'.
013300     05 FILLER                        PIC X(14)
013400        VALUE '  ANSWERED PCT'.
013500     05 FILLER                        PIC X(46) VALUE SPACES.
013600 01  WS-CHANNEL-LINE.
013700     05 FILLER                        PIC X(02) VALUE SPACES.
013800     05 WS-CH-NAME                    PIC X(12).
013900     05 FILLER                        PIC X(04) VALUE SPACES.
014000     05 WS-CH-INQUIRIES               PIC Z,ZZZ,ZZ9.
014100     05 FILLER                        PIC X(05) VALUE SPACES.
014200     05 WS-CH-ANSWERED                PIC Z,ZZZ,ZZ9.
014300     05 FILLER                        PIC X(07) VALUE SPACES.
014400     05 WS-CH-VERIFY-FAILED           PIC Z,ZZZ,ZZ9.
014500     05 FILLER                        PIC X(06) VALUE SPACES.
014600     05 WS-CH-OTHER-REFUSED           PIC Z,ZZZ,ZZ9.
014700     05 FILLER                        PIC X(09) VALUE SPACES.
014800     05 WS-CH-RATE                    PIC ZZ9.9.
014900     05 FILLER                        PIC X(46) VALUE SPACES.
015000 01  WS-COUNT-LINE.
015100     05 FILLER                        PIC X(04) VALUE SPACES.
015200     05 WS-CL-LABEL                   PIC X(50).
015300     05 WS-CL-COUNT                   PIC Z,ZZZ,ZZ9.
015400     05 FILLER                        PIC X(69) VALUE SPACES.
015500 01  WS-RATE-LINE.
015600     05 FILLER                        PIC X(04) VALUE SPACES.
015700     05 WS-RL-LABEL                   PIC X(50).
015800     05 FILLER                        PIC X(04) VALUE SPACES.
015900     05 WS-RL-RATE                    PIC ZZ9.9.
016000     05 FILLER                        PIC X(69) VALUE SPACES.
016100*
016200 COPY CSDAT01Y.
016300*
016400******************************************************************
016500* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
016600******************************************************************
016700 COPY CSMSG02Y.
016800*
016900 LINKAGE SECTION.
017000*
017100******************************************************************
017200 PROCEDURE DIVISION.
017300******************************************************************
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017600     PERFORM 2000-COUNT-INQUIRY THRU 2000-COUNT-INQUIRY-EXIT
017700         UNTIL WS-END-OF-DAY
017800     IF WS-RPT-OPEN
017900         PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT
018000     END-IF
018100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
018200     GOBACK.
018300*
018400******************************************************************
018500* THE LOG IS KEYED BY TIMESTAMP, SO THE DAY'S ROWS START AT THE
018600* FIRST KEY NOT BELOW TODAY'S DATE. A DAY WITH NO INQUIRIES AT
018700* ALL STILL PRODUCES A REPORT OF ZEROS.
018800******************************************************************
018900 1000-INITIALIZE.
019000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
019100     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
019200     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
019300     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
019400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-X
019500     INITIALIZE WS-CHANNEL-TOTALS
019600     OPEN OUTPUT INQUIRY-RPT-FILE
019700     IF NOT WS-INQRPT-OK
019800         DISPLAY 'CBAIQ01C - ERROR OPENING REPORT FILE'
019900         MOVE 'INQRPT REPORT FILE OPEN ERROR'
020000                                 TO WS-ABEND-REASON-TEXT
020100         GO TO 1000-INITIALIZE-FAILED
020200     END-IF
020300     MOVE 'Y'                    TO WS-RPT-OPEN-SW
020400     OPEN INPUT INQUIRY-LOG-FILE
020500     IF NOT WS-INQLOG-OK
020600         DISPLAY 'CBAIQ01C - ERROR OPENING INQUIRY LOG'
020700         MOVE 'INQLOG INQUIRY LOG OPEN ERROR'
020800                                 TO WS-ABEND-REASON-TEXT
020900         GO TO 1000-INITIALIZE-FAILED
021000     END-IF
021100     MOVE LOW-VALUES             TO IQL-KEY
021200     MOVE WS-TODAY-X             TO IQL-TIMESTAMP (1:8)
021300     START INQUIRY-LOG-FILE KEY IS NOT LESS THAN IQL-KEY
021400         INVALID KEY
021500             MOVE 'Y'            TO WS-EOF-SW
021600             GO TO 1000-INITIALIZE-EXIT
021700     END-START
021800     PERFORM 2100-READ-NEXT-INQUIRY
021900         THRU 2100-READ-NEXT-INQUIRY-EXIT
022000     GO TO 1000-INITIALIZE-EXIT.
022100 1000-INITIALIZE-FAILED.
022200     MOVE 'Y'                    TO WS-ERROR-SW
022300     MOVE 'Y'                    TO WS-EOF-SW
022400     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
022500 1000-INITIALIZE-EXIT.
022600     EXIT.
022700*
022800******************************************************************
022900* TALLY ONE INQUIRY AGAINST ITS CHANNEL AND THE DAY TOTAL.
023000******************************************************************
023100 2000-COUNT-INQUIRY.
023200     EVALUATE TRUE
023300         WHEN IQL-CHANNEL-IVR
023400             MOVE 1              TO WS-CHN-SUB
023500         WHEN IQL-CHANNEL-MOBILE
023600             MOVE 2              TO WS-CHN-SUB
023700         WHEN OTHER
023800             MOVE 3              TO WS-CHN-SUB
023900     END-EVALUATE
024000     PERFORM 2200-ADD-TO-CHANNEL THRU 2200-ADD-TO-CHANNEL-EXIT
024100     MOVE 4                      TO WS-CHN-SUB
024200     PERFORM 2200-ADD-TO-CHANNEL THRU 2200-ADD-TO-CHANNEL-EXIT
024300     PERFORM 2100-READ-NEXT-INQUIRY
024400         THRU 2100-READ-NEXT-INQUIRY-EXIT.
024500 2000-COUNT-INQUIRY-EXIT.
024600     EXIT.
024700*
024800 2100-READ-NEXT-INQUIRY.
024900     READ INQUIRY-LOG-FILE NEXT RECORD
025000         AT END
025100             MOVE 'Y'            TO WS-EOF-SW
025200             GO TO 2100-READ-NEXT-INQUIRY-EXIT
025300     END-READ
025400     IF IQL-TIMESTAMP (1:8) NOT = WS-TODAY-X
025500         MOVE 'Y'                TO WS-EOF-SW
025600     END-IF.
025700 2100-READ-NEXT-INQUIRY-EXIT.
025800     EXIT.
025900*
026000 2200-ADD-TO-CHANNEL.
026100     ADD 1                       TO WS-CHN-INQUIRIES (WS-CHN-SUB)
026200     EVALUATE TRUE
026300         WHEN IQL-ANSWERED
026400             ADD 1           TO WS-CHN-ANSWERED (WS-CHN-SUB)
026500         WHEN IQL-VERIFY-FAILED
026600             ADD 1           TO WS-CHN-VERIFY-FAILED (WS-CHN-SUB)
026700         WHEN OTHER
026800             ADD 1           TO WS-CHN-OTHER-REFUSED (WS-CHN-SUB)
026900     END-EVALUATE.
027000 2200-ADD-TO-CHANNEL-EXIT.
027100     EXIT.
027200*
027300 6000-WRITE-REPORT.
027400     MOVE WS-CURDATE-YYYY-MM-DD  TO WS-HDG-DATE
027500     WRITE INQUIRY-RPT-LINE      FROM WS-REPORT-HEADING-1
027600     MOVE SPACES                 TO INQUIRY-RPT-LINE
027700     WRITE INQUIRY-RPT-LINE
027800     MOVE 'INQUIRIES BY CHANNEL' TO WS-SECT-TITLE
027900     WRITE INQUIRY-RPT-LINE      FROM WS-SECTION-HEADING
028000     WRITE INQUIRY-RPT-LINE      FROM WS-COLUMN-HEADING
028100     PERFORM 6100-WRITE-CHANNEL-LINE
028200         THRU 6100-WRITE-CHANNEL-LINE-EXIT
028300         VARYING WS-CHN-SUB FROM 1 BY 1
028400         UNTIL WS-CHN-SUB > 4
028500     MOVE SPACES                 TO INQUIRY-RPT-LINE
028600     WRITE INQUIRY-RPT-LINE
028700     MOVE 'IVR CALL DEFLECTION'  TO WS-SECT-TITLE
028800     WRITE INQUIRY-RPT-LINE      FROM WS-SECTION-HEADING
028900     MOVE 'IVR CALLS RECEIVED'   TO WS-CL-LABEL
029000     MOVE WS-CHN-INQUIRIES (1)   TO WS-CL-COUNT
029100     WRITE INQUIRY-RPT-LINE      FROM WS-COUNT-LINE
029200     MOVE 'IVR CALLS ANSWERED WITHOUT AN AGENT (DEFLECTED)'
029300                                 TO WS-CL-LABEL
029400     MOVE WS-CHN-ANSWERED (1)    TO WS-CL-COUNT
029500     WRITE INQUIRY-RPT-LINE      FROM WS-COUNT-LINE
029600     COMPUTE WS-IVR-TO-AGENT = WS-CHN-INQUIRIES (1)
029700                             - WS-CHN-ANSWERED (1)
029800     MOVE 'IVR CALLS NOT ANSWERED (LEFT FOR AN AGENT)'
029900                                 TO WS-CL-LABEL
030000     MOVE WS-IVR-TO-AGENT        TO WS-CL-COUNT
030100     WRITE INQUIRY-RPT-LINE      FROM WS-COUNT-LINE
030200     MOVE 1                      TO WS-CHN-SUB
030300     PERFORM 6200-COMPUTE-RATE THRU 6200-COMPUTE-RATE-EXIT
030400     MOVE 'IVR DEFLECTION RATE (PERCENT)' TO WS-RL-LABEL
030500     MOVE WS-ANSWER-RATE         TO WS-RL-RATE
030600     WRITE INQUIRY-RPT-LINE      FROM WS-RATE-LINE.
030700 6000-WRITE-REPORT-EXIT.
030800     EXIT.
030900*
031000 6100-WRITE-CHANNEL-LINE.
031100     MOVE WS-CHN-NAME (WS-CHN-SUB) TO WS-CH-NAME
031200     MOVE WS-CHN-INQUIRIES (WS-CHN-SUB) TO WS-CH-INQUIRIES
031300     MOVE WS-CHN-ANSWERED (WS-CHN-SUB) TO WS-CH-ANSWERED
031400     MOVE WS-CHN-VERIFY-FAILED (WS-CHN-SUB)
031500                                 TO WS-CH-VERIFY-FAILED
031600     MOVE WS-CHN-OTHER-REFUSED (WS-CHN-SUB)
031700                                 TO WS-CH-OTHER-REFUSED
031800     PERFORM 6200-COMPUTE-RATE THRU 6200-COMPUTE-RATE-EXIT
031900     MOVE WS-ANSWER-RATE         TO WS-CH-RATE
032000     WRITE INQUIRY-RPT-LINE      FROM WS-CHANNEL-LINE.
032100 6100-WRITE-CHANNEL-LINE-EXIT.
032200     EXIT.
032300*
032400 6200-COMPUTE-RATE.
032500     MOVE ZERO                   TO WS-ANSWER-RATE
032600     IF WS-CHN-INQUIRIES (WS-CHN-SUB) > ZERO
032700         COMPUTE WS-ANSWER-RATE ROUNDED =
032800             WS-CHN-ANSWERED (WS-CHN-SUB) * 100
032900             / WS-CHN-INQUIRIES (WS-CHN-SUB)
033000     END-IF.
033100 6200-COMPUTE-RATE-EXIT.
033200     EXIT.
033300*
033400 9000-TERMINATE.
033500     CLOSE INQUIRY-LOG-FILE
033600     IF WS-RPT-OPEN
033700         CLOSE INQUIRY-RPT-FILE
033800     END-IF
033900     DISPLAY 'CBAIQ01C - INQUIRIES TODAY: ' WS-CHN-INQUIRIES (4)
034000     DISPLAY 'CBAIQ01C - IVR CALLS: ' WS-CHN-INQUIRIES (1)
034100     DISPLAY 'CBAIQ01C - IVR DEFLECTED: ' WS-CHN-ANSWERED (1)
034200     DISPLAY 'CBAIQ01C - MOBILE INQUIRIES: ' WS-CHN-INQUIRIES (2)
034300     IF WS-RUN-FAILED
034400         MOVE 16                 TO RETURN-CODE
034500     ELSE
034600         MOVE ZERO               TO RETURN-CODE
034700     END-IF
034800     PERFORM 9200-LOG-JOB-STATUS
034900         THRU 9200-LOG-JOB-STATUS-EXIT.
035000 9000-TERMINATE-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
035500* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
035600* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
035700* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
035800******************************************************************
035900 9100-ABEND-NOTIFY.
036000     MOVE 'AIQ9'                 TO ABEND-CODE
036100     MOVE 'CBAIQ01C'             TO ABEND-CULPRIT
036200     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
036300     STRING ABEND-CULPRIT   DELIMITED BY SIZE
036400            ' - '           DELIMITED BY SIZE
036500            ABEND-REASON    DELIMITED BY SIZE
036600       INTO ABEND-MSG
036700     END-STRING
036800     OPEN EXTEND ALERT-QUEUE-FILE
036900     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
037000     MOVE 'CBAIQ01C'             TO ALERT-PGMNAME
037100     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
037200     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
037300     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
037400     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
037500     WRITE OPS-ALERT-RECORD
037600     CLOSE ALERT-QUEUE-FILE.
037700 9100-ABEND-NOTIFY-EXIT.
037800     EXIT.
037900*
038000******************************************************************
038100* APPENDS THIS RUN'S OUTCOME TO JOBLOG, WITH THE DAY'S INQUIRY
038200* COUNT ACROSS ALL CHANNELS AS THE RECORD COUNT.
038300******************************************************************
038400 9200-LOG-JOB-STATUS.
038500     OPEN I-O JOB-LOG-FILE
038600     IF NOT WS-JOBLOG-OK
038700         DISPLAY 'CBAIQ01C - ERROR OPENING JOB LOG FILE'
038800         GO TO 9200-LOG-JOB-STATUS-EXIT
038900     END-IF
039000     MOVE 'CBAIQ01C'             TO JBS-JOB-NAME
039100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
039200     IF RETURN-CODE < 8
039300         SET JBS-STATUS-SUCCESS  TO TRUE
039400     ELSE
039500         SET JBS-STATUS-FAILED   TO TRUE
039600     END-IF
039700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
039800     MOVE WS-CHN-INQUIRIES (4)   TO JBS-REC-COUNT
039900     WRITE JOB-STATUS-RECORD
040000     CLOSE JOB-LOG-FILE.
040100 9200-LOG-JOB-STATUS-EXIT.
040200     EXIT.
