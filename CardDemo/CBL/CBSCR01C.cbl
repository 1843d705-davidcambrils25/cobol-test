000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBSCR01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - SCRA ACTIVE-DUTY
001100*                     VERIFICATION FEED.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       PROCESSES THE PERIODIC DEFENSE MANPOWER DATA
001500*                CENTER STATUS FILE (SCRAVRF, CVSCR01Y). EACH
001600*                ROW IS RESOLVED TO A CUSTOMER - BY CUSTOMER ID
001700*                WHEN THE FEED CARRIES ONE, BY SSN SCAN OF
001800*                CUSTDAT OTHERWISE, THE SAME WAY CBBKR01C
001900*                RESOLVES A BANKRUPTCY NOTICE - AND THE ACTIVE-
002000*                DUTY PERIOD IS WRITTEN TO THE CUSTOMER MASTER
002100*                (CUST-SCRA-*, CVCUS01Y). A START DATE NOT YET ON
002200*                FILE IS A NEWLY RECORDED PERIOD: SOURCE 'D',
002300*                RECORDED TODAY, THE CERTIFICATE DATE AS ITS
002400*                DOCUMENTATION DATE, AND REFUND-PENDING WHEN THE
002500*                DUTY BEGAN BEFORE TODAY SO CBSCR02C CREDITS BACK
002600*                WHAT WAS CHARGED ABOVE THE CAP IN THE MEANTIME.
002700*                A START ALREADY ON FILE ONLY REFRESHES THE END
002800*                AND DOCUMENTATION DATES. CBACT05C AND CBFEE01C
002900*                READ THE PERIOD FROM CUSTDAT NIGHTLY, SO NOTHING
003000*                ON THE ACCOUNTS IS TOUCHED HERE. A ROW THAT
003100*                MATCHES NO CUSTOMER, OR CARRIES NO DATE TO
003200*                RECORD, FALLS TO THE EXCEPTION REPORT.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SCRA-VERIFY-FILE ASSIGN TO SCRAVRF
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-SCRAVRF-STATUS.
004000     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CUST-ID
004400         FILE STATUS IS WS-CUSTOMER-STATUS.
004500     SELECT SCRA-REPORT-FILE ASSIGN TO SCRVRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-REPORT-STATUS.
004800     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-ALERT-STATUS.
005100     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS JBS-KEY
005500         FILE STATUS IS WS-JOBLOG-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  SCRA-VERIFY-FILE
006000     RECORDING MODE IS F.
006100     COPY CVSCR01Y.
006200*
006300 FD  CUSTOMER-FILE.
006400     COPY CVCUS01Y.
006500*
006600 FD  SCRA-REPORT-FILE
006700     RECORDING MODE IS F.
006800 01  SCRA-REPORT-LINE                 PIC X(80).
006900*
007000 FD  ALERT-QUEUE-FILE
007100     RECORDING MODE IS F.
007200     COPY CSOPS01Y.
007300*
007400 FD  JOB-LOG-FILE.
007500     COPY CVJOB01Y.
007600*
007700 WORKING-STORAGE SECTION.
007800 01  WS-SCRAVRF-STATUS                PIC XX.
007900     88 WS-SCRAVRF-OK                 VALUE '00'.
008000 01  WS-CUSTOMER-STATUS               PIC XX.
008100     88 WS-CUSTOMER-OK                VALUE '00'.
008200 01  WS-REPORT-STATUS                 PIC XX.
008300 01  WS-ALERT-STATUS                  PIC XX.
008400 01  WS-JOBLOG-STATUS                 PIC XX.
008500     88 WS-JOBLOG-OK                  VALUE '00'.
008600 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
008700     88 WS-END-OF-VERIFICATIONS       VALUE 'Y'.
008800 01  WS-CUST-EOF-SW                   PIC X(01) VALUE 'N'.
008900     88 WS-END-OF-CUSTOMERS           VALUE 'Y'.
009000 01  WS-CUST-FOUND-SW                 PIC X(01) VALUE 'N'.
009100     88 WS-CUST-FOUND                 VALUE 'Y'.
009200 01  WS-VERIFY-COUNT                  PIC 9(07) VALUE ZERO.
009300 01  WS-RECORDED-COUNT                PIC 9(07) VALUE ZERO.
009400 01  WS-REFRESHED-COUNT               PIC 9(07) VALUE ZERO.
009500 01  WS-PENDING-COUNT                 PIC 9(07) VALUE ZERO.
009600 01  WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
009700 01  WS-ABEND-REASON-TEXT             PIC X(50).
009800 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
009900*
010000 01  WS-SCRA-WORK.
010100     05 WS-ACTION-TEXT                PIC X(24).
010200     05 WS-EXCP-REASON                PIC X(30).
010300     05 WS-SSN-X                      PIC X(09).
010400*
010500******************************************************************
010600* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
010700******************************************************************
010800 COPY CSMSG02Y.
010900*
011000 COPY CSDAT01Y.
011100*
011200 LINKAGE SECTION.
011300*
011400******************************************************************
011500 PROCEDURE DIVISION.
011600******************************************************************
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011900     PERFORM 2000-PROCESS-VERIFICATIONS
012000         THRU 2000-PROCESS-VERIFICATIONS-EXIT
012100         UNTIL WS-END-OF-VERIFICATIONS
012200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012300     GOBACK.
012400*
012500 1000-INITIALIZE.
012600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
012700     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
012800     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
012900     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
013000     OPEN INPUT SCRA-VERIFY-FILE
013100     OPEN I-O CUSTOMER-FILE
013200     OPEN OUTPUT SCRA-REPORT-FILE
013300     IF NOT WS-SCRAVRF-OK
013400         DISPLAY 'CBSCR01C - ERROR OPENING SCRA VERIFICATION FEED'
013500         MOVE 'Y'                TO WS-EOF-SW
013600         MOVE 'SCRA VERIFICATION FEED OPEN ERROR'
013700                                 TO WS-ABEND-REASON-TEXT
013800         PERFORM 9100-ABEND-NOTIFY
013900             THRU 9100-ABEND-NOTIFY-EXIT
014000     END-IF
014100     IF NOT WS-CUSTOMER-OK
014200         DISPLAY 'CBSCR01C - ERROR OPENING CUSTOMER FILE'
014300         MOVE 'Y'                TO WS-EOF-SW
014400         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
014500         PERFORM 9100-ABEND-NOTIFY
014600             THRU 9100-ABEND-NOTIFY-EXIT
014700     END-IF
014800     MOVE 'CBSCR01C - SCRA ACTIVE-DUTY VERIFICATION'
014900                                 TO SCRA-REPORT-LINE
015000     WRITE SCRA-REPORT-LINE
015100     IF NOT WS-END-OF-VERIFICATIONS
015200         PERFORM 2100-READ-NEXT-VERIFICATION
015300             THRU 2100-READ-NEXT-VERIFICATION-EXIT
015400     END-IF.
015500 1000-INITIALIZE-EXIT.
015600     EXIT.
015700*
015800 2000-PROCESS-VERIFICATIONS.
015900     ADD 1                       TO WS-VERIFY-COUNT
016000     PERFORM 3000-RESOLVE-CUSTOMER
016100         THRU 3000-RESOLVE-CUSTOMER-EXIT
016200     IF WS-CUST-FOUND
016300         PERFORM 4000-APPLY-PERIOD
016400             THRU 4000-APPLY-PERIOD-EXIT
016500     ELSE
016600         MOVE 'NO CUSTOMER MATCH'    TO WS-EXCP-REASON
016700         PERFORM 7100-REPORT-EXCEPTION
016800             THRU 7100-REPORT-EXCEPTION-EXIT
016900     END-IF
017000     PERFORM 2100-READ-NEXT-VERIFICATION
017100         THRU 2100-READ-NEXT-VERIFICATION-EXIT.
017200 2000-PROCESS-VERIFICATIONS-EXIT.
017300     EXIT.
017400*
017500 2100-READ-NEXT-VERIFICATION.
017600     READ SCRA-VERIFY-FILE NEXT RECORD
017700         AT END
017800             MOVE 'Y'            TO WS-EOF-SW
017900     END-READ.
018000 2100-READ-NEXT-VERIFICATION-EXIT.
018100     EXIT.
018200*
018300******************************************************************
018400* A ROW CARRYING A CUSTOMER ID IS READ DIRECTLY; ONE KEYED ONLY
018500* BY SSN FALLS BACK TO A FULL CUSTDAT SCAN - CUSTDAT HAS NO SSN
018600* PATH, AND THE DMDC MATCH FILE IS SMALL. EITHER WAY THE MATCHED
018700* CUSTOMER IS LEFT IN THE RECORD AREA FOR THE REWRITE.
018800******************************************************************
018900 3000-RESOLVE-CUSTOMER.
019000     MOVE 'N'                    TO WS-CUST-FOUND-SW
019100     IF SCR-CUST-ID > ZERO
019200         MOVE SCR-CUST-ID        TO CUST-ID
019300         READ CUSTOMER-FILE
019400             INVALID KEY
019500                 GO TO 3000-RESOLVE-CUSTOMER-EXIT
019600             NOT INVALID KEY
019700                 MOVE 'Y'        TO WS-CUST-FOUND-SW
019800         END-READ
019900         GO TO 3000-RESOLVE-CUSTOMER-EXIT
020000     END-IF
020100     IF SCR-SSN = ZERO
020200         GO TO 3000-RESOLVE-CUSTOMER-EXIT
020300     END-IF
020400     MOVE 'N'                    TO WS-CUST-EOF-SW
020500     MOVE ZERO                   TO CUST-ID
020600     START CUSTOMER-FILE KEY NOT LESS THAN CUST-ID
020700         INVALID KEY
020800             MOVE 'Y'            TO WS-CUST-EOF-SW
020900     END-START
021000     PERFORM 3100-SCAN-NEXT-CUSTOMER
021100         THRU 3100-SCAN-NEXT-CUSTOMER-EXIT
021200         UNTIL WS-END-OF-CUSTOMERS OR WS-CUST-FOUND.
021300 3000-RESOLVE-CUSTOMER-EXIT.
021400     EXIT.
021500*
021600 3100-SCAN-NEXT-CUSTOMER.
021700     READ CUSTOMER-FILE NEXT RECORD
021800         AT END
021900             MOVE 'Y'            TO WS-CUST-EOF-SW
022000             GO TO 3100-SCAN-NEXT-CUSTOMER-EXIT
022100     END-READ
022200     IF CUST-SSN = SCR-SSN
022300         MOVE 'Y'                TO WS-CUST-FOUND-SW
022400     END-IF.
022500 3100-SCAN-NEXT-CUSTOMER-EXIT.
022600     EXIT.
022700*
022800******************************************************************
022900* A START DATE NOT ON FILE RECORDS A NEW PERIOD (STAMPED AND, IF
023000* ALREADY UNDER WAY, REFUND-PENDING). THE SAME START REFRESHES
023100* THE END AND CERTIFICATE DATES ONLY, LEAVING THE REFUND STATE
023200* ALONE. A SERVICE-ENDED ROW WITH NO START CLOSES THE PERIOD
023300* ALREADY ON FILE.
023400******************************************************************
023500 4000-APPLY-PERIOD.
023600     IF SCR-ACTIVE-START = SPACES
023700         IF SCR-SERVICE-ENDED
023800            AND CUST-SCRA-START-DATE NOT = SPACES
023900            AND SCR-ACTIVE-END NOT = SPACES
024000             MOVE SCR-ACTIVE-END TO CUST-SCRA-END-DATE
024100             MOVE 'SERVICE ENDED'
024200                                 TO WS-ACTION-TEXT
024300             ADD 1               TO WS-REFRESHED-COUNT
024400             GO TO 4000-APPLY-PERIOD-REWRITE
024500         END-IF
024600         MOVE 'NO ACTIVE-DUTY DATE TO RECORD'
024700                                 TO WS-EXCP-REASON
024800         PERFORM 7100-REPORT-EXCEPTION
024900             THRU 7100-REPORT-EXCEPTION-EXIT
025000         GO TO 4000-APPLY-PERIOD-EXIT
025100     END-IF
025200     IF SCR-ACTIVE-START = CUST-SCRA-START-DATE
025300         MOVE SCR-ACTIVE-END     TO CUST-SCRA-END-DATE
025400         IF SCR-REPORT-DATE NOT = SPACES
025500             MOVE SCR-REPORT-DATE TO CUST-SCRA-DOC-DATE
025600         END-IF
025700         IF SCR-SERVICE-ENDED
025800             MOVE 'SERVICE ENDED' TO WS-ACTION-TEXT
025900         ELSE
026000             MOVE 'PERIOD CONFIRMED' TO WS-ACTION-TEXT
026100         END-IF
026200         ADD 1                   TO WS-REFRESHED-COUNT
026300         GO TO 4000-APPLY-PERIOD-REWRITE
026400     END-IF
026500     MOVE SCR-ACTIVE-START       TO CUST-SCRA-START-DATE
026600     MOVE SCR-ACTIVE-END         TO CUST-SCRA-END-DATE
026700     IF SCR-REPORT-DATE NOT = SPACES
026800         MOVE SCR-REPORT-DATE    TO CUST-SCRA-DOC-DATE
026900     ELSE
027000         MOVE WS-CURDATE-YYYY-MM-DD TO CUST-SCRA-DOC-DATE
027100     END-IF
027200     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-SCRA-RECORDED-DATE
027300     SET CUST-SCRA-FROM-DMDC     TO TRUE
027400     MOVE 'PERIOD RECORDED'      TO WS-ACTION-TEXT
027500     IF CUST-SCRA-START-DATE < WS-CURDATE-YYYY-MM-DD
027600         SET CUST-SCRA-REFUND-PENDING TO TRUE
027700         MOVE 'RECORDED - REFUND DUE' TO WS-ACTION-TEXT
027800         ADD 1                   TO WS-PENDING-COUNT
027900     ELSE
028000         MOVE SPACES             TO CUST-SCRA-REFUND-IND
028100     END-IF
028200     ADD 1                       TO WS-RECORDED-COUNT.
028300 4000-APPLY-PERIOD-REWRITE.
028400     REWRITE CUSTOMER-RECORD
028500     PERFORM 7000-REPORT-PERIOD
028600         THRU 7000-REPORT-PERIOD-EXIT.
028700 4000-APPLY-PERIOD-EXIT.
028800     EXIT.
028900*
029000 7000-REPORT-PERIOD.
029100     MOVE SPACES                 TO SCRA-REPORT-LINE
029200     STRING CUST-ID              DELIMITED BY SIZE
029300            ' '                  DELIMITED BY SIZE
029400            WS-ACTION-TEXT       DELIMITED BY SIZE
029500            ' FROM '             DELIMITED BY SIZE
029600            CUST-SCRA-START-DATE DELIMITED BY SIZE
029700            ' TO '               DELIMITED BY SIZE
029800            CUST-SCRA-END-DATE   DELIMITED BY SIZE
029900       INTO SCRA-REPORT-LINE
030000     END-STRING
030100     WRITE SCRA-REPORT-LINE.
030200 7000-REPORT-PERIOD-EXIT.
030300     EXIT.
030400*
030500******************************************************************
030600* THE EXCEPTION LINE SHOWS ONLY THE LAST FOUR OF THE SSN, THE
030700* SAME MASKING EVERY OTHER REPORT APPLIES.
030800******************************************************************
030900 7100-REPORT-EXCEPTION.
031000     ADD 1                       TO WS-EXCEPTION-COUNT
031100     MOVE SCR-SSN                TO WS-SSN-X
031200     MOVE SPACES                 TO SCRA-REPORT-LINE
031300     STRING WS-EXCP-REASON       DELIMITED BY '  '
031400            ' - '                DELIMITED BY SIZE
031500            SCR-LAST-NAME        DELIMITED BY '  '
031600            ' SSN ***-**-'       DELIMITED BY SIZE
031700            WS-SSN-X (6:4)       DELIMITED BY SIZE
031800            ' CUST '             DELIMITED BY SIZE
031900            SCR-CUST-ID          DELIMITED BY SIZE
032000       INTO SCRA-REPORT-LINE
032100     END-STRING
032200     WRITE SCRA-REPORT-LINE.
032300 7100-REPORT-EXCEPTION-EXIT.
032400     EXIT.
032500*
032600 9000-TERMINATE.
032700     CLOSE SCRA-VERIFY-FILE
032800     CLOSE CUSTOMER-FILE
032900     CLOSE SCRA-REPORT-FILE
033000     DISPLAY 'CBSCR01C - VERIFICATIONS READ: ' WS-VERIFY-COUNT
033100     DISPLAY 'CBSCR01C - PERIODS RECORDED: ' WS-RECORDED-COUNT
033200     DISPLAY 'CBSCR01C - REFUNDS PENDING: ' WS-PENDING-COUNT
033300     DISPLAY 'CBSCR01C - PERIODS REFRESHED: ' WS-REFRESHED-COUNT
033400     DISPLAY 'CBSCR01C - EXCEPTIONS: ' WS-EXCEPTION-COUNT
033500     PERFORM 9200-LOG-JOB-STATUS
033600         THRU 9200-LOG-JOB-STATUS-EXIT.
033700 9000-TERMINATE-EXIT.
033800     EXIT.
033900*
034000******************************************************************
034100* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
034200* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
034300* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
034400* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
034500* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
034600* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
034700******************************************************************
034800 9100-ABEND-NOTIFY.
034900     MOVE 'AB01'                 TO ABEND-CODE
035000     MOVE 'CBSCR01C'             TO ABEND-CULPRIT
035100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
035200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
035300            ' - '           DELIMITED BY SIZE
035400            ABEND-REASON    DELIMITED BY SIZE
035500       INTO ABEND-MSG
035600     END-STRING
035700     OPEN EXTEND ALERT-QUEUE-FILE
035800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
035900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
036000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
036100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
036200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
036300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
036400     WRITE OPS-ALERT-RECORD
036500     CLOSE ALERT-QUEUE-FILE
036600     MOVE 16                     TO RETURN-CODE.
036700 9100-ABEND-NOTIFY-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
037200* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
037300* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
037400******************************************************************
037500 9200-LOG-JOB-STATUS.
037600     OPEN I-O JOB-LOG-FILE
037700     IF NOT WS-JOBLOG-OK
037800         DISPLAY 'CBSCR01C - ERROR OPENING JOB LOG FILE'
037900         GO TO 9200-LOG-JOB-STATUS-EXIT
038000     END-IF
038100     MOVE 'CBSCR01C'             TO JBS-JOB-NAME
038200     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
038300     IF RETURN-CODE = ZERO
038400         SET JBS-STATUS-SUCCESS  TO TRUE
038500     ELSE
038600         SET JBS-STATUS-FAILED   TO TRUE
038700     END-IF
038800     MOVE RETURN-CODE            TO JBS-RETURN-CODE
038900     MOVE WS-RECORDED-COUNT      TO JBS-REC-COUNT
039000     WRITE JOB-STATUS-RECORD
039100     CLOSE JOB-LOG-FILE.
039200 9200-LOG-JOB-STATUS-EXIT.
039300     EXIT.
