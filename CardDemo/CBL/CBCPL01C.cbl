000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCPL01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - NIGHTLY COMPLAINT CASE
001100*                     AGING AND DUE DATE ALERTS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE COMPLAINT CASE FILE (CPLFILE,
001500*                CVCPL01Y) AND WATCHES THE STATUTORY RESPONSE
001600*                CLOCK ON EVERY CASE STILL OPEN: ONE WHOSE DUE
001700*                DATE IS WITHIN CPP-WARN-DAYS (CVCPL02Y) RAISES A
001800*                'CPLW' ALERT TO THE ON-CALL QUEUE (OPRALRT), AND
001900*                ONE WHOSE DUE DATE HAS PASSED RAISES A 'CPLO'.
002000*                THE ALERT RAISED IS RECORDED ON THE CASE
002100*                (CPL-ALERT-LEVEL) SO EACH GOES OUT ONCE; A CASE
002200*                WARNED EARLIER STILL ALERTS AGAIN WHEN IT GOES
002300*                OVERDUE. RUN NIGHTLY AFTER THE ON-LINE DAY
002400*                CLOSES.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT COMPLAINT-FILE ASSIGN TO CPLFILE
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS CPL-ID
003300         FILE STATUS IS WS-COMPLAINT-STATUS.
003400     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-ALERT-STATUS.
003700     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS JBS-KEY
004100         FILE STATUS IS WS-JOBLOG-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  COMPLAINT-FILE.
004600     COPY CVCPL01Y.
004700*
004800 FD  ALERT-QUEUE-FILE
004900     RECORDING MODE IS F.
005000     COPY CSOPS01Y.
005100*
005200 FD  JOB-LOG-FILE.
005300     COPY CVJOB01Y.
005400*
005500 WORKING-STORAGE SECTION.
005600 01  WS-COMPLAINT-STATUS              PIC XX.
005700     88 WS-COMPLAINT-OK               VALUE '00'.
005800     88 WS-COMPLAINT-EOF              VALUE '10'.
005900 01  WS-ALERT-STATUS                  PIC XX.
006000 01  WS-JOBLOG-STATUS                 PIC XX.
006100     88 WS-JOBLOG-OK                  VALUE '00'.
006200 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
006300     88 WS-END-OF-CASES               VALUE 'Y'.
006400 01  WS-CASE-COUNT                    PIC 9(07) VALUE ZERO.
006500 01  WS-OPEN-COUNT                    PIC 9(07) VALUE ZERO.
006600 01  WS-WARN-COUNT                    PIC 9(07) VALUE ZERO.
006700 01  WS-OVERDUE-COUNT                 PIC 9(07) VALUE ZERO.
006800 01  WS-ABEND-REASON-TEXT             PIC X(50).
006900*
007000 COPY CVCPL02Y.
007100*
007200 01  WS-AGING-WORK.
007300     05 WS-DUE-DT                     PIC 9(08).
007400     05 WS-DAYS-TO-DUE                PIC S9(05) COMP-3.
007500     05 WS-DAYS-EDIT                  PIC -(4)9.
007600*
007700******************************************************************
007800* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
007900******************************************************************
008000 COPY CSMSG02Y.
008100*
008200 COPY CSDAT01Y.
008300*
008400 LINKAGE SECTION.
008500*
008600******************************************************************
008700 PROCEDURE DIVISION.
008800******************************************************************
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009100     PERFORM 2000-AGE-CASES THRU 2000-AGE-CASES-EXIT
009200         UNTIL WS-END-OF-CASES
009300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009400     GOBACK.
009500*
009600 1000-INITIALIZE.
009700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
009800     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
009900     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
010000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
010100     OPEN I-O COMPLAINT-FILE
010200     IF NOT WS-COMPLAINT-OK
010300         DISPLAY 'CBCPL01C - ERROR OPENING COMPLAINT FILE'
010400         MOVE 'Y'                TO WS-EOF-SW
010500         MOVE 'COMPLAINT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
010600         PERFORM 9100-ABEND-NOTIFY
010700             THRU 9100-ABEND-NOTIFY-EXIT
010800     END-IF
010900     IF NOT WS-END-OF-CASES
011000         PERFORM 2100-READ-NEXT-CASE
011100             THRU 2100-READ-NEXT-CASE-EXIT
011200     END-IF.
011300 1000-INITIALIZE-EXIT.
011400     EXIT.
011500*
011600 2000-AGE-CASES.
011700     ADD 1                       TO WS-CASE-COUNT
011800     IF NOT CPL-CLOSED
011900         ADD 1                   TO WS-OPEN-COUNT
012000         PERFORM 3000-CHECK-DUE-DATE
012100             THRU 3000-CHECK-DUE-DATE-EXIT
012200     END-IF
012300     PERFORM 2100-READ-NEXT-CASE
012400         THRU 2100-READ-NEXT-CASE-EXIT.
012500 2000-AGE-CASES-EXIT.
012600     EXIT.
012700*
012800 2100-READ-NEXT-CASE.
012900     READ COMPLAINT-FILE NEXT RECORD
013000         AT END
013100             MOVE 'Y'            TO WS-EOF-SW
013200     END-READ.
013300 2100-READ-NEXT-CASE-EXIT.
013400     EXIT.
013500*
013600******************************************************************
013700* DAYS LEFT TO THE DUE DATE DECIDE THE ALERT: PAST IT IS OVERDUE,
013800* WITHIN THE WARNING WINDOW IS DUE SOON. THE CASE IS REWRITTEN
013900* ONLY WHEN A NEW ALERT GOES OUT.
014000******************************************************************
014100 3000-CHECK-DUE-DATE.
014200     IF CPL-DUE-DATE = SPACES
014300         GO TO 3000-CHECK-DUE-DATE-EXIT
014400     END-IF
014500     STRING CPL-DUE-DATE (1:4) CPL-DUE-DATE (6:2)
014600            CPL-DUE-DATE (9:2)
014700         DELIMITED BY SIZE INTO WS-DUE-DT
014800     END-STRING
014900     COMPUTE WS-DAYS-TO-DUE =
015000         FUNCTION INTEGER-OF-DATE(WS-DUE-DT) -
015100         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
015200     EVALUATE TRUE
015300         WHEN WS-DAYS-TO-DUE < ZERO
015400              AND NOT CPL-ALERT-OVERDUE
015500             SET CPL-ALERT-OVERDUE TO TRUE
015600             ADD 1               TO WS-OVERDUE-COUNT
015700         WHEN WS-DAYS-TO-DUE NOT < ZERO
015800              AND WS-DAYS-TO-DUE NOT > CPP-WARN-DAYS
015900              AND CPL-ALERT-NONE
016000             SET CPL-ALERT-DUE-SOON TO TRUE
016100             ADD 1               TO WS-WARN-COUNT
016200         WHEN OTHER
016300             GO TO 3000-CHECK-DUE-DATE-EXIT
016400     END-EVALUATE
016500     PERFORM 4000-RAISE-ALERT THRU 4000-RAISE-ALERT-EXIT
016600     REWRITE COMPLAINT-CASE-RECORD.
016700 3000-CHECK-DUE-DATE-EXIT.
016800     EXIT.
016900*
017000******************************************************************
017100* THE CASE ID RIDES IN THE REASON SO THE CBOPS01C SWEEP KEEPS ONE
017200* WORKABLE ALERT PER CASE RATHER THAN FOLDING THEM TOGETHER.
017300******************************************************************
017400 4000-RAISE-ALERT.
017500     MOVE WS-DAYS-TO-DUE         TO WS-DAYS-EDIT
017600     OPEN EXTEND ALERT-QUEUE-FILE
017700     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
017800     MOVE 'CBCPL01C'             TO ALERT-PGMNAME
017900     MOVE 'CBCPL01C'             TO ALERT-ABEND-CULPRIT
018000     MOVE SPACES                 TO ALERT-ABEND-REASON
018100                                    ALERT-ABEND-MSG
018200     IF CPL-ALERT-OVERDUE
018300         MOVE 'CPLO'             TO ALERT-ABEND-CODE
018400         STRING 'COMPLAINT RESPONSE OVERDUE - CASE '
018500                                 DELIMITED BY SIZE
018600                CPL-ID           DELIMITED BY SIZE
018700           INTO ALERT-ABEND-REASON
018800         END-STRING
018900     ELSE
019000         MOVE 'CPLW'             TO ALERT-ABEND-CODE
019100         STRING 'COMPLAINT RESPONSE DUE SOON - CASE '
019200                                 DELIMITED BY SIZE
019300                CPL-ID           DELIMITED BY SIZE
019400           INTO ALERT-ABEND-REASON
019500         END-STRING
019600     END-IF
019700     STRING 'DUE '               DELIMITED BY SIZE
019800            CPL-DUE-DATE         DELIMITED BY SIZE
019900            ' DAYS LEFT '        DELIMITED BY SIZE
020000            WS-DAYS-EDIT         DELIMITED BY SIZE
020100            ' CUST '             DELIMITED BY SIZE
020200            CPL-CUST-ID          DELIMITED BY SIZE
020300            ' REG '              DELIMITED BY SIZE
020400            CPL-REG-REF          DELIMITED BY SIZE
020500       INTO ALERT-ABEND-MSG
020600     END-STRING
020700     WRITE OPS-ALERT-RECORD
020800     CLOSE ALERT-QUEUE-FILE.
020900 4000-RAISE-ALERT-EXIT.
021000     EXIT.
021100*
021200 9000-TERMINATE.
021300     CLOSE COMPLAINT-FILE
021400     DISPLAY 'CBCPL01C - CASES READ: ' WS-CASE-COUNT
021500     DISPLAY 'CBCPL01C - CASES OPEN: ' WS-OPEN-COUNT
021600     DISPLAY 'CBCPL01C - DUE SOON ALERTS: ' WS-WARN-COUNT
021700     DISPLAY 'CBCPL01C - OVERDUE ALERTS: ' WS-OVERDUE-COUNT
021800     PERFORM 9200-LOG-JOB-STATUS
021900         THRU 9200-LOG-JOB-STATUS-EXIT.
022000 9000-TERMINATE-EXIT.
022100     EXIT.
022200*
022300******************************************************************
022400* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
022500* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
022600* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
022700* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
022800******************************************************************
022900 9100-ABEND-NOTIFY.
023000     MOVE 'AB01'                 TO ABEND-CODE
023100     MOVE 'CBCPL01C'             TO ABEND-CULPRIT
023200     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
023300     STRING ABEND-CULPRIT   DELIMITED BY SIZE
023400            ' - '           DELIMITED BY SIZE
023500            ABEND-REASON    DELIMITED BY SIZE
023600       INTO ABEND-MSG
023700     END-STRING
023800     OPEN EXTEND ALERT-QUEUE-FILE
023900     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
024000     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
024100     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
024200     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
024300     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
024400     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
024500     WRITE OPS-ALERT-RECORD
024600     CLOSE ALERT-QUEUE-FILE
024700     MOVE 16                     TO RETURN-CODE.
024800 9100-ABEND-NOTIFY-EXIT.
024900     EXIT.
025000*
025100******************************************************************
025200* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
025300* WHETHER THE JOB RAN AND HOW IT WENT.
025400******************************************************************
025500 9200-LOG-JOB-STATUS.
025600     OPEN I-O JOB-LOG-FILE
025700     IF NOT WS-JOBLOG-OK
025800         DISPLAY 'CBCPL01C - ERROR OPENING JOB LOG FILE'
025900         GO TO 9200-LOG-JOB-STATUS-EXIT
026000     END-IF
026100     MOVE 'CBCPL01C'             TO JBS-JOB-NAME
026200     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
026300     IF RETURN-CODE = ZERO
026400         SET JBS-STATUS-SUCCESS  TO TRUE
026500     ELSE
026600         SET JBS-STATUS-FAILED   TO TRUE
026700     END-IF
026800     MOVE RETURN-CODE            TO JBS-RETURN-CODE
026900     MOVE WS-CASE-COUNT          TO JBS-REC-COUNT
027000     WRITE JOB-STATUS-RECORD
027100     CLOSE JOB-LOG-FILE.
027200 9200-LOG-JOB-STATUS-EXIT.
027300     EXIT.
