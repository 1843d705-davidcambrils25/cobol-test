000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBDUP01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - PROBABLE DUPLICATE
001100*                     CUSTOMER DETECTION.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       CBXRF01C BUILT ONE CUSTOMER PER LEGACY ACCOUNT
001500*                AND REPS HAVE SINCE ADDED CUSTOMERS ON COCUS01C
001600*                WITHOUT SEARCHING FIRST, SO ONE PERSON CAN SIT
001700*                ON CUSTDAT SEVERAL TIMES - SPLITTING THE
001800*                AGGREGATE EXPOSURE CHECK (CVEXP01Y), THE
001900*                CBSTM02C COMBINED STATEMENT AND THE CBBKR01C
002000*                BANKRUPTCY MATCH. THIS JOB READS CUSTDAT IN KEY
002100*                ORDER AND COMPARES EACH CUSTOMER WITH EVERY ONE
002200*                BEFORE IT: THE SAME NON-ZERO SSN ('S'), OR THE
002300*                SAME LAST NAME, FIRST NAME, DATE OF BIRTH, FIRST
002400*                ADDRESS LINE AND ZIP, CASE IGNORED ('N'). EACH
002500*                NEW PAIR IS QUEUED ON DUPCUST (CVDUP01Y) FOR A
002600*                SUPERVISOR ON CODUP00C; A PAIR ALREADY ON FILE -
002700*                PENDING, MERGED OR DISMISSED AS TWO PEOPLE - IS
002800*                NOT RAISED AGAIN. A RETIRED (MERGED) CUSTOMER
002900*                TAKES NO PART. NEW PAIRS RAISE ONE OPRALRT ROW.
003000*                RUN WEEKLY.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS CUST-ID
003900         FILE STATUS IS WS-CUSTOMER-STATUS.
004000     SELECT DUP-PAIR-FILE ASSIGN TO DUPCUST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS DUP-KEY
004400         FILE STATUS IS WS-DUPCUST-STATUS.
004500     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-ALERT-STATUS.
004800     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS JBS-KEY
005200         FILE STATUS IS WS-JOBLOG-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CUSTOMER-FILE.
005700     COPY CVCUS01Y.
005800*
005900 FD  DUP-PAIR-FILE.
006000     COPY CVDUP01Y.
006100*
006200 FD  ALERT-QUEUE-FILE
006300     RECORDING MODE IS F.
006400     COPY CSOPS01Y.
006500*
006600 FD  JOB-LOG-FILE.
006700     COPY CVJOB01Y.
006800*
006900 WORKING-STORAGE SECTION.
007000 01  WS-CUSTOMER-STATUS               PIC XX.
007100     88 WS-CUSTOMER-OK                VALUE '00'.
007200 01  WS-DUPCUST-STATUS                PIC XX.
007300     88 WS-DUPCUST-OK                 VALUE '00'.
007400 01  WS-ALERT-STATUS                  PIC XX.
007500 01  WS-JOBLOG-STATUS                 PIC XX.
007600     88 WS-JOBLOG-OK                  VALUE '00'.
007700 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
007800     88 WS-END-OF-CUSTOMERS           VALUE 'Y'.
007900 01  WS-FULL-SW                       PIC X(01) VALUE 'N'.
008000     88 WS-TABLE-FULL                 VALUE 'Y'.
008100 01  WS-CUSTOMER-COUNT                PIC 9(07) VALUE ZERO.
008200 01  WS-NEW-PAIR-COUNT                PIC 9(07) VALUE ZERO.
008300 01  WS-KNOWN-PAIR-COUNT              PIC 9(07) VALUE ZERO.
008400 01  WS-MERGED-COUNT                  PIC 9(07) VALUE ZERO.
008500 01  WS-NOT-COMPARED-COUNT            PIC 9(07) VALUE ZERO.
008600 01  WS-COUNT-EDIT                    PIC Z(06)9.
008700 01  WS-ABEND-REASON-TEXT             PIC X(50).
008800*
008900******************************************************************
009000* THE MATCH KEY OF THE CUSTOMER IN HAND - NAME, DATE OF BIRTH,
009100* FIRST ADDRESS LINE AND ZIP, FOLDED TO UPPER CASE.
009200******************************************************************
009300 01  WS-CURR-MATCH-KEY.
009400     05 WS-MK-LAST-NAME               PIC X(25).
009500     05 WS-MK-FIRST-NAME              PIC X(25).
009600     05 WS-MK-DOB                     PIC X(10).
009700     05 WS-MK-ADDR-LINE-1             PIC X(50).
009800     05 WS-MK-ZIP                     PIC X(05).
009900 01  WS-CURR-MATCH-RULE               PIC X(01).
010000*
010100******************************************************************
010200* EVERY LIVE CUSTOMER READ SO FAR. CUSTDAT COMES IN KEY ORDER, SO
010300* A TABLE ENTRY IS ALWAYS THE LOWER NUMBER OF ANY PAIR FOUND.
010400******************************************************************
010500 01  WS-CUST-TABLE.
010600     05 WS-CT-MAX                     PIC 9(05) COMP VALUE 5000.
010700     05 WS-CT-USED                    PIC 9(05) COMP VALUE ZERO.
010800     05 WS-CT-SUB                     PIC 9(05) COMP VALUE ZERO.
010900     05 WS-CT-ENTRY OCCURS 5000 TIMES.
011000        10 WS-CT-CUST-ID              PIC 9(09).
011100        10 WS-CT-SSN                  PIC 9(09).
011200        10 WS-CT-MATCH-KEY            PIC X(115).
011300*
011400******************************************************************
011500* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
011600******************************************************************
011700 COPY CSMSG02Y.
011800*
011900 LINKAGE SECTION.
012000*
012100******************************************************************
012200 PROCEDURE DIVISION.
012300******************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012600     PERFORM 2000-CHECK-CUSTOMER THRU 2000-CHECK-CUSTOMER-EXIT
012700         UNTIL WS-END-OF-CUSTOMERS
012800     IF WS-NEW-PAIR-COUNT > ZERO
012900         PERFORM 8000-RAISE-QUEUE-ALERT
013000             THRU 8000-RAISE-QUEUE-ALERT-EXIT
013100     END-IF
013200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
013300     GOBACK.
013400*
013500 1000-INITIALIZE.
013600     OPEN INPUT CUSTOMER-FILE
013700     OPEN I-O DUP-PAIR-FILE
013800     IF NOT WS-CUSTOMER-OK
013900         DISPLAY 'CBDUP01C - ERROR OPENING CUSTOMER FILE'
014000         MOVE 'Y'                TO WS-EOF-SW
014100         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
014200         PERFORM 9100-ABEND-NOTIFY
014300             THRU 9100-ABEND-NOTIFY-EXIT
014400     END-IF
014500     IF NOT WS-DUPCUST-OK
014600         DISPLAY 'CBDUP01C - ERROR OPENING DUPCUST FILE'
014700         MOVE 'Y'                TO WS-EOF-SW
014800         MOVE 'DUPCUST FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
014900         PERFORM 9100-ABEND-NOTIFY
015000             THRU 9100-ABEND-NOTIFY-EXIT
015100     END-IF
015200     IF NOT WS-END-OF-CUSTOMERS
015300         PERFORM 2100-READ-NEXT-CUSTOMER
015400             THRU 2100-READ-NEXT-CUSTOMER-EXIT
015500     END-IF.
015600 1000-INITIALIZE-EXIT.
015700     EXIT.
015800*
015900******************************************************************
016000* COMPARE THE CUSTOMER IN HAND WITH EVERY ONE HELD, THEN HOLD IT.
016100* ONCE THE TABLE IS FULL THE REST OF THE FILE IS STILL COMPARED
016200* WITH WHAT IS HELD, BUT NOT WITH EACH OTHER - THE COUNT SAYS HOW
016300* MANY, AND THE TABLE SIZE IS THE THING TO RAISE.
016400******************************************************************
016500 2000-CHECK-CUSTOMER.
016600     ADD 1                       TO WS-CUSTOMER-COUNT
016700     IF CUST-MERGED
016800         ADD 1                   TO WS-MERGED-COUNT
016900         GO TO 2000-CHECK-CUSTOMER-NEXT
017000     END-IF
017100     MOVE CUST-LAST-NAME         TO WS-MK-LAST-NAME
017200     MOVE CUST-FIRST-NAME        TO WS-MK-FIRST-NAME
017300     MOVE CUST-DOB-YYYY-MM-DD    TO WS-MK-DOB
017400     MOVE CUST-ADDR-LINE-1       TO WS-MK-ADDR-LINE-1
017500     MOVE CUST-ADDR-ZIP          TO WS-MK-ZIP
017600     INSPECT WS-CURR-MATCH-KEY
017700         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
017800                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
017900     PERFORM 2200-COMPARE-ENTRY THRU 2200-COMPARE-ENTRY-EXIT
018000         VARYING WS-CT-SUB FROM 1 BY 1
018100         UNTIL WS-CT-SUB > WS-CT-USED
018200     IF WS-CT-USED < WS-CT-MAX
018300         ADD 1                   TO WS-CT-USED
018400         MOVE CUST-ID            TO WS-CT-CUST-ID (WS-CT-USED)
018500         MOVE CUST-SSN           TO WS-CT-SSN (WS-CT-USED)
018600         MOVE WS-CURR-MATCH-KEY  TO WS-CT-MATCH-KEY (WS-CT-USED)
018700     ELSE
018800         IF NOT WS-TABLE-FULL
018900             DISPLAY 'CBDUP01C - CUSTOMER TABLE FULL AT '
019000                     WS-CT-MAX
019100             MOVE 'Y'            TO WS-FULL-SW
019200         END-IF
019300         ADD 1                   TO WS-NOT-COMPARED-COUNT
019400     END-IF.
019500 2000-CHECK-CUSTOMER-NEXT.
019600     PERFORM 2100-READ-NEXT-CUSTOMER
019700         THRU 2100-READ-NEXT-CUSTOMER-EXIT.
019800 2000-CHECK-CUSTOMER-EXIT.
019900     EXIT.
020000*
020100 2100-READ-NEXT-CUSTOMER.
020200     READ CUSTOMER-FILE NEXT RECORD
020300         AT END
020400             MOVE 'Y'            TO WS-EOF-SW
020500     END-READ.
020600 2100-READ-NEXT-CUSTOMER-EXIT.
020700     EXIT.
020800*
020900******************************************************************
021000* ONE HELD CUSTOMER AGAINST THE ONE IN HAND. A BLANK NAME OR
021100* DATE OF BIRTH NEVER MATCHES ON THE NAME RULE - TWO HALF-KEYED
021200* RECORDS ARE NOT EVIDENCE OF ONE PERSON.
021300******************************************************************
021400 2200-COMPARE-ENTRY.
021500     MOVE SPACES                 TO WS-CURR-MATCH-RULE
021600     IF CUST-SSN NUMERIC AND CUST-SSN > ZERO
021700        AND WS-CT-SSN (WS-CT-SUB) = CUST-SSN
021800         MOVE 'S'                TO WS-CURR-MATCH-RULE
021900     ELSE
022000         IF WS-MK-LAST-NAME NOT = SPACES
022100            AND WS-MK-DOB NOT = SPACES
022200            AND WS-CT-MATCH-KEY (WS-CT-SUB) = WS-CURR-MATCH-KEY
022300             MOVE 'N'            TO WS-CURR-MATCH-RULE
022400         END-IF
022500     END-IF
022600     IF WS-CURR-MATCH-RULE = SPACES
022700         GO TO 2200-COMPARE-ENTRY-EXIT
022800     END-IF
022900     MOVE SPACES                 TO DUPLICATE-PAIR-RECORD
023000     MOVE WS-CT-CUST-ID (WS-CT-SUB) TO DUP-CUST-ID-LOW
023100     MOVE CUST-ID                TO DUP-CUST-ID-HIGH
023200     MOVE WS-CURR-MATCH-RULE     TO DUP-MATCH-RULE
023300     SET DUP-PENDING             TO TRUE
023400     MOVE ZERO                   TO DUP-SURVIVOR-ID
023500     MOVE FUNCTION CURRENT-DATE  TO DUP-QUEUED-TS
023600     WRITE DUPLICATE-PAIR-RECORD
023700         INVALID KEY
023800             ADD 1               TO WS-KNOWN-PAIR-COUNT
023900             GO TO 2200-COMPARE-ENTRY-EXIT
024000     END-WRITE
024100     ADD 1                       TO WS-NEW-PAIR-COUNT.
024200 2200-COMPARE-ENTRY-EXIT.
024300     EXIT.
024400*
024500******************************************************************
024600* ONE ALERT TO THE SUPERVISORS THROUGH THE ALERT CONSOLE
024700* (CBOPS01C/COOPS00C) WHEN THIS RUN QUEUED NEW PAIRS, AS CBCIP02C
024800* DOES FOR FAILED IDENTITY CHECKS. THE RETURN CODE IS LEFT ALONE.
024900******************************************************************
025000 8000-RAISE-QUEUE-ALERT.
025100     MOVE WS-NEW-PAIR-COUNT      TO WS-COUNT-EDIT
025200     MOVE 'DUPQ'                 TO ABEND-CODE
025300     MOVE 'CBDUP01C'             TO ABEND-CULPRIT
025400     MOVE SPACES                 TO ABEND-REASON
025500     STRING 'PROBABLE DUPLICATE CUSTOMERS - ' DELIMITED BY SIZE
025600            WS-COUNT-EDIT        DELIMITED BY SIZE
025700       INTO ABEND-REASON
025800     END-STRING
025900     MOVE SPACES                 TO ABEND-MSG
026000     STRING ABEND-REASON         DELIMITED BY '  '
026100            ' - WORK THEM ON CODUP00C' DELIMITED BY SIZE
026200       INTO ABEND-MSG
026300     END-STRING
026400     OPEN EXTEND ALERT-QUEUE-FILE
026500     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
026600     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
026700     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
026800     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
026900     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
027000     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
027100     WRITE OPS-ALERT-RECORD
027200     CLOSE ALERT-QUEUE-FILE.
027300 8000-RAISE-QUEUE-ALERT-EXIT.
027400     EXIT.
027500*
027600 9000-TERMINATE.
027700     CLOSE CUSTOMER-FILE
027800     CLOSE DUP-PAIR-FILE
027900     DISPLAY 'CBDUP01C - CUSTOMERS READ: ' WS-CUSTOMER-COUNT
028000     DISPLAY 'CBDUP01C - NEW PAIRS QUEUED: ' WS-NEW-PAIR-COUNT
028100     DISPLAY 'CBDUP01C - PAIRS ALREADY ON FILE: '
028200             WS-KNOWN-PAIR-COUNT
028300     DISPLAY 'CBDUP01C - RETIRED (MERGED), SKIPPED: '
028400             WS-MERGED-COUNT
028500     DISPLAY 'CBDUP01C - NOT HELD (TABLE FULL): '
028600             WS-NOT-COMPARED-COUNT
028700     PERFORM 9200-LOG-JOB-STATUS
028800         THRU 9200-LOG-JOB-STATUS-EXIT.
028900 9000-TERMINATE-EXIT.
029000     EXIT.
029100*
029200******************************************************************
029300* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
029400* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
029500* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
029600* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
029700* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
029800* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
029900******************************************************************
030000 9100-ABEND-NOTIFY.
030100     MOVE 'AB01'                 TO ABEND-CODE
030200     MOVE 'CBDUP01C'             TO ABEND-CULPRIT
030300     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
030400     STRING ABEND-CULPRIT   DELIMITED BY SIZE
030500            ' - '           DELIMITED BY SIZE
030600            ABEND-REASON    DELIMITED BY SIZE
030700       INTO ABEND-MSG
030800     END-STRING
030900     OPEN EXTEND ALERT-QUEUE-FILE
031000     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
031100     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
031200     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
031300     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
031400     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
031500     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
031600     WRITE OPS-ALERT-RECORD
031700     CLOSE ALERT-QUEUE-FILE
031800     MOVE 16                     TO RETURN-CODE.
031900 9100-ABEND-NOTIFY-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
032400* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
032500* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
032600******************************************************************
032700 9200-LOG-JOB-STATUS.
032800     OPEN I-O JOB-LOG-FILE
032900     IF NOT WS-JOBLOG-OK
033000         DISPLAY 'CBDUP01C - ERROR OPENING JOB LOG FILE'
033100         GO TO 9200-LOG-JOB-STATUS-EXIT
033200     END-IF
033300     MOVE 'CBDUP01C'             TO JBS-JOB-NAME
033400     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
033500     IF RETURN-CODE = ZERO
033600         SET JBS-STATUS-SUCCESS  TO TRUE
033700     ELSE
033800         SET JBS-STATUS-FAILED   TO TRUE
033900     END-IF
034000     MOVE RETURN-CODE            TO JBS-RETURN-CODE
034100     MOVE WS-NEW-PAIR-COUNT      TO JBS-REC-COUNT
034200     WRITE JOB-STATUS-RECORD
034300     CLOSE JOB-LOG-FILE.
034400 9200-LOG-JOB-STATUS-EXIT.
034500     EXIT.
