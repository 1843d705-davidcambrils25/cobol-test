000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COTSK00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - REP FOLLOW-UP TASK DIARY.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       THE REP'S DIARY OF PROMISED CALLBACKS AND
001400*                CHECKS (TSKFILE, CVTSK01Y). WITH NO ACTION
001500*                KEYED, LISTS UP TO FIVE OPEN TASKS DUE TODAY OR
001600*                EARLIER FOR THE SIGNED-ON USER - OR FOR THE USER
001700*                KEYED IN TOWNERI, SO A SUPERVISOR CAN WORK A
001800*                TEAM MEMBER'S LIST - OLDEST DUE DATE FIRST, AND
001900*                COUNTS THE OVERDUE TASKS THE NIGHTLY CBTSK01C
002000*                BATCH HAS ESCALATED TO THE SIGNED-ON USER.
002100*                TSKACTI 'N' SETS UP A TASK AGAINST AN ACCOUNT
002200*                OR CUSTOMER, OPTIONALLY TIED TO A DISPUTE,
002300*                PROMISE OR COMPLAINT CASE; 'D' MARKS LISTED TASK
002400*                TSKSELI DONE WITH ITS OUTCOME. PF8 ON COC360C,
002500*                COCOL00C AND CODSP00C LANDS HERE WITH THE
002600*                ACCOUNT, CUSTOMER AND CASE ALREADY FILLED IN
002700*                (CDEMO-TASK-CONTEXT), AND PF3 GOES BACK THERE.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200 01  WS-PGMNAME                  PIC X(08) VALUE 'COTSK00C'.
003300 01  WS-TRANID                   PIC X(04) VALUE 'CTSK'.
003400*
003500******************************************************************
003600* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
003700* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
003800* AS ON COACTAPC.
003900******************************************************************
004000 01  WS-SCREEN-FIELDS.
004100     05  TOWNERI                 PIC X(08).
004200     05  TSKACTI                 PIC X(01).
004300         88 TSKACT-NEW           VALUE 'N'.
004400         88 TSKACT-DONE          VALUE 'D'.
004500     05  TSKSELI                 PIC X(01).
004600     05  TACCTI                  PIC X(11).
004700     05  TCUSTI                  PIC X(09).
004800     05  TTYPEI                  PIC X(04).
004900     05  TCASETI                 PIC X(01).
005000     05  TCASEII                 PIC X(16).
005100     05  TDUEI                   PIC X(10).
005200     05  TNOTEI                  PIC X(60).
005300     05  TSK-QUEUE-LINE OCCURS 5 TIMES
005400                         INDEXED BY WS-TSKQ-IDX.
005500         10  QDUEI               PIC X(10).
005600         10  QOVDI               PIC X(01).
005700         10  QTYPEI              PIC X(04).
005800         10  QACCTI              PIC X(11).
005900         10  QCASEI              PIC X(17).
006000         10  QNOTEI              PIC X(30).
006100         10  QESCI               PIC X(08).
006200     05  ESCMSGI                 PIC X(60).
006300     05  ERRMSGI                 PIC X(78).
006400     05  INFOMSGI                PIC X(45).
006500*
006600 COPY CVTSK01Y.
006700 COPY CVACT01Y.
006800 COPY CVXRF01Y.
006900 COPY CVCUS01Y.
007000 COPY CVDSP01Y.
007100 COPY CVPTP01Y.
007200 COPY CVCPL01Y.
007300 COPY CSUSR01Y.
007400*
007500 01  WS-MISC-STORAGE.
007600     05  WS-RESP-CD              PIC S9(08) COMP.
007700     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
007800         88  WS-BROWSE-DONE      VALUE 'Y'.
007900     05  WS-QUEUE-COUNT          PIC 9(02) VALUE ZERO.
008000     05  WS-ESC-COUNT            PIC 9(05) VALUE ZERO.
008100     05  WS-SEL-N                PIC 9(01).
008200     05  WS-CURRENT-TIMESTAMP    PIC X(26).
008300     05  WS-DUE-DATE-N           PIC 9(08).
008400     05  WS-LIST-OWNER           PIC X(08).
008500*
008600******************************************************************
008700* THE KEYS OF THE TASKS NOW ON THE SCREEN, LINE FOR LINE, SO 'D'
008800* CAN PICK ONE BY ITS LINE NUMBER. THE LIST IS REBUILT BEFORE
008900* EACH 'D' FROM THE SAME BROWSE, SO THE LINES STILL MATCH.
009000******************************************************************
009100 01  WS-TSK-LIST-KEYS.
009200     05  WS-TSK-LIST-KEY         PIC X(34) OCCURS 5 TIMES.
009300*
009400 COPY CSDAT01Y.
009500*
009600 01  WS-NAV-BACK-PGM         PIC X(08).
009700*
009800 01  WS-IDLE-TIMEOUT-DATA.
009900     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
010000     05  WS-NOW-DT               PIC 9(08).
010100     05  WS-NOW-HH               PIC 9(02).
010200     05  WS-NOW-MM               PIC 9(02).
010300     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
010400*
010500 COPY COCOM01Y.
010600*
010700 LINKAGE SECTION.
010800 01  DFHCOMMAREA                 PIC X(417).
010900*
011000******************************************************************
011100 PROCEDURE DIVISION.
011200******************************************************************
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011500     PERFORM 1500-CHECK-IDLE-TIMEOUT
011600         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
011700     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
011800     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
011900     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
012000     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
012100     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
012200     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
012300     EXEC CICS
012400         RETURN TRANSID(WS-TRANID)
012500         COMMAREA(CARDDEMO-COMMAREA)
012600     END-EXEC
012700     GOBACK.
012800*
012900******************************************************************
013000* THE WHOLE COMMAREA IS TAKEN HERE, NOT JUST THE FIRST 400
013100* BYTES, SO THE CASE A CALLING SCREEN HANDED OVER ARRIVES.
013200******************************************************************
013300 1000-INITIALIZE.
013400     MOVE SPACES                 TO ERRMSGI INFOMSGI ESCMSGI
013500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
013600     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
013700     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
013800     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
013900     IF EIBCALEN > 0
014000         MOVE DFHCOMMAREA (1:EIBCALEN) TO CARDDEMO-COMMAREA
014100     END-IF.
014200 1000-INITIALIZE-EXIT.
014300     EXIT.
014400******************************************************************
014500* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
014600* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
014700* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
014800* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
014900******************************************************************
015000 1500-CHECK-IDLE-TIMEOUT.
015100     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
015200         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
015300     END-IF
015400     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
015500     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
015600     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
015700     COMPUTE WS-IDLE-ELAPSED-MINS =
015800         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
015900          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
016000         + (WS-NOW-HH * 60 + WS-NOW-MM)
016100         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
016200     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
016300         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
016400     END-IF.
016500 1500-CHECK-IDLE-TIMEOUT-EXIT.
016600     EXIT.
016700*
016800******************************************************************
016900* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
017000* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
017100* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
017200******************************************************************
017300 2500-NAV-BACK.
017400     IF CDEMO-NAV-STACK-PTR > 0
017500         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
017600                                 TO WS-NAV-BACK-PGM
017700         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
017800     ELSE
017900         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
018000     END-IF
018100     SET CDEMO-PGM-REENTER       TO TRUE
018200     EXEC CICS
018300         XCTL PROGRAM(WS-NAV-BACK-PGM)
018400         COMMAREA(CARDDEMO-COMMAREA)
018500     END-EXEC.
018600 2500-NAV-BACK-EXIT.
018700     EXIT.
018800*
018900 2000-RECEIVE-MAP.
019000     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
019100         GO TO 2000-RECEIVE-MAP-EXIT
019200     END-IF
019300     EXEC CICS
019400         RECEIVE MAP('CTSK00A') MAPSET('COTSK00')
019500         INTO(WS-SCREEN-FIELDS)
019600         RESP(WS-RESP-CD)
019700     END-EXEC.
019800 2000-RECEIVE-MAP-EXIT.
019900     EXIT.
020000*
020100******************************************************************
020200* FIRST TIME IN, NOTHING HAS BEEN KEYED YET - FILL IN WHATEVER A
020300* CALLING SCREEN HANDED OVER AND SHOW THE LIST; THE FIRST ACTION
020400* IS TAKEN ON THE NEXT ENTER.
020500******************************************************************
020600 3000-PROCESS-INPUT.
020700     IF CDEMO-TIMEOUT-EXPIRED
020800         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
020900         SET CDEMO-PGM-ENTER      TO TRUE
021000         EXEC CICS
021100             XCTL PROGRAM('COSGN00C')
021200             COMMAREA(CARDDEMO-COMMAREA)
021300         END-EXEC
021400     END-IF
021500     IF EIBAID = DFHPF3
021600         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
021700         GO TO 3000-PROCESS-INPUT-EXIT
021800     END-IF
021900     IF CDEMO-PGM-ENTER
022000         PERFORM 3500-PREFILL-FROM-CALLER
022100             THRU 3500-PREFILL-FROM-CALLER-EXIT
022200         SET CDEMO-PGM-REENTER   TO TRUE
022300         GO TO 3000-LIST
022400     END-IF
022500     IF CDEMO-USRTYP-AUDITOR
022600        AND (TSKACT-NEW OR TSKACT-DONE)
022700         MOVE 'Auditor role is view-only - change refused'
022800                                 TO ERRMSGI
022900         GO TO 3000-LIST
023000     END-IF
023100     EVALUATE TRUE
023200         WHEN TSKACT-NEW
023300             PERFORM 4000-ADD-TASK THRU 4000-ADD-TASK-EXIT
023400         WHEN TSKACT-DONE
023500             PERFORM 6000-LIST-TASKS THRU 6000-LIST-TASKS-EXIT
023600             PERFORM 5000-COMPLETE-TASK
023700                 THRU 5000-COMPLETE-TASK-EXIT
023800         WHEN OTHER
023900             CONTINUE
024000     END-EVALUATE.
024100 3000-LIST.
024200     PERFORM 6000-LIST-TASKS THRU 6000-LIST-TASKS-EXIT
024300     PERFORM 6500-COUNT-ESCALATED THRU 6500-COUNT-ESCALATED-EXIT.
024400 3000-PROCESS-INPUT-EXIT.
024500     EXIT.
024600*
024700******************************************************************
024800* A SCREEN THAT HANDS A REP OVER WITH PF8 LEAVES THE ACCOUNT IN
024900* CDEMO-ACCT-ID, THE CUSTOMER (COC360C ONLY) IN CDEMO-CUST-ID AND
025000* ANY CASE IN CDEMO-TASK-CONTEXT. THE TASK TYPE DEFAULTS FROM
025100* THE KIND OF CASE. THE CONTEXT IS CLEARED ONCE TAKEN.
025200******************************************************************
025300 3500-PREFILL-FROM-CALLER.
025400     IF CDEMO-FROM-PROGRAM NOT = 'COC360C '
025500        AND CDEMO-FROM-PROGRAM NOT = 'COCOL00C'
025600        AND CDEMO-FROM-PROGRAM NOT = 'CODSP00C'
025700         MOVE SPACES             TO CDEMO-TASK-CONTEXT
025800         GO TO 3500-PREFILL-FROM-CALLER-EXIT
025900     END-IF
026000     MOVE 'N'                    TO TSKACTI
026100     IF CDEMO-ACCT-ID > ZERO
026200         MOVE CDEMO-ACCT-ID      TO TACCTI
026300     END-IF
026400     IF CDEMO-FROM-PROGRAM = 'COC360C ' AND CDEMO-CUST-ID > ZERO
026500         MOVE CDEMO-CUST-ID      TO TCUSTI
026600     END-IF
026700     MOVE CDEMO-TASK-CASE-TYPE   TO TCASETI
026800     MOVE CDEMO-TASK-CASE-ID     TO TCASEII
026900     EVALUATE CDEMO-TASK-CASE-TYPE
027000         WHEN 'D'
027100             MOVE 'DISP'         TO TTYPEI
027200         WHEN 'P'
027300             MOVE 'PYMT'         TO TTYPEI
027400         WHEN 'C'
027500             MOVE 'CMPL'         TO TTYPEI
027600         WHEN OTHER
027700             MOVE 'CALL'         TO TTYPEI
027800     END-EVALUATE
027900     MOVE SPACES                 TO CDEMO-TASK-CONTEXT
028000     MOVE 'Key the due date and note, then press Enter'
028100                                 TO INFOMSGI.
028200 3500-PREFILL-FROM-CALLER-EXIT.
028300     EXIT.
028400*
028500******************************************************************
028600* SET UP A TASK. A CASE, WHEN GIVEN, MUST BE ON FILE AND SUPPLIES
028700* THE ACCOUNT/CUSTOMER WHEN THOSE WERE LEFT BLANK. THE TASK IS
028800* THE SIGNED-ON USER'S UNLESS ANOTHER ACTIVE USER IS KEYED IN
028900* TOWNERI. THE DUE DATE CANNOT BE IN THE PAST.
029000******************************************************************
029100 4000-ADD-TASK.
029200     MOVE TTYPEI                 TO TSK-TYPE
029300     IF NOT TSK-TYPE-VALID
029400         MOVE 'Task type must be CALL DISP PYMT CMPL DOCS or OTHR'
029500                                 TO ERRMSGI
029600         GO TO 4000-ADD-TASK-EXIT
029700     END-IF
029800     IF TNOTEI = SPACES OR LOW-VALUES
029900         MOVE 'Note is required - what was promised?'
030000                                 TO ERRMSGI
030100         GO TO 4000-ADD-TASK-EXIT
030200     END-IF
030300     PERFORM 4050-CHECK-CASE THRU 4050-CHECK-CASE-EXIT
030400     IF ERRMSGI NOT = SPACES
030500         GO TO 4000-ADD-TASK-EXIT
030600     END-IF
030700     PERFORM 4100-RESOLVE-CUSTOMER THRU 4100-RESOLVE-CUSTOMER-EXIT
030800     IF ERRMSGI NOT = SPACES
030900         GO TO 4000-ADD-TASK-EXIT
031000     END-IF
031100     PERFORM 4200-CHECK-DUE-DATE THRU 4200-CHECK-DUE-DATE-EXIT
031200     IF ERRMSGI NOT = SPACES
031300         GO TO 4000-ADD-TASK-EXIT
031400     END-IF
031500     PERFORM 4300-CHECK-OWNER THRU 4300-CHECK-OWNER-EXIT
031600     IF ERRMSGI NOT = SPACES
031700         GO TO 4000-ADD-TASK-EXIT
031800     END-IF
031900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
032000     MOVE TOWNERI                TO TSK-OWNER-ID
032100     MOVE TDUEI                  TO TSK-DUE-DATE
032200     MOVE WS-CURRENT-TIMESTAMP (1:16) TO TSK-CREATED-ID
032300     MOVE TTYPEI                 TO TSK-TYPE
032400     MOVE TCASETI                TO TSK-CASE-TYPE
032500     IF TSK-CASE-NONE
032600         MOVE SPACES             TO TSK-CASE-ID
032700     ELSE
032800         MOVE TCASEII            TO TSK-CASE-ID
032900     END-IF
033000     MOVE TNOTEI                 TO TSK-NOTE
033100     SET TSK-OPEN                TO TRUE
033200     MOVE CDEMO-USER-ID          TO TSK-CREATED-BY
033300     MOVE SPACES                 TO TSK-DONE-TS
033400                                    TSK-DONE-BY
033500                                    TSK-OUTCOME
033600                                    TSK-ESCALATED-TO
033700                                    TSK-ESCALATED-DATE
033800                                    TSK-REASSIGNED-FROM
033900                                    TSK-REASSIGNED-DATE
034000     EXEC CICS
034100         WRITE DATASET('TSKFILE')
034200         FROM(FOLLOW-UP-TASK-RECORD)
034300         RIDFLD(TSK-KEY)
034400         RESP(WS-RESP-CD)
034500     END-EXEC
034600     IF WS-RESP-CD NOT = ZERO
034700         MOVE 'Task not saved - press Enter and try again'
034800                                 TO ERRMSGI
034900         GO TO 4000-ADD-TASK-EXIT
035000     END-IF
035100     MOVE SPACES                 TO TSKACTI TNOTEI
035200     MOVE 'Follow-up task saved' TO INFOMSGI.
035300 4000-ADD-TASK-EXIT.
035400     EXIT.
035500*
035600******************************************************************
035700* THE CASE THE TASK BELONGS TO: A DISPUTE BY ITS TRAN-ID, A
035800* PROMISE BY ACCOUNT + 4-DIGIT SEQUENCE (PTP-KEY), A COMPLAINT
035900* BY ITS CASE ID.
036000******************************************************************
036100 4050-CHECK-CASE.
036200     IF TCASETI = LOW-VALUES
036300         MOVE SPACES             TO TCASETI
036400     END-IF
036500     MOVE TCASETI                TO TSK-CASE-TYPE
036600     IF NOT TSK-CASE-TYPE-VALID
036700         MOVE 'Case type must be D (dispute), P (promise), C (comp
036800-            'laint) or blank'    TO ERRMSGI
036900         GO TO 4050-CHECK-CASE-EXIT
037000     END-IF
037100     IF TSK-CASE-NONE
037200         GO TO 4050-CHECK-CASE-EXIT
037300     END-IF
037400     IF TCASEII = SPACES OR LOW-VALUES
037500         MOVE 'Case ID is required for that case type' TO ERRMSGI
037600         GO TO 4050-CHECK-CASE-EXIT
037700     END-IF
037800     EVALUATE TRUE
037900         WHEN TSK-CASE-DISPUTE
038000             MOVE TCASEII        TO DSP-TRAN-ID
038100             EXEC CICS
038200                 READ DATASET('DISPFILE')
038300                 INTO(DISPUTE-CASE-RECORD)
038400                 RIDFLD(DSP-TRAN-ID)
038500                 RESP(WS-RESP-CD)
038600             END-EXEC
038700             IF WS-RESP-CD = ZERO
038800                AND (TACCTI = SPACES OR LOW-VALUES)
038900                 MOVE DSP-ACCT-ID TO TACCTI
039000             END-IF
039100         WHEN TSK-CASE-PROMISE
039200             IF TCASEII (1:15) NOT NUMERIC
039300                 MOVE 'Promise case ID is the account and 4 digit 
039400-                'sequence'       TO ERRMSGI
039500                 GO TO 4050-CHECK-CASE-EXIT
039600             END-IF
039700             MOVE TCASEII (1:15) TO PTP-KEY
039800             EXEC CICS
039900                 READ DATASET('PTPFILE')
040000                 INTO(PROMISE-TO-PAY-RECORD)
040100                 RIDFLD(PTP-KEY)
040200                 RESP(WS-RESP-CD)
040300             END-EXEC
040400             IF WS-RESP-CD = ZERO
040500                AND (TACCTI = SPACES OR LOW-VALUES)
040600                 MOVE PTP-ACCT-ID TO TACCTI
040700             END-IF
040800         WHEN TSK-CASE-COMPLAINT
040900             MOVE TCASEII        TO CPL-ID
041000             EXEC CICS
041100                 READ DATASET('CPLFILE')
041200                 INTO(COMPLAINT-CASE-RECORD)
041300                 RIDFLD(CPL-ID)
041400                 RESP(WS-RESP-CD)
041500             END-EXEC
041600             IF WS-RESP-CD = ZERO
041700                AND (TACCTI = SPACES OR LOW-VALUES)
041800                AND (TCUSTI = SPACES OR LOW-VALUES)
041900                 IF CPL-ACCT-ID > ZERO
042000                     MOVE CPL-ACCT-ID TO TACCTI
042100                 ELSE
042200                     MOVE CPL-CUST-ID TO TCUSTI
042300                 END-IF
042400             END-IF
042500     END-EVALUATE
042600     IF WS-RESP-CD NOT = ZERO
042700         MOVE 'Case not found' TO ERRMSGI
042800     END-IF.
042900 4050-CHECK-CASE-EXIT.
043000     EXIT.
043100*
043200******************************************************************
043300* AN ACCOUNT NAMES ITS HOLDER THROUGH ACCTXREF (THE ACCOUNT-ID
043400* KEY PUN WHEN IT HAS NO XREF ROW, AS COACTVWC DOES); WITH NO
043500* ACCOUNT THE CUSTOMER MUST BE KEYED AND ON FILE.
043600******************************************************************
043700 4100-RESOLVE-CUSTOMER.
043800     MOVE ZERO                   TO TSK-ACCT-ID TSK-CUST-ID
043900     IF TACCTI = SPACES OR LOW-VALUES
044000         GO TO 4100-RESOLVE-BY-CUSTOMER
044100     END-IF
044200     IF TACCTI NOT NUMERIC
044300         MOVE 'Account ID must be an 11 digit number' TO ERRMSGI
044400         GO TO 4100-RESOLVE-CUSTOMER-EXIT
044500     END-IF
044600     MOVE TACCTI                 TO ACCT-ID
044700     EXEC CICS
044800         READ DATASET('ACCTDAT')
044900         INTO(ACCOUNT-RECORD)
045000         RIDFLD(ACCT-ID)
045100         RESP(WS-RESP-CD)
045200     END-EXEC
045300     IF WS-RESP-CD NOT = ZERO
045400         MOVE 'Account not found' TO ERRMSGI
045500         GO TO 4100-RESOLVE-CUSTOMER-EXIT
045600     END-IF
045700     MOVE ACCT-ID                TO TSK-ACCT-ID
045800     MOVE ACCT-ID                TO XRF-ACCT-ID
045900     EXEC CICS
046000         READ DATASET('ACCTXREF')
046100         INTO(ACCT-CUST-XREF-RECORD)
046200         RIDFLD(XRF-ACCT-ID)
046300         RESP(WS-RESP-CD)
046400     END-EXEC
046500     IF WS-RESP-CD = ZERO
046600         MOVE XRF-CUST-ID        TO TSK-CUST-ID
046700     ELSE
046800         MOVE ACCT-ID            TO TSK-CUST-ID
046900     END-IF
047000     MOVE TSK-CUST-ID            TO TCUSTI
047100     GO TO 4100-RESOLVE-CUSTOMER-EXIT.
047200 4100-RESOLVE-BY-CUSTOMER.
047300     IF TCUSTI = SPACES OR LOW-VALUES OR TCUSTI NOT NUMERIC
047400         MOVE 'Enter the account ID, or the 9 digit customer ID'
047500                                 TO ERRMSGI
047600         GO TO 4100-RESOLVE-CUSTOMER-EXIT
047700     END-IF
047800     MOVE TCUSTI                 TO CUST-ID
047900     EXEC CICS
048000         READ DATASET('CUSTDAT')
048100         INTO(CUSTOMER-RECORD)
048200         RIDFLD(CUST-ID)
048300         RESP(WS-RESP-CD)
048400     END-EXEC
048500     IF WS-RESP-CD NOT = ZERO
048600         MOVE 'Customer not found' TO ERRMSGI
048700         GO TO 4100-RESOLVE-CUSTOMER-EXIT
048800     END-IF
048900     MOVE CUST-ID                TO TSK-CUST-ID.
049000 4100-RESOLVE-CUSTOMER-EXIT.
049100     EXIT.
049200*
049300 4200-CHECK-DUE-DATE.
049400     IF TDUEI (5:1) NOT = '-' OR TDUEI (8:1) NOT = '-'
049500        OR TDUEI (1:4) NOT NUMERIC
049600        OR TDUEI (6:2) NOT NUMERIC
049700        OR TDUEI (9:2) NOT NUMERIC
049800         MOVE 'Due date must be YYYY-MM-DD' TO ERRMSGI
049900         GO TO 4200-CHECK-DUE-DATE-EXIT
050000     END-IF
050100     STRING TDUEI (1:4) TDUEI (6:2) TDUEI (9:2)
050200         DELIMITED BY SIZE INTO WS-DUE-DATE-N
050300     END-STRING
050400     IF FUNCTION TEST-DATE-YYYYMMDD (WS-DUE-DATE-N) NOT = ZERO
050500         MOVE 'Due date is not a valid date' TO ERRMSGI
050600         GO TO 4200-CHECK-DUE-DATE-EXIT
050700     END-IF
050800     IF WS-DUE-DATE-N < WS-CURDATE-N
050900         MOVE 'Due date cannot be in the past' TO ERRMSGI
051000     END-IF.
051100 4200-CHECK-DUE-DATE-EXIT.
051200     EXIT.
051300*
051400 4300-CHECK-OWNER.
051500     IF TOWNERI = SPACES OR LOW-VALUES
051600         MOVE CDEMO-USER-ID      TO TOWNERI
051700         GO TO 4300-CHECK-OWNER-EXIT
051800     END-IF
051900     IF TOWNERI = CDEMO-USER-ID
052000         GO TO 4300-CHECK-OWNER-EXIT
052100     END-IF
052200     MOVE TOWNERI                TO SEC-USR-ID
052300     EXEC CICS
052400         READ DATASET('USRSEC')
052500         INTO(SEC-USER-DATA)
052600         RIDFLD(SEC-USR-ID)
052700         RESP(WS-RESP-CD)
052800     END-EXEC
052900     IF WS-RESP-CD NOT = ZERO
053000         MOVE 'Task owner is not a user' TO ERRMSGI
053100         GO TO 4300-CHECK-OWNER-EXIT
053200     END-IF
053300     IF NOT SEC-USR-ACTIVE
053400         MOVE 'Task owner is not an active user' TO ERRMSGI
053500     END-IF.
053600 4300-CHECK-OWNER-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000* MARK LISTED TASK TSKSELI DONE, WITH WHAT CAME OF IT IN TNOTEI.
054100* ONLY THE OWNER, THE MANAGER IT WAS ESCALATED TO, OR AN ADMIN
054200* MAY CLOSE IT.
054300******************************************************************
054400 5000-COMPLETE-TASK.
054500     IF TSKSELI NOT NUMERIC
054600         MOVE 'Select the task line (1-5) to mark done'
054700                                 TO ERRMSGI
054800         GO TO 5000-COMPLETE-TASK-EXIT
054900     END-IF
055000     MOVE TSKSELI                TO WS-SEL-N
055100     IF WS-SEL-N = ZERO OR WS-SEL-N > WS-QUEUE-COUNT
055200         MOVE 'Select the task line (1-5) to mark done'
055300                                 TO ERRMSGI
055400         GO TO 5000-COMPLETE-TASK-EXIT
055500     END-IF
055600     IF TNOTEI = SPACES OR LOW-VALUES
055700         MOVE 'Note is required - what came of it?' TO ERRMSGI
055800         GO TO 5000-COMPLETE-TASK-EXIT
055900     END-IF
056000     MOVE WS-TSK-LIST-KEY (WS-SEL-N) TO TSK-KEY
056100     EXEC CICS
056200         READ DATASET('TSKFILE')
056300         INTO(FOLLOW-UP-TASK-RECORD)
056400         RIDFLD(TSK-KEY)
056500         UPDATE
056600         RESP(WS-RESP-CD)
056700     END-EXEC
056800     IF WS-RESP-CD NOT = ZERO
056900         MOVE 'Task not found - press Enter to refresh' TO ERRMSGI
057000         GO TO 5000-COMPLETE-TASK-EXIT
057100     END-IF
057200     IF TSK-OWNER-ID NOT = CDEMO-USER-ID
057300        AND TSK-ESCALATED-TO NOT = CDEMO-USER-ID
057400        AND NOT CDEMO-USRTYP-ADMIN
057500         MOVE 'Only the owner or their manager may close it'
057600                                 TO ERRMSGI
057700         EXEC CICS
057800             UNLOCK DATASET('TSKFILE')
057900         END-EXEC
058000         GO TO 5000-COMPLETE-TASK-EXIT
058100     END-IF
058200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
058300     SET TSK-DONE                TO TRUE
058400     MOVE WS-CURRENT-TIMESTAMP   TO TSK-DONE-TS
058500     MOVE CDEMO-USER-ID          TO TSK-DONE-BY
058600     MOVE TNOTEI                 TO TSK-OUTCOME
058700     EXEC CICS
058800         REWRITE DATASET('TSKFILE')
058900         FROM(FOLLOW-UP-TASK-RECORD)
059000         RESP(WS-RESP-CD)
059100     END-EXEC
059200     IF WS-RESP-CD NOT = ZERO
059300         MOVE 'Task not updated - press Enter and try again'
059400                                 TO ERRMSGI
059500         GO TO 5000-COMPLETE-TASK-EXIT
059600     END-IF
059700     MOVE SPACES                 TO TSKACTI TSKSELI TNOTEI
059800     MOVE 'Task marked done'     TO INFOMSGI.
059900 5000-COMPLETE-TASK-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300* THE OWNER'S OPEN TASKS DUE TODAY OR EARLIER. THE KEY LEADS WITH
060400* OWNER THEN DUE DATE, SO THE BROWSE STARTS AT THE OWNER AND
060500* STOPS AT THE FIRST TASK DUE AFTER TODAY. '*' MARKS ONE ALREADY
060600* PAST ITS DUE DATE.
060700******************************************************************
060800 6000-LIST-TASKS.
060900     MOVE ZERO                   TO WS-QUEUE-COUNT
061000     MOVE SPACES                 TO WS-TSK-LIST-KEYS
061100     PERFORM 6050-CLEAR-LINE THRU 6050-CLEAR-LINE-EXIT
061200         VARYING WS-TSKQ-IDX FROM 1 BY 1
061300         UNTIL WS-TSKQ-IDX > 5
061400     MOVE 'N'                    TO WS-BROWSE-SW
061500     IF TOWNERI = SPACES OR LOW-VALUES
061600         MOVE CDEMO-USER-ID      TO TOWNERI
061700     END-IF
061800     MOVE TOWNERI                TO WS-LIST-OWNER
061900     MOVE LOW-VALUES             TO TSK-KEY
062000     MOVE WS-LIST-OWNER          TO TSK-OWNER-ID
062100     EXEC CICS
062200         STARTBR DATASET('TSKFILE')
062300         RIDFLD(TSK-KEY)
062400         GTEQ
062500         RESP(WS-RESP-CD)
062600     END-EXEC
062700     IF WS-RESP-CD NOT = ZERO
062800         GO TO 6000-LIST-TASKS-DONE
062900     END-IF
063000     PERFORM 6100-LIST-NEXT-TASK THRU 6100-LIST-NEXT-TASK-EXIT
063100         UNTIL WS-BROWSE-DONE OR WS-QUEUE-COUNT = 5
063200     EXEC CICS
063300         ENDBR DATASET('TSKFILE')
063400     END-EXEC.
063500 6000-LIST-TASKS-DONE.
063600     IF WS-QUEUE-COUNT = 0 AND INFOMSGI = SPACES
063700         MOVE 'No tasks due today' TO INFOMSGI
063800     END-IF.
063900 6000-LIST-TASKS-EXIT.
064000     EXIT.
064100*
064200 6050-CLEAR-LINE.
064300     MOVE SPACES                 TO TSK-QUEUE-LINE (WS-TSKQ-IDX).
064400 6050-CLEAR-LINE-EXIT.
064500     EXIT.
064600*
064700 6100-LIST-NEXT-TASK.
064800     EXEC CICS
064900         READNEXT DATASET('TSKFILE')
065000         INTO(FOLLOW-UP-TASK-RECORD)
065100         RIDFLD(TSK-KEY)
065200         RESP(WS-RESP-CD)
065300     END-EXEC
065400     IF WS-RESP-CD NOT = ZERO
065500        OR TSK-OWNER-ID NOT = WS-LIST-OWNER
065600        OR TSK-DUE-DATE > WS-CURDATE-YYYY-MM-DD
065700         MOVE 'Y'                TO WS-BROWSE-SW
065800         GO TO 6100-LIST-NEXT-TASK-EXIT
065900     END-IF
066000     IF NOT TSK-OPEN
066100         GO TO 6100-LIST-NEXT-TASK-EXIT
066200     END-IF
066300     ADD 1                       TO WS-QUEUE-COUNT
066400     SET WS-TSKQ-IDX             TO WS-QUEUE-COUNT
066500     MOVE TSK-KEY                TO
066600         WS-TSK-LIST-KEY (WS-QUEUE-COUNT)
066700     MOVE TSK-DUE-DATE           TO QDUEI (WS-TSKQ-IDX)
066800     IF TSK-DUE-DATE < WS-CURDATE-YYYY-MM-DD
066900         MOVE '*'                TO QOVDI (WS-TSKQ-IDX)
067000     END-IF
067100     MOVE TSK-TYPE               TO QTYPEI (WS-TSKQ-IDX)
067200     IF TSK-ACCT-ID > ZERO
067300         MOVE TSK-ACCT-ID        TO QACCTI (WS-TSKQ-IDX)
067400     ELSE
067500         MOVE TSK-CUST-ID        TO QACCTI (WS-TSKQ-IDX)
067600     END-IF
067700     IF NOT TSK-CASE-NONE
067800         STRING TSK-CASE-TYPE    DELIMITED BY SIZE
067900                TSK-CASE-ID      DELIMITED BY SIZE
068000           INTO QCASEI (WS-TSKQ-IDX)
068100         END-STRING
068200     END-IF
068300     MOVE TSK-NOTE               TO QNOTEI (WS-TSKQ-IDX)
068400     MOVE TSK-ESCALATED-TO       TO QESCI (WS-TSKQ-IDX).
068500 6100-LIST-NEXT-TASK-EXIT.
068600     EXIT.
068700*
068800******************************************************************
068900* HOW MANY OPEN TASKS CBTSK01C HAS ESCALATED TO THE SIGNED-ON
069000* USER AS THEIR TEAM'S MANAGER. THE FILE IS KEYED BY OWNER, NOT
069100* BY MANAGER, SO THIS READS IT THROUGH - THE SAME FULL BROWSE
069200* COC360C DOES FOR HOLDS AND COMPLAINTS.
069300******************************************************************
069400 6500-COUNT-ESCALATED.
069500     MOVE ZERO                   TO WS-ESC-COUNT
069600     MOVE 'N'                    TO WS-BROWSE-SW
069700     MOVE LOW-VALUES             TO TSK-KEY
069800     EXEC CICS
069900         STARTBR DATASET('TSKFILE')
070000         RIDFLD(TSK-KEY)
070100         GTEQ
070200         RESP(WS-RESP-CD)
070300     END-EXEC
070400     IF WS-RESP-CD NOT = ZERO
070500         GO TO 6500-COUNT-ESCALATED-EXIT
070600     END-IF
070700     PERFORM 6600-COUNT-NEXT-TASK THRU 6600-COUNT-NEXT-TASK-EXIT
070800         UNTIL WS-BROWSE-DONE
070900     EXEC CICS
071000         ENDBR DATASET('TSKFILE')
071100     END-EXEC
071200     IF WS-ESC-COUNT > ZERO
071300         STRING WS-ESC-COUNT     DELIMITED BY SIZE
071400                ' OVERDUE TEAM TASKS ESCALATED TO YOU - KEY OWNER'
071500                                 DELIMITED BY SIZE
071600           INTO ESCMSGI
071700         END-STRING
071800     END-IF.
071900 6500-COUNT-ESCALATED-EXIT.
072000     EXIT.
072100*
072200 6600-COUNT-NEXT-TASK.
072300     EXEC CICS
072400         READNEXT DATASET('TSKFILE')
072500         INTO(FOLLOW-UP-TASK-RECORD)
072600         RIDFLD(TSK-KEY)
072700         RESP(WS-RESP-CD)
072800     END-EXEC
072900     IF WS-RESP-CD NOT = ZERO
073000         MOVE 'Y'                TO WS-BROWSE-SW
073100         GO TO 6600-COUNT-NEXT-TASK-EXIT
073200     END-IF
073300     IF TSK-OPEN AND TSK-ESCALATED-TO = CDEMO-USER-ID
073400         ADD 1                   TO WS-ESC-COUNT
073500     END-IF.
073600 6600-COUNT-NEXT-TASK-EXIT.
073700     EXIT.
073800*
073900 8000-SEND-MAP.
074000     EXEC CICS
074100         SEND MAP('CTSK00A') MAPSET('COTSK00')
074200         FROM(WS-SCREEN-FIELDS)
074300         ERASE
074400     END-EXEC.
074500 8000-SEND-MAP-EXIT.
074600     EXIT.
074700*
074800 9999-EXIT.
074900     EXIT.
