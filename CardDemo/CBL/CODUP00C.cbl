000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODUP00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - PROBABLE DUPLICATE
001100*                     CUSTOMER REVIEW AND MERGE APPROVAL.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WORKS THE DUPCUST QUEUE OF PROBABLE DUPLICATE
001500*                CUSTOMER PAIRS FOUND BY CBDUP01C. WITH NO
001600*                ACTION KEYED, LISTS UP TO FIVE PENDING PAIRS
001700*                WITH BOTH NAMES AND THE RULE THAT MATCHED THEM
001800*                (S SAME SSN, N SAME NAME, DATE OF BIRTH AND
001900*                ADDRESS). DUPACTI 'A' APPROVES THE PAIR KEYED IN
002000*                LOWIDI/HIGHIDI FOR MERGE, SURVIVI NAMING WHICH
002100*                OF THE TWO SURVIVES; CBDUP02C THEN MOVES EVERY
002200*                ACCOUNT, CARD, FUNDING ACCOUNT, PREFERENCE AND
002300*                HISTORY ROW ACROSS OVERNIGHT AND RETIRES THE
002400*                OTHER RECORD. THE MERGE IS DONE IN BATCH
002500*                BECAUSE THE JOINT-HOLDER AND CARD CROSS-
002600*                REFERENCES HAVE NO CUSTOMER PATH TO BROWSE
002700*                ONLINE. 'D' DISMISSES THE PAIR AS TWO DIFFERENT
002800*                PEOPLE, WITH NOTES SAYING WHY, AND IT IS NOT
002900*                RAISED AGAIN. DECISIONS ARE FOR THE ADMIN
003000*                (SUPERVISOR) ROLE ONLY; THE QUEUE ITSELF MAY BE
003100*                VIEWED BY ANY ROLE.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 01  WS-PGMNAME                  PIC X(08) VALUE 'CODUP00C'.
003700 01  WS-TRANID                   PIC X(04) VALUE 'CDUP'.
003800*
003900******************************************************************
004000* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004100* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004200* AS ON COACTAPC.
004300******************************************************************
004400 01  WS-SCREEN-FIELDS.
004500     05  LOWIDI                  PIC X(09).
004600     05  HIGHIDI                 PIC X(09).
004700     05  DUPACTI                 PIC X(01).
004800         88 DUPACT-APPROVE       VALUE 'A'.
004900         88 DUPACT-DISMISS       VALUE 'D'.
005000     05  SURVIVI                 PIC X(09).
005100     05  NOTESI                  PIC X(40).
005200     05  DUP-QUEUE-LINE OCCURS 5 TIMES
005300                        INDEXED BY WS-DUPQ-IDX.
005400         10  QLOWI               PIC X(09).
005500         10  QLNAMEI             PIC X(25).
005600         10  QHIGHI              PIC X(09).
005700         10  QHNAMEI             PIC X(25).
005800         10  QRULEI              PIC X(01).
005900         10  QQUEUEDI            PIC X(10).
006000     05  ERRMSGI                 PIC X(78).
006100     05  INFOMSGI                PIC X(45).
006200*
006300 COPY CVDUP01Y.
006400 COPY CVCUS01Y.
006500*
006600 01  WS-MISC-STORAGE.
006700     05  WS-RESP-CD              PIC S9(08) COMP.
006800     05  WS-CURRENT-TIMESTAMP    PIC X(26).
006900     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
007000         88  WS-BROWSE-DONE      VALUE 'Y'.
007100     05  WS-QUEUE-COUNT          PIC 9(02) VALUE ZERO.
007200     05  WS-LOW-ID-N             PIC 9(09).
007300     05  WS-HIGH-ID-N            PIC 9(09).
007400     05  WS-SURVIVOR-ID-N        PIC 9(09).
007500     05  WS-NAME-HOLD            PIC X(25).
007600*
007700 COPY CSDAT01Y.
007800*
007900 01  WS-NAV-BACK-PGM         PIC X(08).
008000*
008100 01  WS-IDLE-TIMEOUT-DATA.
008200     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
008300     05  WS-NOW-DT               PIC 9(08).
008400     05  WS-NOW-HH               PIC 9(02).
008500     05  WS-NOW-MM               PIC 9(02).
008600     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
008700*
008800 COPY COCOM01Y.
008900*
009000 LINKAGE SECTION.
009100 01  DFHCOMMAREA                 PIC X(400).
009200*
009300******************************************************************
009400 PROCEDURE DIVISION.
009500******************************************************************
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009800     PERFORM 1500-CHECK-IDLE-TIMEOUT
009900         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
010000     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
010100     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
010200     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
010300     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
010400     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
010500     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
010600     EXEC CICS
010700         RETURN TRANSID(WS-TRANID)
010800         COMMAREA(CARDDEMO-COMMAREA)
010900     END-EXEC
011000     GOBACK.
011100*
011200 1000-INITIALIZE.
011300     MOVE SPACES                 TO ERRMSGI INFOMSGI
011400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
011500     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
011600     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
011700     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
011800     IF EIBCALEN > 0
011900         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
012000     END-IF.
012100 1000-INITIALIZE-EXIT.
012200     EXIT.
012300******************************************************************
012400* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
012500* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
012600* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
012700* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
012800******************************************************************
012900 1500-CHECK-IDLE-TIMEOUT.
013000     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
013100         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
013200     END-IF
013300     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
013400     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
013500     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
013600     COMPUTE WS-IDLE-ELAPSED-MINS =
013700         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
013800          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
013900         + (WS-NOW-HH * 60 + WS-NOW-MM)
014000         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
014100     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
014200         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
014300     END-IF.
014400 1500-CHECK-IDLE-TIMEOUT-EXIT.
014500     EXIT.
014600*
014700******************************************************************
014800* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
014900* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
015000* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
015100******************************************************************
015200 2500-NAV-BACK.
015300     IF CDEMO-NAV-STACK-PTR > 0
015400         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
015500                                 TO WS-NAV-BACK-PGM
015600         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
015700     ELSE
015800         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
015900     END-IF
016000     SET CDEMO-PGM-REENTER       TO TRUE
016100     EXEC CICS
016200         XCTL PROGRAM(WS-NAV-BACK-PGM)
016300         COMMAREA(CARDDEMO-COMMAREA)
016400     END-EXEC.
016500 2500-NAV-BACK-EXIT.
016600     EXIT.
016700*
016800 2000-RECEIVE-MAP.
016900     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
017000         GO TO 2000-RECEIVE-MAP-EXIT
017100     END-IF
017200     EXEC CICS
017300         RECEIVE MAP('CDUP00A') MAPSET('CODUP00')
017400         INTO(WS-SCREEN-FIELDS)
017500         RESP(WS-RESP-CD)
017600     END-EXEC.
017700 2000-RECEIVE-MAP-EXIT.
017800     EXIT.
017900*
018000 3000-PROCESS-INPUT.
018100     IF CDEMO-TIMEOUT-EXPIRED
018200         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
018300         SET CDEMO-PGM-ENTER      TO TRUE
018400         EXEC CICS
018500             XCTL PROGRAM('COSGN00C')
018600             COMMAREA(CARDDEMO-COMMAREA)
018700         END-EXEC
018800     END-IF
018900     IF EIBAID = DFHPF3
019000         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
019100         GO TO 3000-PROCESS-INPUT-EXIT
019200     END-IF
019300     IF DUPACT-APPROVE OR DUPACT-DISMISS
019400         IF NOT CDEMO-USRTYP-ADMIN
019500             MOVE 'Duplicate decisions are admin only'
019600                                 TO ERRMSGI
019700             GO TO 3000-PROCESS-INPUT-EXIT
019800         END-IF
019900         PERFORM 5000-DECIDE-PAIR THRU 5000-DECIDE-PAIR-EXIT
020000     END-IF
020100     IF ERRMSGI = SPACES
020200         PERFORM 6000-LIST-WORK-QUEUE
020300             THRU 6000-LIST-WORK-QUEUE-EXIT
020400     END-IF.
020500 3000-PROCESS-INPUT-EXIT.
020600     EXIT.
020700*
020800******************************************************************
020900* DECIDE THE PAIR KEYED IN LOWIDI/HIGHIDI. THE EDITS COME FIRST,
021000* SO NOTHING IS LOCKED UNTIL THE DECISION IS COMPLETE.
021100******************************************************************
021200 5000-DECIDE-PAIR.
021300     IF LOWIDI NOT NUMERIC OR HIGHIDI NOT NUMERIC
021400         MOVE 'Both customer IDs of the pair must be 9 digits'
021500                                 TO ERRMSGI
021600         GO TO 5000-DECIDE-PAIR-EXIT
021700     END-IF
021800     MOVE LOWIDI                 TO WS-LOW-ID-N
021900     MOVE HIGHIDI                TO WS-HIGH-ID-N
022000     IF DUPACT-APPROVE
022100         IF SURVIVI NOT NUMERIC
022200             MOVE 'Surviving customer ID must be 9 digits'
022300                                 TO ERRMSGI
022400             GO TO 5000-DECIDE-PAIR-EXIT
022500         END-IF
022600         MOVE SURVIVI            TO WS-SURVIVOR-ID-N
022700         IF WS-SURVIVOR-ID-N NOT = WS-LOW-ID-N
022800            AND WS-SURVIVOR-ID-N NOT = WS-HIGH-ID-N
022900             MOVE 'Survivor must be one of the two customers'
023000                                 TO ERRMSGI
023100             GO TO 5000-DECIDE-PAIR-EXIT
023200         END-IF
023300         PERFORM 5100-CHECK-CUSTOMER-LIVE
023400             THRU 5100-CHECK-CUSTOMER-LIVE-EXIT
023500         IF ERRMSGI NOT = SPACES
023600             GO TO 5000-DECIDE-PAIR-EXIT
023700         END-IF
023800     END-IF
023900     IF DUPACT-DISMISS
024000        AND (NOTESI = SPACES OR LOW-VALUES)
024100         MOVE 'Notes saying why these are two people required'
024200                                 TO ERRMSGI
024300         GO TO 5000-DECIDE-PAIR-EXIT
024400     END-IF
024500     MOVE WS-LOW-ID-N            TO DUP-CUST-ID-LOW
024600     MOVE WS-HIGH-ID-N           TO DUP-CUST-ID-HIGH
024700     EXEC CICS
024800         READ DATASET('DUPCUST')
024900         INTO(DUPLICATE-PAIR-RECORD)
025000         RIDFLD(DUP-KEY)
025100         UPDATE
025200         RESP(WS-RESP-CD)
025300     END-EXEC
025400     IF WS-RESP-CD NOT = ZERO
025500         MOVE 'Pair not found - key the lower ID first'
025600                                 TO ERRMSGI
025700         GO TO 5000-DECIDE-PAIR-EXIT
025800     END-IF
025900     IF NOT DUP-PENDING
026000         EXEC CICS
026100             UNLOCK DATASET('DUPCUST')
026200         END-EXEC
026300         MOVE 'Pair has already been decided' TO ERRMSGI
026400         GO TO 5000-DECIDE-PAIR-EXIT
026500     END-IF
026600     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
026700     IF DUPACT-APPROVE
026800         SET DUP-APPROVED        TO TRUE
026900         MOVE WS-SURVIVOR-ID-N   TO DUP-SURVIVOR-ID
027000     ELSE
027100         SET DUP-DISMISSED       TO TRUE
027200         MOVE ZERO               TO DUP-SURVIVOR-ID
027300     END-IF
027400     MOVE CDEMO-USER-ID          TO DUP-WORKED-BY
027500     MOVE WS-CURRENT-TIMESTAMP   TO DUP-WORKED-TS
027600     IF NOTESI NOT = LOW-VALUES
027700         MOVE NOTESI             TO DUP-NOTE
027800     END-IF
027900     EXEC CICS
028000         REWRITE DATASET('DUPCUST')
028100         FROM(DUPLICATE-PAIR-RECORD)
028200         RESP(WS-RESP-CD)
028300     END-EXEC
028400     IF WS-RESP-CD NOT = ZERO
028500         MOVE 'Pair update failed - decision not saved'
028600                                 TO ERRMSGI
028700         GO TO 5000-DECIDE-PAIR-EXIT
028800     END-IF
028900     IF DUPACT-APPROVE
029000         MOVE 'Merge approved - applied by overnight run'
029100                                 TO INFOMSGI
029200     ELSE
029300         MOVE 'Pair dismissed as two different people'
029400                                 TO INFOMSGI
029500     END-IF.
029600 5000-DECIDE-PAIR-EXIT.
029700     EXIT.
029800*
029900******************************************************************
030000* BOTH HALVES OF AN APPROVED PAIR MUST STILL BE ON FILE AND NOT
030100* ALREADY RETIRED INTO SOMEONE ELSE.
030200******************************************************************
030300 5100-CHECK-CUSTOMER-LIVE.
030400     MOVE WS-LOW-ID-N            TO CUST-ID
030500     PERFORM 5110-READ-CHECK-CUSTOMER
030600         THRU 5110-READ-CHECK-CUSTOMER-EXIT
030700     IF ERRMSGI NOT = SPACES
030800         GO TO 5100-CHECK-CUSTOMER-LIVE-EXIT
030900     END-IF
031000     MOVE WS-HIGH-ID-N           TO CUST-ID
031100     PERFORM 5110-READ-CHECK-CUSTOMER
031200         THRU 5110-READ-CHECK-CUSTOMER-EXIT.
031300 5100-CHECK-CUSTOMER-LIVE-EXIT.
031400     EXIT.
031500*
031600 5110-READ-CHECK-CUSTOMER.
031700     EXEC CICS
031800         READ DATASET('CUSTDAT')
031900         INTO(CUSTOMER-RECORD)
032000         RIDFLD(CUST-ID)
032100         RESP(WS-RESP-CD)
032200     END-EXEC
032300     IF WS-RESP-CD NOT = ZERO
032400         MOVE 'A customer of the pair is no longer on file'
032500                                 TO ERRMSGI
032600         GO TO 5110-READ-CHECK-CUSTOMER-EXIT
032700     END-IF
032800     IF CUST-MERGED
032900         MOVE 'Customer already merged - dismiss the pair'
033000                                 TO ERRMSGI
033100     END-IF.
033200 5110-READ-CHECK-CUSTOMER-EXIT.
033300     EXIT.
033400*
033500******************************************************************
033600* LIST UP TO FIVE PENDING PAIRS, IN KEY ORDER.
033700******************************************************************
033800 6000-LIST-WORK-QUEUE.
033900     MOVE ZERO                   TO WS-QUEUE-COUNT
034000     MOVE 'N'                    TO WS-BROWSE-SW
034100     MOVE ZERO                   TO DUP-CUST-ID-LOW
034200                                    DUP-CUST-ID-HIGH
034300     EXEC CICS
034400         STARTBR DATASET('DUPCUST')
034500         RIDFLD(DUP-KEY)
034600         GTEQ
034700         RESP(WS-RESP-CD)
034800     END-EXEC
034900     IF WS-RESP-CD NOT = ZERO
035000         IF INFOMSGI = SPACES
035100             MOVE 'No duplicate pairs on file' TO INFOMSGI
035200         END-IF
035300         GO TO 6000-LIST-WORK-QUEUE-EXIT
035400     END-IF
035500     PERFORM 6100-LIST-NEXT-PAIR THRU 6100-LIST-NEXT-PAIR-EXIT
035600         UNTIL WS-BROWSE-DONE OR WS-QUEUE-COUNT = 5
035700     EXEC CICS
035800         ENDBR DATASET('DUPCUST')
035900     END-EXEC
036000     IF WS-QUEUE-COUNT = 0 AND INFOMSGI = SPACES
036100         MOVE 'No duplicate pairs pending' TO INFOMSGI
036200     END-IF.
036300 6000-LIST-WORK-QUEUE-EXIT.
036400     EXIT.
036500*
036600 6100-LIST-NEXT-PAIR.
036700     EXEC CICS
036800         READNEXT DATASET('DUPCUST')
036900         INTO(DUPLICATE-PAIR-RECORD)
037000         RIDFLD(DUP-KEY)
037100         RESP(WS-RESP-CD)
037200     END-EXEC
037300     IF WS-RESP-CD NOT = ZERO
037400         MOVE 'Y'                TO WS-BROWSE-SW
037500         GO TO 6100-LIST-NEXT-PAIR-EXIT
037600     END-IF
037700     IF NOT DUP-PENDING
037800         GO TO 6100-LIST-NEXT-PAIR-EXIT
037900     END-IF
038000     ADD 1                       TO WS-QUEUE-COUNT
038100     SET WS-DUPQ-IDX             TO WS-QUEUE-COUNT
038200     MOVE DUP-CUST-ID-LOW        TO QLOWI (WS-DUPQ-IDX)
038300     MOVE DUP-CUST-ID-LOW        TO CUST-ID
038400     PERFORM 6200-FORMAT-NAME THRU 6200-FORMAT-NAME-EXIT
038500     MOVE WS-NAME-HOLD           TO QLNAMEI (WS-DUPQ-IDX)
038600     MOVE DUP-CUST-ID-HIGH       TO QHIGHI (WS-DUPQ-IDX)
038700     MOVE DUP-CUST-ID-HIGH       TO CUST-ID
038800     PERFORM 6200-FORMAT-NAME THRU 6200-FORMAT-NAME-EXIT
038900     MOVE WS-NAME-HOLD           TO QHNAMEI (WS-DUPQ-IDX)
039000     MOVE DUP-MATCH-RULE         TO QRULEI (WS-DUPQ-IDX)
039100     MOVE DUP-QUEUED-TS (1:4)    TO QQUEUEDI (WS-DUPQ-IDX) (1:4)
039200     MOVE '-'                    TO QQUEUEDI (WS-DUPQ-IDX) (5:1)
039300     MOVE DUP-QUEUED-TS (5:2)    TO QQUEUEDI (WS-DUPQ-IDX) (6:2)
039400     MOVE '-'                    TO QQUEUEDI (WS-DUPQ-IDX) (8:1)
039500     MOVE DUP-QUEUED-TS (7:2)    TO QQUEUEDI (WS-DUPQ-IDX) (9:2).
039600 6100-LIST-NEXT-PAIR-EXIT.
039700     EXIT.
039800*
039900 6200-FORMAT-NAME.
040000     MOVE SPACES                 TO WS-NAME-HOLD
040100     EXEC CICS
040200         READ DATASET('CUSTDAT')
040300         INTO(CUSTOMER-RECORD)
040400         RIDFLD(CUST-ID)
040500         RESP(WS-RESP-CD)
040600     END-EXEC
040700     IF WS-RESP-CD NOT = ZERO
040800         MOVE '(NOT ON FILE)'    TO WS-NAME-HOLD
040900         GO TO 6200-FORMAT-NAME-EXIT
041000     END-IF
041100     STRING CUST-FIRST-NAME      DELIMITED BY '  '
041200            ' '                  DELIMITED BY SIZE
041300            CUST-LAST-NAME       DELIMITED BY SIZE
041400       INTO WS-NAME-HOLD
041500     END-STRING.
041600 6200-FORMAT-NAME-EXIT.
041700     EXIT.
041800*
041900 8000-SEND-MAP.
042000     EXEC CICS
042100         SEND MAP('CDUP00A') MAPSET('CODUP00')
042200         FROM(WS-SCREEN-FIELDS)
042300         ERASE
042400     END-EXEC.
042500 8000-SEND-MAP-EXIT.
042600     EXIT.
042700*
042800 9999-EXIT.
042900     EXIT.
