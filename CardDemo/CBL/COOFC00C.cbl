000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COOFC00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - OFAC SANCTIONS REVIEW
001100*                     QUEUE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WORKS THE OFACREV QUEUE OF POTENTIAL SDN LIST
001500*                MATCHES RAISED BY COCUS01C AT CUSTOMER CREATE
001600*                OR UPDATE AND BY THE CBOFC02C NIGHTLY RESCREEN.
001700*                WITH NO ACTION KEYED, LISTS UP TO FIVE PENDING
001800*                MATCHES IN CUSTOMER ORDER. OFCACTI 'F' CLEARS
001900*                THE MATCH KEYED IN CUSTIDI/ENTNUMI AS A FALSE
002000*                POSITIVE - THE CUSTOMER'S PENDING FLAG COMES OFF
002100*                ONCE NO OTHER MATCH IS LEFT PENDING - AND 'C'
002200*                CONFIRMS IT AS A TRUE HIT: THE CUSTOMER IS
002300*                FLAGGED 'C' AND EVERY ACCOUNT THEY HOLD, AS
002400*                PRIMARY OR JOINT, IS FROZEN TO STATUS 'S' WITH
002500*                THE CHANGE AUDITED ON ACCTAUD. THE COMPLIANCE
002600*                ALERT FOR A CONFIRMED HIT IS RAISED BY THE NEXT
002700*                CBOFC02C RUN. THE USER WHO QUEUED THE MATCH MAY
002800*                NOT DECIDE IT, THE SAME RULE COFRD00C ENFORCES
002900*                ON FRAUD HOLDS. REFUSED FOR THE READ-ONLY
003000*                AUDITOR ROLE, AND A CONFIRMATION IS REFUSED
003100*                WHILE A NIGHTLY JOB HOLDS THE ACCOUNT MASTER
003200*                (BATCHCTL).
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  WS-PGMNAME                  PIC X(08) VALUE 'COOFC00C'.
003800 01  WS-TRANID                   PIC X(04) VALUE 'COFC'.
003900*
004000******************************************************************
004100* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004200* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004300* AS ON COACTAPC.
004400******************************************************************
004500 01  WS-SCREEN-FIELDS.
004600     05  CUSTIDI                 PIC X(09).
004700     05  ENTNUMI                 PIC X(10).
004800     05  OFCACTI                 PIC X(01).
004900         88 OFCACT-FALSE-POSITIVE VALUE 'F'.
005000         88 OFCACT-CONFIRM       VALUE 'C'.
005100     05  OFC-QUEUE-LINE OCCURS 5 TIMES
005200                         INDEXED BY WS-OFCQ-IDX.
005300         10  QCUSTI              PIC X(09).
005400         10  QENTNUMI            PIC X(10).
005500         10  QSDNNAMEI           PIC X(30).
005600         10  QBASISI             PIC X(20).
005700     05  ERRMSGI                 PIC X(78).
005800     05  INFOMSGI                PIC X(45).
005900*
006000 COPY CVOFR01Y.
006100 COPY CVCUS01Y.
006200 COPY CVXRF01Y.
006300 COPY CVACT01Y.
006400 COPY CVAUD01Y.
006500*
006600******************************************************************
006700* BATCH QUIESCE CONTROL ROW - SEE CBQSC01C.
006800******************************************************************
006900 COPY CVQSC01Y.
007000*
007100 01  WS-MISC-STORAGE.
007200     05  WS-RESP-CD              PIC S9(08) COMP.
007300     05  WS-CURRENT-TIMESTAMP    PIC X(26).
007400     05  WS-QSC-RIDFLD           PIC X(08).
007500     05  WS-QUIESCE-SW           PIC X(01).
007600         88 WS-QUIESCE-UP        VALUE 'Y'.
007700     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
007800         88  WS-BROWSE-DONE      VALUE 'Y'.
007900     05  WS-XREF-BROWSE-SW       PIC X(01) VALUE 'N'.
008000         88 WS-XREF-BROWSE-DONE  VALUE 'Y'.
008100     05  WS-OTHER-PENDING-SW     PIC X(01).
008200         88 WS-OTHER-PENDING     VALUE 'Y'.
008300     05  WS-QUEUE-COUNT          PIC 9(02) VALUE ZERO.
008400     05  WS-FROZEN-COUNT         PIC 9(02) VALUE ZERO.
008500     05  WS-CUST-ID-N            PIC 9(09).
008600     05  WS-ENT-NUM              PIC X(10).
008700     05  WS-XREF-BROWSE-KEY      PIC 9(11).
008800     05  WS-OLD-STATUS           PIC X(01).
008900*
009000******************************************************************
009100* EVERY ACCOUNT THE CONFIRMED CUSTOMER HOLDS, COLLECTED IN ONE
009200* ACCTXREF BROWSE BEFORE ANY ACCOUNT IS FROZEN.
009300******************************************************************
009400 01  WS-OFC-ACCT-TABLE.
009500     05  WS-OFC-ACCT-USED        PIC 9(02) VALUE ZERO.
009600     05  WS-OFC-ACCT-ENTRY OCCURS 20 TIMES
009700                           INDEXED BY OFA-IDX.
009800         10  WS-OFA-ACCT-ID      PIC 9(11).
009900*
010000 COPY CSDAT01Y.
010100*
010200 01  WS-NAV-BACK-PGM         PIC X(08).
010300*
010400 01  WS-IDLE-TIMEOUT-DATA.
010500     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
010600     05  WS-NOW-DT               PIC 9(08).
010700     05  WS-NOW-HH               PIC 9(02).
010800     05  WS-NOW-MM               PIC 9(02).
010900     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
011000*
011100 COPY COCOM01Y.
011200*
011300 LINKAGE SECTION.
011400 01  DFHCOMMAREA                 PIC X(400).
011500*
011600******************************************************************
011700 PROCEDURE DIVISION.
011800******************************************************************
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012100     PERFORM 1500-CHECK-IDLE-TIMEOUT
012200         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
012300     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
012400     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
012500     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
012600     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
012700     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
012800     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
012900     EXEC CICS
013000         RETURN TRANSID(WS-TRANID)
013100         COMMAREA(CARDDEMO-COMMAREA)
013200     END-EXEC
013300     GOBACK.
013400*
013500 1000-INITIALIZE.
013600     MOVE SPACES                 TO ERRMSGI INFOMSGI
013700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
013800     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
013900     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
014100     IF EIBCALEN > 0
014200         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
014300     END-IF.
014400 1000-INITIALIZE-EXIT.
014500     EXIT.
014600******************************************************************
014700* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
014800* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
014900* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
015000* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
015100******************************************************************
015200 1500-CHECK-IDLE-TIMEOUT.
015300     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
015400         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
015500     END-IF
015600     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
015700     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
015800     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
015900     COMPUTE WS-IDLE-ELAPSED-MINS =
016000         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
016100          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
016200         + (WS-NOW-HH * 60 + WS-NOW-MM)
016300         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
016400     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
016500         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
016600     END-IF.
016700 1500-CHECK-IDLE-TIMEOUT-EXIT.
016800     EXIT.
016900*
017000******************************************************************
017100* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
017200* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
017300* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
017400******************************************************************
017500 2500-NAV-BACK.
017600     IF CDEMO-NAV-STACK-PTR > 0
017700         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
017800                                 TO WS-NAV-BACK-PGM
017900         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
018000     ELSE
018100         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
018200     END-IF
018300     SET CDEMO-PGM-REENTER       TO TRUE
018400     EXEC CICS
018500         XCTL PROGRAM(WS-NAV-BACK-PGM)
018600         COMMAREA(CARDDEMO-COMMAREA)
018700     END-EXEC.
018800 2500-NAV-BACK-EXIT.
018900     EXIT.
019000*
019100 2000-RECEIVE-MAP.
019200     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
019300         GO TO 2000-RECEIVE-MAP-EXIT
019400     END-IF
019500     EXEC CICS
019600         RECEIVE MAP('COFC00A') MAPSET('COOFC00')
019700         INTO(WS-SCREEN-FIELDS)
019800         RESP(WS-RESP-CD)
019900     END-EXEC.
020000 2000-RECEIVE-MAP-EXIT.
020100     EXIT.
020200*
020300 3000-PROCESS-INPUT.
020400     IF CDEMO-TIMEOUT-EXPIRED
020500         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
020600         SET CDEMO-PGM-ENTER      TO TRUE
020700         EXEC CICS
020800             XCTL PROGRAM('COSGN00C')
020900             COMMAREA(CARDDEMO-COMMAREA)
021000         END-EXEC
021100     END-IF
021200     IF EIBAID = DFHPF3
021300         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
021400         GO TO 3000-PROCESS-INPUT-EXIT
021500     END-IF
021600     IF OFCACT-FALSE-POSITIVE OR OFCACT-CONFIRM
021700         IF CDEMO-USRTYP-AUDITOR
021800             MOVE 'Auditor role is view-only - change refused'
021900                                 TO ERRMSGI
022000             GO TO 3000-PROCESS-INPUT-EXIT
022100         END-IF
022200         PERFORM 5000-REVIEW-MATCH THRU 5000-REVIEW-MATCH-EXIT
022300     ELSE
022400         PERFORM 6000-LIST-WORK-QUEUE
022500             THRU 6000-LIST-WORK-QUEUE-EXIT
022600     END-IF.
022700 3000-PROCESS-INPUT-EXIT.
022800     EXIT.
022900*
023000******************************************************************
023100* DECIDE THE MATCH KEYED IN CUSTIDI/ENTNUMI. THE QUEUING USER
023200* MAY NOT DECIDE THEIR OWN MATCH. THE REVIEWER AND TIMESTAMP ARE
023300* STAMPED ON THE QUEUE ROW EITHER WAY.
023400******************************************************************
023500 5000-REVIEW-MATCH.
023600     IF CUSTIDI = SPACES OR LOW-VALUES
023700        OR CUSTIDI NOT NUMERIC
023800         MOVE 'Customer ID must be 9 digits' TO ERRMSGI
023900         GO TO 5000-REVIEW-MATCH-EXIT
024000     END-IF
024100     IF ENTNUMI = SPACES OR LOW-VALUES
024200         MOVE 'SDN entry number is required' TO ERRMSGI
024300         GO TO 5000-REVIEW-MATCH-EXIT
024400     END-IF
024500     IF OFCACT-CONFIRM
024600         PERFORM 7900-CHECK-QUIESCE THRU 7900-CHECK-QUIESCE-EXIT
024700         IF WS-QUIESCE-UP
024800             MOVE 'Account maintenance in progress - try again sh
024900-                 'ortly'        TO ERRMSGI
025000             GO TO 5000-REVIEW-MATCH-EXIT
025100         END-IF
025200     END-IF
025300     MOVE CUSTIDI                TO WS-CUST-ID-N
025400     MOVE ENTNUMI                TO WS-ENT-NUM
025500     MOVE WS-CUST-ID-N           TO OFR-CUST-ID
025600     MOVE WS-ENT-NUM             TO OFR-ENT-NUM
025700     EXEC CICS
025800         READ DATASET('OFACREV')
025900         INTO(OFAC-REVIEW-RECORD)
026000         RIDFLD(OFR-KEY)
026100         UPDATE
026200         RESP(WS-RESP-CD)
026300     END-EXEC
026400     IF WS-RESP-CD NOT = ZERO
026500         MOVE 'Sanctions match not found' TO ERRMSGI
026600         GO TO 5000-REVIEW-MATCH-EXIT
026700     END-IF
026800     IF NOT OFR-PENDING
026900         MOVE 'Match is not pending review' TO ERRMSGI
027000         GO TO 5000-REVIEW-MATCH-EXIT
027100     END-IF
027200     IF OFR-QUEUED-BY = CDEMO-USER-ID
027300         MOVE 'Queuing user may not decide own match' TO ERRMSGI
027400         GO TO 5000-REVIEW-MATCH-EXIT
027500     END-IF
027600     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
027700     IF OFCACT-CONFIRM
027800         SET OFR-CONFIRMED       TO TRUE
027900     ELSE
028000         SET OFR-FALSE-POSITIVE  TO TRUE
028100     END-IF
028200     MOVE CDEMO-USER-ID          TO OFR-REVIEWED-BY
028300     MOVE WS-CURRENT-TIMESTAMP   TO OFR-REVIEWED-TS
028400     EXEC CICS
028500         REWRITE DATASET('OFACREV')
028600         FROM(OFAC-REVIEW-RECORD)
028700         RESP(WS-RESP-CD)
028800     END-EXEC
028900     IF WS-RESP-CD NOT = ZERO
029000         MOVE 'Review update failed - not saved' TO ERRMSGI
029100         GO TO 5000-REVIEW-MATCH-EXIT
029200     END-IF
029300     IF OFCACT-CONFIRM
029400         PERFORM 5200-CONFIRM-HIT THRU 5200-CONFIRM-HIT-EXIT
029500     ELSE
029600         PERFORM 5100-CLEAR-MATCH THRU 5100-CLEAR-MATCH-EXIT
029700     END-IF.
029800 5000-REVIEW-MATCH-EXIT.
029900     EXIT.
030000*
030100******************************************************************
030200* A FALSE POSITIVE. THE CUSTOMER'S PENDING FLAG IS TAKEN OFF
030300* ONLY WHEN NO OTHER MATCH FOR THEM IS STILL PENDING, AND NEVER
030400* FROM A CUSTOMER ALREADY CONFIRMED ON ANOTHER ENTRY.
030500******************************************************************
030600 5100-CLEAR-MATCH.
030700     MOVE 'N'                    TO WS-OTHER-PENDING-SW
030800     MOVE 'N'                    TO WS-BROWSE-SW
030900     MOVE WS-CUST-ID-N           TO OFR-CUST-ID
031000     MOVE LOW-VALUES             TO OFR-ENT-NUM
031100     EXEC CICS
031200         STARTBR DATASET('OFACREV')
031300         RIDFLD(OFR-KEY)
031400         GTEQ
031500         RESP(WS-RESP-CD)
031600     END-EXEC
031700     IF WS-RESP-CD = ZERO
031800         PERFORM 5110-CHECK-NEXT-MATCH
031900             THRU 5110-CHECK-NEXT-MATCH-EXIT
032000             UNTIL WS-BROWSE-DONE OR WS-OTHER-PENDING
032100         EXEC CICS
032200             ENDBR DATASET('OFACREV')
032300         END-EXEC
032400     END-IF
032500     IF WS-OTHER-PENDING
032600         MOVE 'Cleared - other matches still pending'
032700                                 TO INFOMSGI
032800         GO TO 5100-CLEAR-MATCH-EXIT
032900     END-IF
033000     MOVE WS-CUST-ID-N           TO CUST-ID
033100     EXEC CICS
033200         READ DATASET('CUSTDAT')
033300         INTO(CUSTOMER-RECORD)
033400         RIDFLD(CUST-ID)
033500         UPDATE
033600         RESP(WS-RESP-CD)
033700     END-EXEC
033800     IF WS-RESP-CD NOT = ZERO
033900         MOVE 'Customer not found - flag not cleared' TO ERRMSGI
034000         GO TO 5100-CLEAR-MATCH-EXIT
034100     END-IF
034200     IF NOT CUST-OFAC-REVIEW-PENDING
034300         EXEC CICS
034400             UNLOCK DATASET('CUSTDAT')
034500         END-EXEC
034600         MOVE 'Match cleared as false positive' TO INFOMSGI
034700         GO TO 5100-CLEAR-MATCH-EXIT
034800     END-IF
034900     MOVE SPACES                 TO CUST-OFAC-STATUS
035000     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-OFAC-SCREEN-DATE
035100     EXEC CICS
035200         REWRITE DATASET('CUSTDAT')
035300         FROM(CUSTOMER-RECORD)
035400         RESP(WS-RESP-CD)
035500     END-EXEC
035600     MOVE 'Cleared - customer released from hold' TO INFOMSGI.
035700 5100-CLEAR-MATCH-EXIT.
035800     EXIT.
035900*
036000 5110-CHECK-NEXT-MATCH.
036100     EXEC CICS
036200         READNEXT DATASET('OFACREV')
036300         INTO(OFAC-REVIEW-RECORD)
036400         RIDFLD(OFR-KEY)
036500         RESP(WS-RESP-CD)
036600     END-EXEC
036700     IF WS-RESP-CD NOT = ZERO
036800        OR OFR-CUST-ID NOT = WS-CUST-ID-N
036900         MOVE 'Y'                TO WS-BROWSE-SW
037000         GO TO 5110-CHECK-NEXT-MATCH-EXIT
037100     END-IF
037200     IF OFR-PENDING
037300         MOVE 'Y'                TO WS-OTHER-PENDING-SW
037400     END-IF.
037500 5110-CHECK-NEXT-MATCH-EXIT.
037600     EXIT.
037700*
037800******************************************************************
037900* A CONFIRMED HIT: FLAG THE CUSTOMER 'C' AND FREEZE EVERY
038000* ACCOUNT THEY HOLD. THE ALERT TO COMPLIANCE AND OPERATIONS GOES
038100* OUT ON THE NEXT CBOFC02C RUN, WHICH ALSO RE-APPLIES THE FREEZE.
038200******************************************************************
038300 5200-CONFIRM-HIT.
038400     MOVE WS-CUST-ID-N           TO CUST-ID
038500     EXEC CICS
038600         READ DATASET('CUSTDAT')
038700         INTO(CUSTOMER-RECORD)
038800         RIDFLD(CUST-ID)
038900         UPDATE
039000         RESP(WS-RESP-CD)
039100     END-EXEC
039200     IF WS-RESP-CD NOT = ZERO
039300         MOVE 'Customer not found - freeze left to nightly run'
039400                                 TO ERRMSGI
039500         GO TO 5200-CONFIRM-HIT-EXIT
039600     END-IF
039700     SET CUST-OFAC-CONFIRMED-HIT TO TRUE
039800     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-OFAC-SCREEN-DATE
039900     EXEC CICS
040000         REWRITE DATASET('CUSTDAT')
040100         FROM(CUSTOMER-RECORD)
040200         RESP(WS-RESP-CD)
040300     END-EXEC
040400     MOVE ZERO                   TO WS-FROZEN-COUNT
040500     PERFORM 5300-COLLECT-ACCOUNTS
040600         THRU 5300-COLLECT-ACCOUNTS-EXIT
040700     PERFORM 5400-FREEZE-ACCOUNT THRU 5400-FREEZE-ACCOUNT-EXIT
040800         VARYING OFA-IDX FROM 1 BY 1
040900         UNTIL OFA-IDX > WS-OFC-ACCT-USED
041000     MOVE 'Hit confirmed - accounts frozen'
041100                                 TO INFOMSGI.
041200 5200-CONFIRM-HIT-EXIT.
041300     EXIT.
041400*
041500******************************************************************
041600* ACCTXREF HAS NO JOINT-HOLDER PATH, SO THE CUSTOMER'S ACCOUNTS
041700* ARE FOUND IN ONE FULL BROWSE AND HELD IN THE TABLE, AS ON
041800* CODCD00C; THE UPDATES FOLLOW AFTER THE BROWSE IS ENDED.
041900******************************************************************
042000 5300-COLLECT-ACCOUNTS.
042100     MOVE ZERO                   TO WS-OFC-ACCT-USED
042200     MOVE 'N'                    TO WS-XREF-BROWSE-SW
042300     MOVE ZERO                   TO WS-XREF-BROWSE-KEY
042400     EXEC CICS
042500         STARTBR DATASET('ACCTXREF')
042600         RIDFLD(WS-XREF-BROWSE-KEY)
042700         GTEQ
042800         RESP(WS-RESP-CD)
042900     END-EXEC
043000     IF WS-RESP-CD NOT = ZERO
043100         GO TO 5300-COLLECT-ACCOUNTS-EXIT
043200     END-IF
043300     PERFORM 5310-COLLECT-NEXT-XREF
043400         THRU 5310-COLLECT-NEXT-XREF-EXIT
043500         UNTIL WS-XREF-BROWSE-DONE
043600     EXEC CICS
043700         ENDBR DATASET('ACCTXREF')
043800     END-EXEC.
043900 5300-COLLECT-ACCOUNTS-EXIT.
044000     EXIT.
044100*
044200 5310-COLLECT-NEXT-XREF.
044300     EXEC CICS
044400         READNEXT DATASET('ACCTXREF')
044500         INTO(ACCT-CUST-XREF-RECORD)
044600         RIDFLD(WS-XREF-BROWSE-KEY)
044700         RESP(WS-RESP-CD)
044800     END-EXEC
044900     IF WS-RESP-CD NOT = ZERO
045000         MOVE 'Y'                TO WS-XREF-BROWSE-SW
045100         GO TO 5310-COLLECT-NEXT-XREF-EXIT
045200     END-IF
045300     IF XRF-CUST-ID NOT = WS-CUST-ID-N
045400        AND XRF-JOINT-CUST-ID NOT = WS-CUST-ID-N
045500         GO TO 5310-COLLECT-NEXT-XREF-EXIT
045600     END-IF
045700     IF WS-OFC-ACCT-USED NOT < 20
045800         MOVE 'Y'                TO WS-XREF-BROWSE-SW
045900         GO TO 5310-COLLECT-NEXT-XREF-EXIT
046000     END-IF
046100     ADD 1                       TO WS-OFC-ACCT-USED
046200     SET OFA-IDX                 TO WS-OFC-ACCT-USED
046300     MOVE XRF-ACCT-ID            TO WS-OFA-ACCT-ID (OFA-IDX).
046400 5310-COLLECT-NEXT-XREF-EXIT.
046500     EXIT.
046600*
046700******************************************************************
046800* FREEZE ONE ACCOUNT TO 'S'. A CLOSED OR CHARGED-OFF ACCOUNT IS
046900* FROZEN TOO - A BLOCKED PERSON'S CREDIT BALANCE MAY NOT BE
047000* REFUNDED OUT.
047100******************************************************************
047200 5400-FREEZE-ACCOUNT.
047300     MOVE WS-OFA-ACCT-ID (OFA-IDX) TO ACCT-ID
047400     EXEC CICS
047500         READ DATASET('ACCTDAT')
047600         INTO(ACCOUNT-RECORD)
047700         RIDFLD(ACCT-ID)
047800         UPDATE
047900         RESP(WS-RESP-CD)
048000     END-EXEC
048100     IF WS-RESP-CD NOT = ZERO
048200         GO TO 5400-FREEZE-ACCOUNT-EXIT
048300     END-IF
048400     IF ACCT-ACTIVE-STATUS = 'S'
048500         EXEC CICS
048600             UNLOCK DATASET('ACCTDAT')
048700         END-EXEC
048800         GO TO 5400-FREEZE-ACCOUNT-EXIT
048900     END-IF
049000     MOVE ACCT-ACTIVE-STATUS     TO WS-OLD-STATUS
049100     MOVE 'S'                    TO ACCT-ACTIVE-STATUS
049200     EXEC CICS
049300         REWRITE DATASET('ACCTDAT')
049400         FROM(ACCOUNT-RECORD)
049500         RESP(WS-RESP-CD)
049600     END-EXEC
049700     IF WS-RESP-CD NOT = ZERO
049800         GO TO 5400-FREEZE-ACCOUNT-EXIT
049900     END-IF
050000     ADD 1                       TO WS-FROZEN-COUNT
050100     MOVE ACCT-ID                TO AUD-ACCT-ID
050200     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
050300     MOVE CDEMO-USER-ID          TO AUD-USER-ID
050400     MOVE 'ACSTTUS'              TO AUD-FIELD-NAME
050500     MOVE WS-OLD-STATUS          TO AUD-OLD-VALUE
050600     MOVE 'S'                    TO AUD-NEW-VALUE
050700     PERFORM 5900-WRITE-AUDIT-ROW.
050800 5400-FREEZE-ACCOUNT-EXIT.
050900     EXIT.
051000*
051100 5900-WRITE-AUDIT-ROW.
051200     EXEC CICS
051300         WRITE DATASET('ACCTAUD')
051400         FROM(ACCT-AUDIT-RECORD)
051500         RESP(WS-RESP-CD)
051600     END-EXEC.
051700 5900-WRITE-AUDIT-ROW-EXIT.
051800     EXIT.
051900*
052000******************************************************************
052100* LIST UP TO FIVE PENDING MATCHES, IN CUSTOMER ORDER.
052200******************************************************************
052300 6000-LIST-WORK-QUEUE.
052400     MOVE ZERO                   TO WS-QUEUE-COUNT
052500     MOVE 'N'                    TO WS-BROWSE-SW
052600     MOVE LOW-VALUES             TO OFR-KEY
052700     EXEC CICS
052800         STARTBR DATASET('OFACREV')
052900         RIDFLD(OFR-KEY)
053000         GTEQ
053100         RESP(WS-RESP-CD)
053200     END-EXEC
053300     IF WS-RESP-CD NOT = ZERO
053400         MOVE 'No sanctions matches on file' TO INFOMSGI
053500         GO TO 6000-LIST-WORK-QUEUE-EXIT
053600     END-IF
053700     PERFORM 6100-LIST-NEXT-MATCH THRU 6100-LIST-NEXT-MATCH-EXIT
053800         UNTIL WS-BROWSE-DONE OR WS-QUEUE-COUNT = 5
053900     EXEC CICS
054000         ENDBR DATASET('OFACREV')
054100     END-EXEC
054200     IF WS-QUEUE-COUNT = 0
054300         MOVE 'No pending sanctions matches' TO INFOMSGI
054400     END-IF.
054500 6000-LIST-WORK-QUEUE-EXIT.
054600     EXIT.
054700*
054800 6100-LIST-NEXT-MATCH.
054900     EXEC CICS
055000         READNEXT DATASET('OFACREV')
055100         INTO(OFAC-REVIEW-RECORD)
055200         RIDFLD(OFR-KEY)
055300         RESP(WS-RESP-CD)
055400     END-EXEC
055500     IF WS-RESP-CD NOT = ZERO
055600         MOVE 'Y'                TO WS-BROWSE-SW
055700         GO TO 6100-LIST-NEXT-MATCH-EXIT
055800     END-IF
055900     IF NOT OFR-PENDING
056000         GO TO 6100-LIST-NEXT-MATCH-EXIT
056100     END-IF
056200     ADD 1                       TO WS-QUEUE-COUNT
056300     SET WS-OFCQ-IDX             TO WS-QUEUE-COUNT
056400     MOVE OFR-CUST-ID            TO QCUSTI (WS-OFCQ-IDX)
056500     MOVE OFR-ENT-NUM            TO QENTNUMI (WS-OFCQ-IDX)
056600     MOVE SPACES                 TO QSDNNAMEI (WS-OFCQ-IDX)
056700     STRING OFR-SDN-FIRST-NAME DELIMITED BY '  '
056800            ' '                DELIMITED BY SIZE
056900            OFR-SDN-LAST-NAME  DELIMITED BY SIZE
057000       INTO QSDNNAMEI (WS-OFCQ-IDX)
057100     END-STRING
057200     MOVE OFR-MATCH-BASIS        TO QBASISI (WS-OFCQ-IDX).
057300 6100-LIST-NEXT-MATCH-EXIT.
057400     EXIT.
057500*
057600******************************************************************
057700* THE NIGHTLY BATCH JOBS RAISE A QUIESCE FLAG ON BATCHCTL
057800* (CBQSC01C) WHILE THEY UPDATE THE ACCOUNT MASTER IN PLACE.
057900******************************************************************
058000 7900-CHECK-QUIESCE.
058100     MOVE 'N'                    TO WS-QUIESCE-SW
058200     MOVE 'ACCTDAT'              TO WS-QSC-RIDFLD
058300     EXEC CICS
058400         READ DATASET('BATCHCTL')
058500         INTO(BATCH-QUIESCE-RECORD)
058600         RIDFLD(WS-QSC-RIDFLD)
058700         RESP(WS-RESP-CD)
058800     END-EXEC
058900     IF WS-RESP-CD = DFHRESP(NORMAL) AND QSC-IN-USE
059000         MOVE 'Y'                TO WS-QUIESCE-SW
059100     END-IF.
059200 7900-CHECK-QUIESCE-EXIT.
059300     EXIT.
059400*
059500 8000-SEND-MAP.
059600     EXEC CICS
059700         SEND MAP('COFC00A') MAPSET('COOFC00')
059800         FROM(WS-SCREEN-FIELDS)
059900         ERASE
060000     END-EXEC.
060100 8000-SEND-MAP-EXIT.
060200     EXIT.
060300*
060400 9999-EXIT.
060500     EXIT.
