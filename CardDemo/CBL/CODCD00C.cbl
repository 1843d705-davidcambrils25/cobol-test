000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODCD00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - DECEASED CARDHOLDER
001100*                     NOTIFICATION AND ESTATE WORKFLOW.
000000* 2026-10-15  MAINT   A SOLE-OWNED ACCOUNT FROZEN UNDER SANCTIONS
000000*                     ('S') KEEPS THE FREEZE RATHER THAN GOING TO
000000*                     'X'.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RECORDS A DEATH NOTIFICATION TAKEN BY AN AGENT
001500*                (FAMILY, EXECUTOR OR ATTORNEY CALL, OR A DEATH
001600*                CERTIFICATE IN THE MAIL) AND RUNS THE ESTATE
001700*                WORKFLOW THE CBDCD01C DEATH MASTER FEED RUNS:
001800*                THE DATE OF DEATH IS STAMPED ON THE CUSTOMER
001900*                (SOURCE 'N') WITH THE INTEREST/FEE REFUND LEFT
002000*                PENDING FOR CBDCD02C; A SOLE-OWNED ACCOUNT GOES
002100*                TO STATUS 'X' DECEASED WITH EVERY CARD STOPPED
002200*                AND EVERY ACTIVE AUTOPAY SCHEDULE CANCELLED; A
002300*                JOINT ACCOUNT PASSES TO THE SURVIVING HOLDER
002400*                WITH ONLY THE DECEASED'S OWN CARDS STOPPED; AN
002500*                ESTATE CONTACT IS OPENED ON CORRHIST AND
002600*                DO-NOT-CONTACT SET ON CONTPREF. THE DATE OF
002700*                DEATH MUST BE A REAL DATE, NOT IN THE FUTURE
002800*                AND NOT BEFORE THE DATE OF BIRTH. THE WHOLE
002900*                TRAIL GOES TO ACCTAUD. REFUSED WHILE A NIGHTLY
003000*                JOB HOLDS THE ACCOUNT MASTER (BATCHCTL), AND
003100*                FOR THE READ-ONLY AUDITOR ROLE.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 01  WS-PGMNAME                  PIC X(08) VALUE 'CODCD00C'.
003700 01  WS-TRANID                   PIC X(04) VALUE 'CDCD'.
003800*
003900******************************************************************
004000* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004100* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004200* AS ON COACTAPC.
004300******************************************************************
004400 01  WS-SCREEN-FIELDS.
004500     05  CUSTIDI                 PIC X(09).
004600     05  DODI                    PIC X(10).
004700     05  CONFIRMI                PIC X(01).
004800     05  ERRMSGI                 PIC X(78).
004900     05  INFOMSGI                PIC X(45).
005000*
005100 COPY CVCUS01Y.
005200 COPY CVXRF01Y.
005300 COPY CVACT01Y.
005400 COPY CVACT02Y.
005500 COPY CVPAY01Y.
005600 COPY CVCOR01Y.
005700 COPY CVCPR01Y.
005800 COPY CVAUD01Y.
005900*
006000******************************************************************
006100* BATCH QUIESCE CONTROL ROW - SEE CBQSC01C.
006200******************************************************************
006300 COPY CVQSC01Y.
006400*
006500 01  WS-MISC-STORAGE.
006600     05  WS-RESP-CD              PIC S9(08) COMP.
006700     05  WS-CURRENT-TIMESTAMP    PIC X(26).
006800     05  WS-QSC-RIDFLD           PIC X(08).
006900     05  WS-QUIESCE-SW           PIC X(01).
007000         88 WS-QUIESCE-UP        VALUE 'Y'.
007100     05  WS-XREF-BROWSE-SW       PIC X(01) VALUE 'N'.
007200         88 WS-XREF-BROWSE-DONE  VALUE 'Y'.
007300     05  WS-CARD-BROWSE-SW       PIC X(01) VALUE 'N'.
007400         88 WS-CARD-BROWSE-DONE  VALUE 'Y'.
007500     05  WS-PAY-BROWSE-SW        PIC X(01) VALUE 'N'.
007600         88 WS-PAY-BROWSE-DONE   VALUE 'Y'.
007700     05  WS-STOP-ALL-SW          PIC X(01).
007800         88 WS-STOP-ALL-CARDS    VALUE 'Y'.
007900     05  WS-SOLE-FOUND-SW        PIC X(01).
008000         88 WS-SOLE-FOUND        VALUE 'Y'.
008100     05  WS-CARDS-STOPPED        PIC 9(03) VALUE ZERO.
008200     05  WS-SCHEDS-CANCELLED     PIC 9(03) VALUE ZERO.
008300     05  WS-CUST-ID-N            PIC 9(09).
008400     05  WS-XREF-BROWSE-KEY      PIC 9(11).
008500     05  WS-PAY-BROWSE-KEY       PIC X(16).
008600     05  WS-EMBOSS-NAME          PIC X(50).
008700     05  WS-OLD-STATUS           PIC X(01).
008800*
008900******************************************************************
009000* EVERY ACCOUNT THE DECEASED HOLDS, COLLECTED IN ONE ACCTXREF
009100* BROWSE BEFORE ANY UPDATE, WITH THE DECEASED'S ROLE ON IT:
009200* 'S' SOLE OWNER, 'P' PRIMARY WITH A SURVIVING JOINT HOLDER,
009300* 'J' JOINT HOLDER ONLY.
009400******************************************************************
009500 01  WS-DCD-ACCT-TABLE.
009600     05  WS-DCD-ACCT-USED        PIC 9(02) VALUE ZERO.
009700     05  WS-DCD-ACCT-ENTRY OCCURS 20 TIMES
009800                           INDEXED BY DCA-IDX.
009900         10  WS-DCA-ACCT-ID      PIC 9(11).
010000         10  WS-DCA-ROLE         PIC X(01).
010100             88 WS-DCA-SOLE      VALUE 'S'.
010200             88 WS-DCA-PRIMARY   VALUE 'P'.
010300             88 WS-DCA-JOINT     VALUE 'J'.
010400*
010500 01  WS-NAV-BACK-PGM         PIC X(08).
010600*
010700 01  WS-IDLE-TIMEOUT-DATA.
010800     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
010900     05  WS-NOW-DT               PIC 9(08).
011000     05  WS-NOW-HH               PIC 9(02).
011100     05  WS-NOW-MM               PIC 9(02).
011200     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
011300*
011400******************************************************************
011500* CALENDAR VALIDATION FOR THE DATE OF DEATH, THE SAME LEAP-YEAR-
011600* AWARE DAYS-PER-MONTH TABLE COCUS01C USES FOR THE DATE OF BIRTH.
011700******************************************************************
011800 01  WS-DAYS-IN-MONTH-VALUES.
011900     05 FILLER PIC 9(02) VALUE 31.
012000     05 FILLER PIC 9(02) VALUE 28.
012100     05 FILLER PIC 9(02) VALUE 31.
012200     05 FILLER PIC 9(02) VALUE 30.
012300     05 FILLER PIC 9(02) VALUE 31.
012400     05 FILLER PIC 9(02) VALUE 30.
012500     05 FILLER PIC 9(02) VALUE 31.
012600     05 FILLER PIC 9(02) VALUE 31.
012700     05 FILLER PIC 9(02) VALUE 30.
012800     05 FILLER PIC 9(02) VALUE 31.
012900     05 FILLER PIC 9(02) VALUE 30.
013000     05 FILLER PIC 9(02) VALUE 31.
013100*
013200 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
013300     05 WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
013400*
013500 01  WS-DATE-VALIDATE-DATA.
013600     05  WS-DTVAL-YEAR           PIC 9(04).
013700     05  WS-DTVAL-MONTH          PIC 9(02).
013800     05  WS-DTVAL-DAY            PIC 9(02).
013900     05  WS-DTVAL-MAX-DAY        PIC 9(02).
014000     05  WS-DTVAL-SW             PIC X(01) VALUE 'Y'.
014100         88 WS-DTVAL-OK          VALUE 'Y'.
014200         88 WS-DTVAL-BAD         VALUE 'N'.
014300*
014400 COPY CSDAT01Y.
014500*
014600 COPY COCOM01Y.
014700*
014800 LINKAGE SECTION.
014900 01  DFHCOMMAREA                 PIC X(400).
015000*
015100******************************************************************
015200 PROCEDURE DIVISION.
015300******************************************************************
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015600     PERFORM 1500-CHECK-IDLE-TIMEOUT
015700         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
015800     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
015900     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
016000     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
016100     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
016200     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
016300     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
016400     EXEC CICS
016500         RETURN TRANSID(WS-TRANID)
016600         COMMAREA(CARDDEMO-COMMAREA)
016700     END-EXEC
016800     GOBACK.
016900*
017000 1000-INITIALIZE.
017100     MOVE SPACES                 TO ERRMSGI INFOMSGI
017200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
017300     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
017400     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
017500     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
017600     IF EIBCALEN > 0
017700         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
017800     END-IF.
017900 1000-INITIALIZE-EXIT.
018000     EXIT.
018100******************************************************************
018200* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
018300* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
018400* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
018500* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
018600******************************************************************
018700 1500-CHECK-IDLE-TIMEOUT.
018800     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
018900         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
019000     END-IF
019100     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
019200     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
019300     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
019400     COMPUTE WS-IDLE-ELAPSED-MINS =
019500         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
019600          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
019700         + (WS-NOW-HH * 60 + WS-NOW-MM)
019800         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
019900     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
020000         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
020100     END-IF.
020200 1500-CHECK-IDLE-TIMEOUT-EXIT.
020300     EXIT.
020400*
020500******************************************************************
020600* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
020700* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
020800* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
020900******************************************************************
021000 2500-NAV-BACK.
021100     IF CDEMO-NAV-STACK-PTR > 0
021200         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
021300                                 TO WS-NAV-BACK-PGM
021400         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
021500     ELSE
021600         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
021700     END-IF
021800     SET CDEMO-PGM-REENTER       TO TRUE
021900     EXEC CICS
022000         XCTL PROGRAM(WS-NAV-BACK-PGM)
022100         COMMAREA(CARDDEMO-COMMAREA)
022200     END-EXEC.
022300 2500-NAV-BACK-EXIT.
022400     EXIT.
022500*
022600 2000-RECEIVE-MAP.
022700     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
022800         GO TO 2000-RECEIVE-MAP-EXIT
022900     END-IF
023000     EXEC CICS
023100         RECEIVE MAP('CDCD00A') MAPSET('CODCD00')
023200         INTO(WS-SCREEN-FIELDS)
023300         RESP(WS-RESP-CD)
023400     END-EXEC.
023500 2000-RECEIVE-MAP-EXIT.
023600     EXIT.
023700*
023800 3000-PROCESS-INPUT.
023900     IF CDEMO-TIMEOUT-EXPIRED
024000         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
024100         SET CDEMO-PGM-ENTER      TO TRUE
024200         EXEC CICS
024300             XCTL PROGRAM('COSGN00C')
024400             COMMAREA(CARDDEMO-COMMAREA)
024500         END-EXEC
024600     END-IF
024700     IF EIBAID = DFHPF3
024800         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
024900         GO TO 3000-PROCESS-INPUT-EXIT
025000     END-IF
025100     IF CDEMO-PGM-ENTER
025200         GO TO 3000-PROCESS-INPUT-EXIT
025300     END-IF
025400     IF CDEMO-USRTYP-AUDITOR
025500         MOVE 'Auditor role is view-only - change refused'
025600                                 TO ERRMSGI
025700         GO TO 3000-PROCESS-INPUT-EXIT
025800     END-IF
025900     IF CUSTIDI = SPACES OR LOW-VALUES
026000        OR CUSTIDI NOT NUMERIC
026100         MOVE 'Customer ID must be 9 digits' TO ERRMSGI
026200         GO TO 3000-PROCESS-INPUT-EXIT
026300     END-IF
026400     MOVE CUSTIDI                TO WS-CUST-ID-N
026500     PERFORM 4000-VALIDATE-DOD THRU 4000-VALIDATE-DOD-EXIT
026600     IF WS-DTVAL-BAD
026700         MOVE 'Date of death must be a real date YYYY-MM-DD, n
026800-             'ot in the future'  TO ERRMSGI
026900         GO TO 3000-PROCESS-INPUT-EXIT
027000     END-IF
027100     IF CONFIRMI = 'Y'
027200         PERFORM 5000-RECORD-DEATH THRU 5000-RECORD-DEATH-EXIT
027300     ELSE
027400         MOVE 'Set CONFIRM to Y to record the death'
027500                                 TO INFOMSGI
027600     END-IF.
027700 3000-PROCESS-INPUT-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100* CALENDAR CHECK OF THE DATE OF DEATH, THE SAME LEAP-YEAR-AWARE
028200* TEST COCUS01C APPLIES TO THE DATE OF BIRTH. A DATE AFTER TODAY
028300* IS REFUSED; ONE BEFORE THE DATE OF BIRTH IS REFUSED ONCE THE
028400* CUSTOMER HAS BEEN READ (5000-RECORD-DEATH).
028500******************************************************************
028600 4000-VALIDATE-DOD.
028700     SET WS-DTVAL-OK             TO TRUE
028800     IF DODI (1:4) NOT NUMERIC
028900        OR DODI (5:1) NOT = '-'
029000        OR DODI (6:2) NOT NUMERIC
029100        OR DODI (8:1) NOT = '-'
029200        OR DODI (9:2) NOT NUMERIC
029300         SET WS-DTVAL-BAD        TO TRUE
029400         GO TO 4000-VALIDATE-DOD-EXIT
029500     END-IF
029600     MOVE DODI (1:4)             TO WS-DTVAL-YEAR
029700     MOVE DODI (6:2)             TO WS-DTVAL-MONTH
029800     MOVE DODI (9:2)             TO WS-DTVAL-DAY
029900     IF WS-DTVAL-YEAR < 1900
030000        OR WS-DTVAL-MONTH < 1 OR WS-DTVAL-MONTH > 12
030100         SET WS-DTVAL-BAD        TO TRUE
030200         GO TO 4000-VALIDATE-DOD-EXIT
030300     END-IF
030400     MOVE WS-DAYS-IN-MONTH (WS-DTVAL-MONTH) TO WS-DTVAL-MAX-DAY
030500     IF WS-DTVAL-MONTH = 2
030600         AND FUNCTION MOD(WS-DTVAL-YEAR, 4) = 0
030700         AND (FUNCTION MOD(WS-DTVAL-YEAR, 100) NOT = 0
030800             OR FUNCTION MOD(WS-DTVAL-YEAR, 400) = 0)
030900         MOVE 29                 TO WS-DTVAL-MAX-DAY
031000     END-IF
031100     IF WS-DTVAL-DAY < 1 OR WS-DTVAL-DAY > WS-DTVAL-MAX-DAY
031200         SET WS-DTVAL-BAD        TO TRUE
031300         GO TO 4000-VALIDATE-DOD-EXIT
031400     END-IF
031500     IF DODI > WS-CURDATE-YYYY-MM-DD
031600         SET WS-DTVAL-BAD        TO TRUE
031700     END-IF.
031800 4000-VALIDATE-DOD-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200* RECORD THE DEATH: STAMP THE CUSTOMER, SETTLE EVERY ACCOUNT,
032300* CANCEL AUTOPAY ON THE SOLE-OWNED ONES, OPEN THE ESTATE CONTACT
032400* AND STOP MARKETING AND COLLECTIONS CONTACT.
032500******************************************************************
032600 5000-RECORD-DEATH.
032700     PERFORM 7900-CHECK-QUIESCE THRU 7900-CHECK-QUIESCE-EXIT
032800     IF WS-QUIESCE-UP
032900         MOVE 'Account maintenance in progress - try again shortl
033000-             'y'                TO ERRMSGI
033100         GO TO 5000-RECORD-DEATH-EXIT
033200     END-IF
033300     MOVE WS-CUST-ID-N           TO CUST-ID
033400     EXEC CICS
033500         READ DATASET('CUSTDAT')
033600         INTO(CUSTOMER-RECORD)
033700         RIDFLD(CUST-ID)
033800         UPDATE
033900         RESP(WS-RESP-CD)
034000     END-EXEC
034100     IF WS-RESP-CD NOT = ZERO
034200         MOVE 'Customer not found' TO ERRMSGI
034300         GO TO 5000-RECORD-DEATH-EXIT
034400     END-IF
034500     IF CUST-DECEASED-DATE NOT = SPACES
034600        AND CUST-DECEASED-DATE NOT = LOW-VALUES
034700         MOVE 'Customer is already recorded as deceased'
034800                                 TO ERRMSGI
034900         GO TO 5000-RECORD-DEATH-EXIT
035000     END-IF
035100     IF DODI < CUST-DOB-YYYY-MM-DD
035200         MOVE 'Date of death is before the date of birth'
035300                                 TO ERRMSGI
035400         GO TO 5000-RECORD-DEATH-EXIT
035500     END-IF
035600     MOVE DODI                   TO CUST-DECEASED-DATE
035700     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-DECEASED-NOTIFY-DATE
035800     SET CUST-DECEASED-NOTIFIED  TO TRUE
035900     SET CUST-DECEASED-REFUND-PENDING TO TRUE
036000     EXEC CICS
036100         REWRITE DATASET('CUSTDAT')
036200         FROM(CUSTOMER-RECORD)
036300         RESP(WS-RESP-CD)
036400     END-EXEC
036500     IF WS-RESP-CD NOT = ZERO
036600         MOVE 'Customer update failed - not saved' TO ERRMSGI
036700         GO TO 5000-RECORD-DEATH-EXIT
036800     END-IF
036900     MOVE SPACES                 TO WS-EMBOSS-NAME
037000     STRING CUST-FIRST-NAME DELIMITED BY '  '
037100            ' '             DELIMITED BY SIZE
037200            CUST-LAST-NAME  DELIMITED BY SIZE
037300       INTO WS-EMBOSS-NAME
037400     END-STRING
037500     PERFORM 5100-COLLECT-ACCOUNTS
037600         THRU 5100-COLLECT-ACCOUNTS-EXIT
037700     PERFORM 6000-SETTLE-ACCOUNT THRU 6000-SETTLE-ACCOUNT-EXIT
037800         VARYING DCA-IDX FROM 1 BY 1
037900         UNTIL DCA-IDX > WS-DCD-ACCT-USED
038000     PERFORM 7000-CANCEL-SCHEDULES
038100         THRU 7000-CANCEL-SCHEDULES-EXIT
038200     PERFORM 7500-OPEN-ESTATE-CONTACT
038300         THRU 7500-OPEN-ESTATE-CONTACT-EXIT
038400     PERFORM 7600-SUPPRESS-CONTACT
038500         THRU 7600-SUPPRESS-CONTACT-EXIT
038600     MOVE 'Death recorded - estate workflow opened'
038700                                 TO INFOMSGI.
038800 5000-RECORD-DEATH-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* ACCTXREF HAS NO JOINT-HOLDER PATH, SO THE DECEASED'S ACCOUNTS
039300* ARE FOUND IN ONE FULL BROWSE AND HELD IN THE TABLE; THE
039400* UPDATES FOLLOW AFTER THE BROWSE IS ENDED.
039500******************************************************************
039600 5100-COLLECT-ACCOUNTS.
039700     MOVE ZERO                   TO WS-DCD-ACCT-USED
039800     MOVE 'N'                    TO WS-XREF-BROWSE-SW
039900     MOVE ZERO                   TO WS-XREF-BROWSE-KEY
040000     EXEC CICS
040100         STARTBR DATASET('ACCTXREF')
040200         RIDFLD(WS-XREF-BROWSE-KEY)
040300         GTEQ
040400         RESP(WS-RESP-CD)
040500     END-EXEC
040600     IF WS-RESP-CD NOT = ZERO
040700         GO TO 5100-COLLECT-ACCOUNTS-EXIT
040800     END-IF
040900     PERFORM 5110-COLLECT-NEXT-XREF
041000         THRU 5110-COLLECT-NEXT-XREF-EXIT
041100         UNTIL WS-XREF-BROWSE-DONE
041200     EXEC CICS
041300         ENDBR DATASET('ACCTXREF')
041400     END-EXEC.
041500 5100-COLLECT-ACCOUNTS-EXIT.
041600     EXIT.
041700*
041800 5110-COLLECT-NEXT-XREF.
041900     EXEC CICS
042000         READNEXT DATASET('ACCTXREF')
042100         INTO(ACCT-CUST-XREF-RECORD)
042200         RIDFLD(WS-XREF-BROWSE-KEY)
042300         RESP(WS-RESP-CD)
042400     END-EXEC
042500     IF WS-RESP-CD NOT = ZERO
042600         MOVE 'Y'                TO WS-XREF-BROWSE-SW
042700         GO TO 5110-COLLECT-NEXT-XREF-EXIT
042800     END-IF
042900     IF XRF-CUST-ID NOT = WS-CUST-ID-N
043000        AND XRF-JOINT-CUST-ID NOT = WS-CUST-ID-N
043100         GO TO 5110-COLLECT-NEXT-XREF-EXIT
043200     END-IF
043300     IF WS-DCD-ACCT-USED NOT < 20
043400         MOVE 'Y'                TO WS-XREF-BROWSE-SW
043500         GO TO 5110-COLLECT-NEXT-XREF-EXIT
043600     END-IF
043700     ADD 1                       TO WS-DCD-ACCT-USED
043800     SET DCA-IDX                 TO WS-DCD-ACCT-USED
043900     MOVE XRF-ACCT-ID            TO WS-DCA-ACCT-ID (DCA-IDX)
044000     EVALUATE TRUE
044100         WHEN XRF-CUST-ID = WS-CUST-ID-N
044200          AND XRF-JOINT-CUST-ID = ZERO
044300             SET WS-DCA-SOLE (DCA-IDX)    TO TRUE
044400         WHEN XRF-CUST-ID = WS-CUST-ID-N
044500             SET WS-DCA-PRIMARY (DCA-IDX) TO TRUE
044600         WHEN OTHER
044700             SET WS-DCA-JOINT (DCA-IDX)   TO TRUE
044800     END-EVALUATE.
044900 5110-COLLECT-NEXT-XREF-EXIT.
045000     EXIT.
045100*
045200 5900-WRITE-AUDIT-ROW.
045300     EXEC CICS
045400         WRITE DATASET('ACCTAUD')
045500         FROM(ACCT-AUDIT-RECORD)
045600         RESP(WS-RESP-CD)
045700     END-EXEC.
045800 5900-WRITE-AUDIT-ROW-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200* SETTLE ONE ACCOUNT BY THE DECEASED'S ROLE ON IT:
046300*   SOLE    - STATUS 'X' (CBACT05C AND CBFEE01C THEN SKIP IT),
046400*             EVERY CARD STOPPED. A CLOSED OR CHARGED-OFF
046500*             ACCOUNT KEEPS ITS STATUS, AS DOES ONE FROZEN
000000*             UNDER SANCTIONS ('S').
046600*   PRIMARY - THE JOINT HOLDER BECOMES THE PRIMARY ON ACCTXREF,
046700*             THE JOINT DETAIL IS CLEARED, THE DECEASED'S OWN
046800*             CARDS ARE STOPPED.
046900*   JOINT   - THE JOINT HOLDER COMES OFF THE ACCOUNT AND THAT
047000*             HOLDER'S CARDS ARE STOPPED.
047100******************************************************************
047200 6000-SETTLE-ACCOUNT.
047300     MOVE ZERO                   TO WS-CARDS-STOPPED
047400     MOVE WS-DCA-ACCT-ID (DCA-IDX) TO XRF-ACCT-ID
047500     EXEC CICS
047600         READ DATASET('ACCTXREF')
047700         INTO(ACCT-CUST-XREF-RECORD)
047800         RIDFLD(XRF-ACCT-ID)
047900         UPDATE
048000         RESP(WS-RESP-CD)
048100     END-EXEC
048200     IF WS-RESP-CD NOT = ZERO
048300         GO TO 6000-SETTLE-ACCOUNT-EXIT
048400     END-IF
048500     MOVE WS-DCA-ACCT-ID (DCA-IDX) TO ACCT-ID
048600     EXEC CICS
048700         READ DATASET('ACCTDAT')
048800         INTO(ACCOUNT-RECORD)
048900         RIDFLD(ACCT-ID)
049000         UPDATE
049100         RESP(WS-RESP-CD)
049200     END-EXEC
049300     IF WS-RESP-CD NOT = ZERO
049400         EXEC CICS
049500             UNLOCK DATASET('ACCTXREF')
049600         END-EXEC
049700         GO TO 6000-SETTLE-ACCOUNT-EXIT
049800     END-IF
049900     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
050000     MOVE ACCT-ID                TO AUD-ACCT-ID
050100     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
050200     MOVE CDEMO-USER-ID          TO AUD-USER-ID
050300     EVALUATE TRUE
050400         WHEN WS-DCA-SOLE (DCA-IDX)
050500             EXEC CICS
050600                 UNLOCK DATASET('ACCTXREF')
050700             END-EXEC
050800             MOVE ACCT-ACTIVE-STATUS TO WS-OLD-STATUS
050900             IF ACCT-ACTIVE-STATUS NOT = 'C'
051000                AND ACCT-ACTIVE-STATUS NOT = 'Z'
000000                AND ACCT-ACTIVE-STATUS NOT = 'S'
051100                 MOVE 'X'        TO ACCT-ACTIVE-STATUS
051200                 MOVE 'ACSTTUS'  TO AUD-FIELD-NAME
051300                 MOVE WS-OLD-STATUS TO AUD-OLD-VALUE
051400                 MOVE 'X'        TO AUD-NEW-VALUE
051500                 PERFORM 5900-WRITE-AUDIT-ROW
051600             END-IF
051700             MOVE 'Y'            TO WS-STOP-ALL-SW
051800         WHEN WS-DCA-PRIMARY (DCA-IDX)
051900             MOVE 'SURVIVOR'     TO AUD-FIELD-NAME
052000             MOVE XRF-CUST-ID    TO AUD-OLD-VALUE
052100             MOVE XRF-JOINT-CUST-ID TO AUD-NEW-VALUE
052200             PERFORM 5900-WRITE-AUDIT-ROW
052300             MOVE XRF-JOINT-CUST-ID TO XRF-CUST-ID
052400             MOVE ZERO           TO XRF-JOINT-CUST-ID
052500             PERFORM 6050-REWRITE-XREF
052600                 THRU 6050-REWRITE-XREF-EXIT
052700             PERFORM 6060-CLEAR-JOINT-DETAIL
052800                 THRU 6060-CLEAR-JOINT-DETAIL-EXIT
052900             MOVE 'N'            TO WS-STOP-ALL-SW
053000         WHEN OTHER
053100             MOVE 'JOINTOFF'     TO AUD-FIELD-NAME
053200             MOVE XRF-JOINT-CUST-ID TO AUD-OLD-VALUE
053300             MOVE SPACES         TO AUD-NEW-VALUE
053400             PERFORM 5900-WRITE-AUDIT-ROW
053500             MOVE ZERO           TO XRF-JOINT-CUST-ID
053600             PERFORM 6050-REWRITE-XREF
053700                 THRU 6050-REWRITE-XREF-EXIT
053800             PERFORM 6060-CLEAR-JOINT-DETAIL
053900                 THRU 6060-CLEAR-JOINT-DETAIL-EXIT
054000             MOVE 'N'            TO WS-STOP-ALL-SW
054100     END-EVALUATE
054200     EXEC CICS
054300         REWRITE DATASET('ACCTDAT')
054400         FROM(ACCOUNT-RECORD)
054500         RESP(WS-RESP-CD)
054600     END-EXEC
054700     PERFORM 6100-STOP-CARDS THRU 6100-STOP-CARDS-EXIT
054800     MOVE 'CARDSTOP'             TO AUD-FIELD-NAME
054900     MOVE SPACES                 TO AUD-OLD-VALUE
055000     MOVE WS-CARDS-STOPPED       TO AUD-NEW-VALUE
055100     PERFORM 5900-WRITE-AUDIT-ROW.
055200 6000-SETTLE-ACCOUNT-EXIT.
055300     EXIT.
055400*
055500 6050-REWRITE-XREF.
055600     EXEC CICS
055700         REWRITE DATASET('ACCTXREF')
055800         FROM(ACCT-CUST-XREF-RECORD)
055900         RESP(WS-RESP-CD)
056000     END-EXEC.
056100 6050-REWRITE-XREF-EXIT.
056200     EXIT.
056300*
056400 6060-CLEAR-JOINT-DETAIL.
056500     MOVE 'N'                    TO ACCT-JOINT-HOLDER-IND
056600     MOVE SPACES                 TO ACCT-JOINT-FIRST-NAME
056700     MOVE SPACES                 TO ACCT-JOINT-LAST-NAME
056800     MOVE ZERO                   TO ACCT-JOINT-SSN
056900     MOVE SPACES                 TO ACCT-JOINT-DOB-YYYY-MM-DD.
057000 6060-CLEAR-JOINT-DETAIL-EXIT.
057100     EXIT.
057200*
057300******************************************************************
057400* STOP THE ACCOUNT'S CARDS OVER CARDAIX - EVERY ONE FOR A SOLE
057500* OWNER, ONLY THOSE EMBOSSED WITH THE DECEASED'S NAME OTHERWISE,
057600* SO A SURVIVOR'S PLASTIC ON A SHARED ACCOUNT STAYS LIVE.
057700******************************************************************
057800 6100-STOP-CARDS.
057900     MOVE 'N'                    TO WS-CARD-BROWSE-SW
058000     MOVE ACCT-ID                TO CARD-ACCT-ID
058100     EXEC CICS
058200         STARTBR DATASET('CARDAIX')
058300         RIDFLD(CARD-ACCT-ID)
058400         GTEQ
058500         RESP(WS-RESP-CD)
058600     END-EXEC
058700     IF WS-RESP-CD NOT = ZERO
058800         GO TO 6100-STOP-CARDS-EXIT
058900     END-IF
059000     PERFORM 6110-STOP-NEXT-CARD THRU 6110-STOP-NEXT-CARD-EXIT
059100         UNTIL WS-CARD-BROWSE-DONE
059200     EXEC CICS
059300         ENDBR DATASET('CARDAIX')
059400     END-EXEC.
059500 6100-STOP-CARDS-EXIT.
059600     EXIT.
059700*
059800 6110-STOP-NEXT-CARD.
059900     EXEC CICS
060000         READNEXT DATASET('CARDAIX')
060100         INTO(CARD-RECORD)
060200         RIDFLD(CARD-ACCT-ID)
060300         RESP(WS-RESP-CD)
060400     END-EXEC
060500     IF WS-RESP-CD NOT = ZERO
060600        OR CARD-ACCT-ID NOT = ACCT-ID
060700         MOVE 'Y'                TO WS-CARD-BROWSE-SW
060800         GO TO 6110-STOP-NEXT-CARD-EXIT
060900     END-IF
061000     IF NOT WS-STOP-ALL-CARDS
061100        AND CARD-EMBOSSED-NAME NOT = WS-EMBOSS-NAME
061200         GO TO 6110-STOP-NEXT-CARD-EXIT
061300     END-IF
061400     IF CARD-ACTIVE-STATUS = 'S'
061500         GO TO 6110-STOP-NEXT-CARD-EXIT
061600     END-IF
061700     MOVE 'S'                    TO CARD-ACTIVE-STATUS
061800     EXEC CICS
061900         REWRITE DATASET('CARDDAT')
062000         FROM(CARD-RECORD)
062100         RESP(WS-RESP-CD)
062200     END-EXEC
062300     ADD 1                       TO WS-CARDS-STOPPED.
062400 6110-STOP-NEXT-CARD-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800* CANCEL EVERY ACTIVE RECURRING SCHEDULE ON THE SOLE-OWNED
062900* ACCOUNTS. THE PAYMENT FILE HAS NO ACCOUNT PATH, SO THIS IS ONE
063000* FULL BROWSE, AS AT ACCOUNT CLOSURE (COACT02C).
063100******************************************************************
063200 7000-CANCEL-SCHEDULES.
063300     MOVE ZERO                   TO WS-SCHEDS-CANCELLED
063400     MOVE 'N'                    TO WS-SOLE-FOUND-SW
063500     PERFORM VARYING DCA-IDX FROM 1 BY 1
063600             UNTIL DCA-IDX > WS-DCD-ACCT-USED OR WS-SOLE-FOUND
063700         IF WS-DCA-SOLE (DCA-IDX)
063800             MOVE 'Y'            TO WS-SOLE-FOUND-SW
063900         END-IF
064000     END-PERFORM
064100     IF NOT WS-SOLE-FOUND
064200         GO TO 7000-CANCEL-SCHEDULES-EXIT
064300     END-IF
064400     MOVE 'N'                    TO WS-PAY-BROWSE-SW
064500     MOVE LOW-VALUES             TO WS-PAY-BROWSE-KEY
064600     EXEC CICS
064700         STARTBR DATASET('PAYMNT')
064800         RIDFLD(WS-PAY-BROWSE-KEY)
064900         GTEQ
065000         RESP(WS-RESP-CD)
065100     END-EXEC
065200     IF WS-RESP-CD NOT = ZERO
065300         GO TO 7000-CANCEL-SCHEDULES-EXIT
065400     END-IF
065500     PERFORM 7100-CANCEL-NEXT-SCHED
065600         THRU 7100-CANCEL-NEXT-SCHED-EXIT
065700         UNTIL WS-PAY-BROWSE-DONE
065800     EXEC CICS
065900         ENDBR DATASET('PAYMNT')
066000     END-EXEC.
066100 7000-CANCEL-SCHEDULES-EXIT.
066200     EXIT.
066300*
066400 7100-CANCEL-NEXT-SCHED.
066500     EXEC CICS
066600         READNEXT DATASET('PAYMNT')
066700         INTO(PAYMENT-RECORD)
066800         RIDFLD(WS-PAY-BROWSE-KEY)
066900         RESP(WS-RESP-CD)
067000     END-EXEC
067100     IF WS-RESP-CD NOT = ZERO
067200         MOVE 'Y'                TO WS-PAY-BROWSE-SW
067300         GO TO 7100-CANCEL-NEXT-SCHED-EXIT
067400     END-IF
067500     IF NOT PAY-IS-RECURRING OR NOT PAY-STATUS-ACTIVE
067600         GO TO 7100-CANCEL-NEXT-SCHED-EXIT
067700     END-IF
067800     MOVE 'N'                    TO WS-SOLE-FOUND-SW
067900     PERFORM VARYING DCA-IDX FROM 1 BY 1
068000             UNTIL DCA-IDX > WS-DCD-ACCT-USED OR WS-SOLE-FOUND
068100         IF WS-DCA-SOLE (DCA-IDX)
068200            AND WS-DCA-ACCT-ID (DCA-IDX) = PAY-ACCT-ID
068300             MOVE 'Y'            TO WS-SOLE-FOUND-SW
068400         END-IF
068500     END-PERFORM
068600     IF NOT WS-SOLE-FOUND
068700         GO TO 7100-CANCEL-NEXT-SCHED-EXIT
068800     END-IF
068900     SET PAY-STATUS-CANCELLED    TO TRUE
069000     EXEC CICS
069100         REWRITE DATASET('PAYMNT')
069200         FROM(PAYMENT-RECORD)
069300         RESP(WS-RESP-CD)
069400     END-EXEC
069500     ADD 1                       TO WS-SCHEDS-CANCELLED
069600     MOVE PAY-ACCT-ID            TO AUD-ACCT-ID
069700     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
069800     MOVE CDEMO-USER-ID          TO AUD-USER-ID
069900     MOVE 'PAYCANCL'             TO AUD-FIELD-NAME
070000     MOVE PAY-ID                 TO AUD-OLD-VALUE
070100     MOVE 'C'                    TO AUD-NEW-VALUE
070200     PERFORM 5900-WRITE-AUDIT-ROW.
070300 7100-CANCEL-NEXT-SCHED-EXIT.
070400     EXIT.
070500*
070600******************************************************************
070700* THE ESTATE CONTACT - ONE CORRHIST ROW, OPENED AND AWAITING THE
070800* PERSONAL REPRESENTATIVE, SO COCOR00C SHOWS WHY THE ORDINARY
070900* CORRESPONDENCE STOPPED.
071000******************************************************************
071100 7500-OPEN-ESTATE-CONTACT.
071200     MOVE WS-CUST-ID-N           TO COR-CUST-ID
071300     MOVE FUNCTION CURRENT-DATE  TO COR-TS
071400     MOVE ZERO                   TO COR-ACCT-ID
071500     IF WS-DCD-ACCT-USED > ZERO
071600         MOVE WS-DCA-ACCT-ID (1) TO COR-ACCT-ID
071700     END-IF
071800     MOVE 'ESTATE'               TO COR-DOC-TYPE
071900     SET COR-BY-PRINT            TO TRUE
072000     MOVE 'OPENED'               TO COR-OUTCOME
072100     MOVE DODI                   TO COR-DOC-REF
072200     EXEC CICS
072300         WRITE DATASET('CORRHIST')
072400         FROM(CORRESPONDENCE-RECORD)
072500         RIDFLD(COR-KEY)
072600         RESP(WS-RESP-CD)
072700     END-EXEC.
072800 7500-OPEN-ESTATE-CONTACT-EXIT.
072900     EXIT.
073000*
073100******************************************************************
073200* DO-NOT-CONTACT ON CONTPREF STOPS THE REMINDER LETTERS, THE
073300* STATEMENT MARKETING MESSAGES AND THE COLLECTOR'S DIAL. ADD
073400* FIRST, REWRITE WHEN A ROW IS ALREADY ON FILE - THE COCPR00C
073500* SAVE ORDER.
073600******************************************************************
073700 7600-SUPPRESS-CONTACT.
073800     MOVE SPACES                 TO CONTACT-PREF-RECORD
073900     MOVE ZERO                   TO CPR-CALL-WINDOW-FROM-HH
074000     MOVE ZERO                   TO CPR-CALL-WINDOW-TO-HH
074100     PERFORM 7610-BUILD-DNC-ROW THRU 7610-BUILD-DNC-ROW-EXIT
074200     EXEC CICS
074300         WRITE DATASET('CONTPREF')
074400         FROM(CONTACT-PREF-RECORD)
074500         RIDFLD(CPR-CUST-ID)
074600         RESP(WS-RESP-CD)
074700     END-EXEC
074800     IF WS-RESP-CD = ZERO
074900         GO TO 7600-SUPPRESS-CONTACT-EXIT
075000     END-IF
075100     EXEC CICS
075200         READ DATASET('CONTPREF')
075300         INTO(CONTACT-PREF-RECORD)
075400         RIDFLD(CPR-CUST-ID)
075500         UPDATE
075600         RESP(WS-RESP-CD)
075700     END-EXEC
075800     IF WS-RESP-CD NOT = ZERO
075900         GO TO 7600-SUPPRESS-CONTACT-EXIT
076000     END-IF
076100     PERFORM 7610-BUILD-DNC-ROW THRU 7610-BUILD-DNC-ROW-EXIT
076200     EXEC CICS
076300         REWRITE DATASET('CONTPREF')
076400         FROM(CONTACT-PREF-RECORD)
076500         RESP(WS-RESP-CD)
076600     END-EXEC.
076700 7600-SUPPRESS-CONTACT-EXIT.
076800     EXIT.
076900*
077000 7610-BUILD-DNC-ROW.
077100     MOVE WS-CUST-ID-N           TO CPR-CUST-ID
077200     MOVE 'Y'                    TO CPR-DO-NOT-CONTACT
077300     MOVE 'DECEASED - ESTATE ONLY' TO CPR-DNC-REASON
077400     MOVE 'Y'                    TO CPR-PHONE1-OPTOUT
077500     MOVE 'Y'                    TO CPR-PHONE2-OPTOUT
077600     MOVE 'Y'                    TO CPR-EMAIL-OPTOUT
077700     MOVE CDEMO-USER-ID          TO CPR-SET-BY
077800     MOVE FUNCTION CURRENT-DATE  TO CPR-SET-TIMESTAMP.
077900 7610-BUILD-DNC-ROW-EXIT.
078000     EXIT.
078100*
078200******************************************************************
078300* THE NIGHTLY BATCH JOBS RAISE A QUIESCE FLAG ON BATCHCTL
078400* (CBQSC01C) WHILE THEY UPDATE THE ACCOUNT MASTER IN PLACE.
078500******************************************************************
078600 7900-CHECK-QUIESCE.
078700     MOVE 'N'                    TO WS-QUIESCE-SW
078800     MOVE 'ACCTDAT'              TO WS-QSC-RIDFLD
078900     EXEC CICS
079000         READ DATASET('BATCHCTL')
079100         INTO(BATCH-QUIESCE-RECORD)
079200         RIDFLD(WS-QSC-RIDFLD)
079300         RESP(WS-RESP-CD)
079400     END-EXEC
079500     IF WS-RESP-CD = DFHRESP(NORMAL) AND QSC-IN-USE
079600         MOVE 'Y'                TO WS-QUIESCE-SW
079700     END-IF.
079800 7900-CHECK-QUIESCE-EXIT.
079900     EXIT.
080000*
080100 8000-SEND-MAP.
080200     EXEC CICS
080300         SEND MAP('CDCD00A') MAPSET('CODCD00')
080400         FROM(WS-SCREEN-FIELDS)
080500         ERASE
080600     END-EXEC.
080700 8000-SEND-MAP-EXIT.
080800     EXIT.
080900*
081000 9999-EXIT.
081100     EXIT.
