000000* 2026-09-03  MAINT   SHOW THE CUSTOMER'S CONTPREF CONTACT
000000*                     RESTRICTIONS (CVCPR01Y) AS A HARD BANNER
000000*                     BEFORE THE COLLECTOR DIALS.
000000* 2026-10-15  MAINT   COLACTI 'S' RECORDS A SETTLE-IN-FULL OFFER
000000*                     (SETLOFR, CVSTL01Y) WITH AMOUNT, DUE DATE
000000*                     AND APPROVING USER; AN OFFER FORGIVING MORE
000000*                     THAN WS-SETTLE-APPR-PCT OF THE BALANCE IS
000000*                     HELD FOR COACTAPC APPROVAL.
000000* 2026-10-15  MAINT   RANK THE QUEUE BY INTERNAL BEHAVIOR SCORE
000000*                     (CBBHV01C), LOWEST FIRST.
000000* 2026-10-15  MAINT   A PROMISE, NOTE, HARDSHIP OR SETTLEMENT ON
000000*                     AN ACCOUNT LINKED TO THE USER ON EMPLINK IS
000000*                     REFUSED (COEMPSVC).
000000* 2026-10-15  MAINT   PF8 SETS UP A FOLLOW-UP TASK ON COTSK00C FOR
000000*                     THE KEYED ACCOUNT, TIED TO A PROMISE
000000*                     RECORDED ON THE SAME ENTER.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       THE COLLECTIONS QUEUE CBACT06C'S AGING REPORT
002000*                TO PAY (AMOUNT AND DATE) AGAINST ACCTSIDI, AND
002100*                'N' RECORDS A FREE-FORM CONTACT NOTE. THE
002200*                NIGHTLY CBCOL01C BATCH MARKS PROMISES KEPT OR
000000*                BROKEN. THE QUEUE LISTS THE FIVE WITH THE LOWEST
000000*                INTERNAL BEHAVIOR SCORE (CBBHV01C) FIRST, AN
000000*                UNSCORED ACCOUNT RANKING LAST - THE FULL
000000*                BUCKET/BALANCE RANKING STAYS ON CBACT06C'S
002500*                DELQRPT, WHICH SORTS THE WHOLE FILE.
000000*                'S' RECORDS A SETTLEMENT OFFER (CVSTL01Y) -
000000*                PAY STLAMTI BY THE DATE KEYED AND THE REST OF
000000*                THE BALANCE IS FORGIVEN - ROUTED TO COACTAPC
000000*                WHEN IT FORGIVES MORE THAN WS-SETTLE-APPR-PCT.
000000*                PF8 SETS UP A FOLLOW-UP TASK (COTSK00C) ON THE
000000*                ACCOUNT, TIED TO A PROMISE KEYED ON THE SAME
000000*                ENTER.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 DATA DIVISION.
004100         88 COLACT-PROMISE       VALUE 'P'.
004200         88 COLACT-NOTE          VALUE 'N'.
000000         88 COLACT-HARDSHIP      VALUE 'H'.
000000         88 COLACT-SETTLE        VALUE 'S'.
004300     05  PTPAMTI                 PIC X(12).
004400     05  PTPDATEI                PIC X(10).
004500     05  NOTETXTI                PIC X(60).
000000     05  HRDAMTI                 PIC X(12).
000000     05  HRDMOSI                 PIC X(02).
000000     05  HRDAPRI                 PIC X(05).
000000     05  STLAMTI                 PIC X(12).
004600     05  COL-QUEUE-LINE OCCURS 5 TIMES
004700                         INDEXED BY WS-COLQ-IDX.
004800         10  QACCTI              PIC 9(11).
004900         10  QCYCLESI            PIC 9(02).
005000         10  QBALI               PIC -(9)9.99.
005100         10  QBROKENI            PIC X(01).
000000         10  QBHVI               PIC 9(03).
000000     05  DNCBANI                 PIC X(70).
005200     05  ERRMSGI                 PIC X(78).
005300     05  INFOMSGI                PIC X(45).
000000 COPY CVHRD01Y.
000000 COPY CVXRF01Y.
000000 COPY CVCPR01Y.
000000 COPY CVSTL01Y.
000000 COPY CVAPR01Y.
005800*
005900 01  WS-MISC-STORAGE.
006000     05  WS-RESP-CD              PIC S9(08) COMP.
006800         88  WS-HAS-BROKEN-PTP   VALUE 'Y'.
000000     05  WS-HARDSHIP-SW          PIC X(01).
000000         88  WS-ON-HARDSHIP-PLAN VALUE 'Y'.
000000     05  WS-STL-BROWSE-SW        PIC X(01) VALUE 'N'.
000000         88  WS-STL-BROWSE-DONE  VALUE 'Y'.
000000     05  WS-STL-INFORCE-SW       PIC X(01) VALUE 'N'.
000000         88  WS-STL-IN-FORCE     VALUE 'Y'.
000000     05  WS-STL-OFFER-AMT        PIC S9(09)V99 COMP-3.
000000     05  WS-QUEUE-SCORE          PIC 9(03).
000000     05  WS-RANK-I               PIC 9(02).
000000     05  WS-COLQ-HOLD            PIC X(30).
000000     05  WS-WINDOW-TXT.
000000         10  WS-WINDOW-FROM      PIC 9(02).
000000         10  FILLER              PIC X(01) VALUE '-'.
000000         10  WS-WINDOW-TO        PIC 9(02).
006900*
000000******************************************************************
000000* A SETTLEMENT OFFER THAT FORGIVES MORE THAN THIS PERCENTAGE OF
000000* THE BALANCE NEEDS A SECOND USER'S SIGN-OFF ON COACTAPC, THE
000000* SAME HOLD-FOR-APPROVAL PATTERN GOODWILL WAIVERS USE. AT OR
000000* UNDER IT THE COLLECTOR'S OWN AUTHORITY IS ENOUGH.
000000******************************************************************
000000 01  WS-SETTLE-APPR-PCT          PIC 9(03)V99 VALUE 040.00.
000000*
007000 COPY CSDAT01Y.
007100*
007200 01  WS-NAV-BACK-PGM         PIC X(08).
007900     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
008000*
008100 COPY COCOM01Y.
000000 COPY CVEMP02Y.
008200*
008300 LINKAGE SECTION.
008400 01  DFHCOMMAREA                 PIC X(400).
018400         GO TO 3000-PROCESS-INPUT-EXIT
018500     END-IF
018600     IF CDEMO-USRTYP-AUDITOR
018700        AND (COLACT-PROMISE OR COLACT-NOTE OR COLACT-HARDSHIP
000000             OR COLACT-SETTLE)
018800         MOVE 'Auditor role is view-only - change refused'
018900                                 TO ERRMSGI
019000         GO TO 3000-PROCESS-INPUT-EXIT
019100     END-IF
000000     IF COLACT-PROMISE OR COLACT-NOTE OR COLACT-HARDSHIP
000000        OR COLACT-SETTLE
000000         PERFORM 3100-CHECK-INSIDER THRU 3100-CHECK-INSIDER-EXIT
000000         IF EMC-LINKED
000000             GO TO 3000-PROCESS-INPUT-EXIT
000000         END-IF
000000     END-IF
019200     EVALUATE TRUE
019300         WHEN COLACT-PROMISE
019400             PERFORM 5000-ADD-PROMISE THRU 5000-ADD-PROMISE-EXIT
000000         WHEN COLACT-HARDSHIP
000000             PERFORM 5700-ADD-HARDSHIP
000000                 THRU 5700-ADD-HARDSHIP-EXIT
000000         WHEN COLACT-SETTLE
000000             PERFORM 5800-ADD-SETTLEMENT
000000                 THRU 5800-ADD-SETTLEMENT-EXIT
019700         WHEN OTHER
019800             PERFORM 6000-LIST-QUEUE THRU 6000-LIST-QUEUE-EXIT
019900     END-EVALUATE
000000     IF EIBAID = DFHPF8 AND ERRMSGI = SPACES
000000         PERFORM 7500-NEW-TASK THRU 7500-NEW-TASK-EXIT
000000     END-IF
000000     IF ACCTSIDI NOT = SPACES AND ACCTSIDI NOT = LOW-VALUES
000000         PERFORM 7000-CHECK-CONTACT-PREF
000000             THRU 7000-CHECK-CONTACT-PREF-EXIT
020000 3000-PROCESS-INPUT-EXIT.
020100     EXIT.
020200*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 3100-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE FUNCTION NUMVAL(ACCTSIDI) TO EMC-ACCT-ID
000000     MOVE ZERO                   TO EMC-CUST-ID
000000     MOVE WS-PGMNAME             TO EMC-PGMNAME
000000     SET EMC-ACCESS-UPDATE       TO TRUE
000000     SET EMC-NOT-LINKED          TO TRUE
000000     EXEC CICS
000000         LINK PROGRAM('COEMPSVC')
000000         COMMAREA(INSIDER-CHECK-PARM)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         SET EMC-NOT-LINKED      TO TRUE
000000     END-IF
000000     IF EMC-LINKED
000000         MOVE EMC-MESSAGE        TO ERRMSGI
000000     END-IF.
000000 3100-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
020300******************************************************************
020400* RECORD A PROMISE TO PAY AGAINST THE ACCOUNT. THE SEQUENCE
020500* NUMBER COMES OFF THE TIMESTAMP'S MINUTE/SECOND DIGITS, THE
000000 5700-ADD-HARDSHIP-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* RECORD A SETTLE-IN-FULL OFFER (CVSTL01Y): THE CUSTOMER PAYS
000000* STLAMTI BY THE DATE IN PTPDATEI AND THE REST OF THE BALANCE IS
000000* FORGIVEN. THE OFFER MUST BE LESS THAN THE BALANCE (A FULL-
000000* BALANCE ARRANGEMENT IS A PROMISE) AND ONLY ONE OFFER MAY BE IN
000000* FORCE PER ACCOUNT. FORGIVING MORE THAN WS-SETTLE-APPR-PCT OF
000000* THE BALANCE HOLDS THE OFFER PENDING AND QUEUES IT ON ACCTAPR
000000* ('SETTLE', THE OFFER KEY IN APR-REF-ID) FOR COACTAPC; OTHERWISE
000000* IT OPENS AT ONCE WITH THE COLLECTOR AS THE APPROVING USER. THE
000000* NIGHTLY CBSTL01C WATCHES THE PAYMENT FILE FOR IT.
000000******************************************************************
000000 5800-ADD-SETTLEMENT.
000000     IF ACCTSIDI = SPACES OR LOW-VALUES
000000         MOVE 'Account ID is required' TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     IF FUNCTION NUMVAL(STLAMTI) NOT > ZERO
000000        OR PTPDATEI = SPACES
000000         MOVE 'Settlement amount and due date are required'
000000                                 TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     IF PTPDATEI < WS-CURDATE-YYYY-MM-DD
000000         MOVE 'Settlement due date is already past' TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     MOVE FUNCTION NUMVAL(STLAMTI) TO WS-STL-OFFER-AMT
000000     MOVE FUNCTION NUMVAL(ACCTSIDI) TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Account not found' TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     IF ACCT-ACTIVE-STATUS = 'C' OR 'Z' OR 'B' OR 'S'
000000         MOVE 'Account status does not allow a settlement offer'
000000                                 TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     IF ACCT-CURR-BAL NOT > ZERO
000000         MOVE 'No balance to settle' TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     IF WS-STL-OFFER-AMT NOT < ACCT-CURR-BAL
000000         MOVE 'Offer is not below the balance - take a promise'
000000                                 TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     PERFORM 5850-CHECK-OFFER-IN-FORCE
000000         THRU 5850-CHECK-OFFER-IN-FORCE-EXIT
000000     IF WS-STL-IN-FORCE
000000         MOVE 'A settlement offer is already in force' TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
000000     MOVE ACCT-ID                TO STL-ACCT-ID
000000     MOVE WS-CURRENT-TIMESTAMP (13:4) TO STL-SEQ
000000     MOVE WS-STL-OFFER-AMT       TO STL-OFFER-AMT
000000     MOVE ACCT-CURR-BAL          TO STL-BALANCE-AT-OFFER
000000     COMPUTE STL-FORGIVE-PCT ROUNDED =
000000         (ACCT-CURR-BAL - WS-STL-OFFER-AMT) * 100 / ACCT-CURR-BAL
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO STL-OFFER-DATE
000000     MOVE PTPDATEI               TO STL-DUE-DATE
000000     MOVE CDEMO-USER-ID          TO STL-COLLECTOR
000000     MOVE ZERO                   TO STL-PAID-AMT
000000     MOVE ZERO                   TO STL-FORGIVEN-AMT
000000     MOVE SPACES                 TO STL-CLOSED-DATE
000000     MOVE WS-CURRENT-TIMESTAMP   TO STL-ENTERED-TS
000000     IF STL-FORGIVE-PCT > WS-SETTLE-APPR-PCT
000000         SET STL-PENDING-APPROVAL TO TRUE
000000         MOVE SPACES             TO STL-APPROVED-BY
000000     ELSE
000000         SET STL-OPEN            TO TRUE
000000         MOVE CDEMO-USER-ID      TO STL-APPROVED-BY
000000     END-IF
000000     EXEC CICS
000000         WRITE DATASET('SETLOFR')
000000         FROM(SETTLEMENT-OFFER-RECORD)
000000         RIDFLD(STL-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Settlement offer could not be recorded' TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     IF STL-OPEN
000000         MOVE 'Settlement offer recorded' TO INFOMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     MOVE STL-ACCT-ID            TO APR-ACCT-ID
000000     MOVE STL-SEQ                TO APR-SEQ-NUM
000000     MOVE 'SETTLE'               TO APR-FIELD-NAME
000000     MOVE STL-KEY                TO APR-REF-ID
000000     MOVE STL-BALANCE-AT-OFFER   TO APR-OLD-VALUE
000000     MOVE STL-OFFER-AMT          TO APR-NEW-VALUE
000000     MOVE CDEMO-USER-ID          TO APR-REQUESTED-BY
000000     MOVE WS-CURRENT-TIMESTAMP   TO APR-REQUESTED-TS
000000     SET APR-PENDING             TO TRUE
000000     MOVE SPACES                 TO APR-APPROVED-BY
000000     MOVE SPACES                 TO APR-APPROVED-TS
000000     EXEC CICS
000000         WRITE DATASET('ACCTAPR')
000000         FROM(LIMIT-APPROVAL-RECORD)
000000         RIDFLD(APR-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000*        AN OFFER NOBODY CAN APPROVE MUST NOT SIT ON FILE PENDING
000000         EXEC CICS
000000             DELETE DATASET('SETLOFR')
000000             RIDFLD(STL-KEY)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000         MOVE 'Settlement offer could not be queued for approval'
000000                                 TO ERRMSGI
000000         GO TO 5800-ADD-SETTLEMENT-EXIT
000000     END-IF
000000     MOVE 'Offer held for second-user approval' TO INFOMSGI.
000000 5800-ADD-SETTLEMENT-EXIT.
000000     EXIT.
000000*
000000 5850-CHECK-OFFER-IN-FORCE.
000000     MOVE 'N'                    TO WS-STL-INFORCE-SW
000000     MOVE 'N'                    TO WS-STL-BROWSE-SW
000000     MOVE ACCT-ID                TO STL-ACCT-ID
000000     MOVE ZERO                   TO STL-SEQ
000000     EXEC CICS
000000         STARTBR DATASET('SETLOFR')
000000         RIDFLD(STL-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 5850-CHECK-OFFER-IN-FORCE-EXIT
000000     END-IF
000000     PERFORM 5860-CHECK-NEXT-OFFER
000000         THRU 5860-CHECK-NEXT-OFFER-EXIT
000000         UNTIL WS-STL-BROWSE-DONE OR WS-STL-IN-FORCE
000000     EXEC CICS
000000         ENDBR DATASET('SETLOFR')
000000     END-EXEC.
000000 5850-CHECK-OFFER-IN-FORCE-EXIT.
000000     EXIT.
000000*
000000 5860-CHECK-NEXT-OFFER.
000000     EXEC CICS
000000         READNEXT DATASET('SETLOFR')
000000         INTO(SETTLEMENT-OFFER-RECORD)
000000         RIDFLD(STL-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000        OR STL-ACCT-ID NOT = ACCT-ID
000000         MOVE 'Y'                TO WS-STL-BROWSE-SW
000000         GO TO 5860-CHECK-NEXT-OFFER-EXIT
000000     END-IF
000000     IF STL-IN-FORCE
000000         MOVE 'Y'                TO WS-STL-INFORCE-SW
000000     END-IF.
000000 5860-CHECK-NEXT-OFFER-EXIT.
000000     EXIT.
000000*
026900******************************************************************
000000* LIST THE FIVE DELINQUENT ACCOUNTS (CYCLES >= 1) WITH THE LOWEST
000000* BEHAVIOR SCORE, WORST FIRST, EACH FLAGGED WHEN A BROKEN PROMISE
000000* SITS ON ITS PTPFILE ROWS - CBCOL01C PUT IT THERE OVERNIGHT, SO
000000* THE COLLECTOR SEES WHO TO CALL FIRST.
027400******************************************************************
027500 6000-LIST-QUEUE.
027600     MOVE ZERO                   TO WS-QUEUE-COUNT
028800     END-IF
028900     PERFORM 6100-LIST-NEXT-ACCOUNT
029000         THRU 6100-LIST-NEXT-ACCOUNT-EXIT
000000         UNTIL WS-BROWSE-DONE
029200     EXEC CICS
029300         ENDBR DATASET('ACCTDAT')
029400     END-EXEC
000000     PERFORM 6050-FLAG-BROKEN-PROMISE
000000         THRU 6050-FLAG-BROKEN-PROMISE-EXIT
000000         VARYING WS-COLQ-IDX FROM 1 BY 1
000000         UNTIL WS-COLQ-IDX > WS-QUEUE-COUNT
029500     IF WS-QUEUE-COUNT = 0
029600         MOVE 'No delinquent accounts on file' TO INFOMSGI
029700     END-IF.
029800 6000-LIST-QUEUE-EXIT.
000000     EXIT.
000000*
000000 6050-FLAG-BROKEN-PROMISE.
000000     MOVE QACCTI (WS-COLQ-IDX)   TO ACCT-ID
000000     PERFORM 6200-CHECK-BROKEN-PROMISE
000000         THRU 6200-CHECK-BROKEN-PROMISE-EXIT
000000     IF WS-HAS-BROKEN-PTP
000000         MOVE 'B'                TO QBROKENI (WS-COLQ-IDX)
000000     ELSE
000000         MOVE ' '                TO QBROKENI (WS-COLQ-IDX)
000000     END-IF.
000000 6050-FLAG-BROKEN-PROMISE-EXIT.
029900     EXIT.
030000*
030100 6100-LIST-NEXT-ACCOUNT.
031200     IF ACCT-CYCLES-DELINQUENT < 1
000000        OR ACCT-ACTIVE-STATUS = 'Z'
000000        OR ACCT-ACTIVE-STATUS = 'B'
000000        OR ACCT-ACTIVE-STATUS = 'C'
031300         GO TO 6100-LIST-NEXT-ACCOUNT-EXIT
031400     END-IF
000000     PERFORM 6150-CHECK-HARDSHIP
000000     IF WS-ON-HARDSHIP-PLAN
000000         GO TO 6100-LIST-NEXT-ACCOUNT-EXIT
000000     END-IF
000000     MOVE 999                    TO WS-QUEUE-SCORE
000000     IF ACCT-BHV-SCORE IS NUMERIC AND ACCT-BHV-SCORE > ZERO
000000         MOVE ACCT-BHV-SCORE     TO WS-QUEUE-SCORE
000000     END-IF
000000     IF WS-QUEUE-COUNT < 5
000000         ADD 1                   TO WS-QUEUE-COUNT
000000     ELSE
000000         IF WS-QUEUE-SCORE NOT < QBHVI (5)
000000             GO TO 6100-LIST-NEXT-ACCOUNT-EXIT
000000         END-IF
000000     END-IF
031800     SET WS-COLQ-IDX             TO WS-QUEUE-COUNT
031900     MOVE ACCT-ID                TO QACCTI (WS-COLQ-IDX)
032000     MOVE ACCT-CYCLES-DELINQUENT TO QCYCLESI (WS-COLQ-IDX)
032100     MOVE ACCT-CURR-BAL          TO QBALI (WS-COLQ-IDX)
000000     MOVE ' '                    TO QBROKENI (WS-COLQ-IDX)
000000     MOVE WS-QUEUE-SCORE         TO QBHVI (WS-COLQ-IDX)
000000     PERFORM 6110-RANK-QUEUE-LINE THRU 6110-RANK-QUEUE-LINE-EXIT.
032700 6100-LIST-NEXT-ACCOUNT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* WALK THE LINE JUST PLACED UP THE QUEUE WHILE ITS SCORE IS BELOW
000000* THE ONE ABOVE IT. EQUAL SCORES KEEP ACCOUNT ORDER.
000000******************************************************************
000000 6110-RANK-QUEUE-LINE.
000000     MOVE WS-QUEUE-COUNT         TO WS-RANK-I.
000000 6110-NEXT-SWAP.
000000     IF WS-RANK-I < 2
000000         GO TO 6110-RANK-QUEUE-LINE-EXIT
000000     END-IF
000000     IF QBHVI (WS-RANK-I) NOT < QBHVI (WS-RANK-I - 1)
000000         GO TO 6110-RANK-QUEUE-LINE-EXIT
000000     END-IF
000000     MOVE COL-QUEUE-LINE (WS-RANK-I - 1) TO WS-COLQ-HOLD
000000     MOVE COL-QUEUE-LINE (WS-RANK-I)
000000                                 TO COL-QUEUE-LINE (WS-RANK-I - 1)
000000     MOVE WS-COLQ-HOLD           TO COL-QUEUE-LINE (WS-RANK-I)
000000     SUBTRACT 1                  FROM WS-RANK-I
000000     GO TO 6110-NEXT-SWAP.
000000 6110-RANK-QUEUE-LINE-EXIT.
032800     EXIT.
032900*
000000******************************************************************
000000 7000-CHECK-CONTACT-PREF-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PF8 = SET UP A FOLLOW-UP TASK (COTSK00C) ON THE KEYED ACCOUNT.
000000* A PROMISE RECORDED ON THE SAME ENTER ('P' WITH PF8) GOES ALONG
000000* AS THE TASK'S CASE, SO "CALL ME WHEN THE PAYMENT CLEARS" IS TIED
000000* TO THE PROMISE IT FOLLOWS UP. THIS SCREEN IS PUSHED ON THE
000000* NAVIGATION STACK SO PF3 OVER THERE COMES STRAIGHT BACK.
000000******************************************************************
000000 7500-NEW-TASK.
000000     IF ACCTSIDI = SPACES OR LOW-VALUES OR ACCTSIDI NOT NUMERIC
000000         MOVE 'Account ID is required' TO ERRMSGI
000000         GO TO 7500-NEW-TASK-EXIT
000000     END-IF
000000     MOVE ACCTSIDI               TO CDEMO-ACCT-ID
000000     MOVE SPACES                 TO CDEMO-TASK-CONTEXT
000000     IF COLACT-PROMISE
000000         MOVE 'P'                TO CDEMO-TASK-CASE-TYPE
000000         MOVE PTP-KEY            TO CDEMO-TASK-CASE-ID
000000     END-IF
000000     MOVE WS-PGMNAME             TO CDEMO-FROM-PROGRAM
000000     MOVE WS-TRANID              TO CDEMO-FROM-TRANID
000000     MOVE 'COTSK00C'             TO CDEMO-TO-PROGRAM
000000     IF CDEMO-NAV-STACK-PTR < 5
000000         ADD 1                   TO CDEMO-NAV-STACK-PTR
000000         MOVE WS-PGMNAME         TO
000000             CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
000000         MOVE WS-TRANID          TO
000000             CDEMO-NAV-STACK-TRANID(CDEMO-NAV-STACK-PTR)
000000     END-IF
000000     SET CDEMO-PGM-ENTER         TO TRUE
000000     EXEC CICS
000000         XCTL PROGRAM('COTSK00C')
000000         COMMAREA(CARDDEMO-COMMAREA)
000000     END-EXEC.
000000 7500-NEW-TASK-EXIT.
000000     EXIT.
000000*
037100 8000-SEND-MAP.
037200     EXEC CICS
037300         SEND MAP('CCOL00A') MAPSET('COCOL00')
