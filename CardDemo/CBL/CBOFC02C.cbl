000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBOFC02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - NIGHTLY OFAC RESCREEN OF
001100*                     THE CUSTOMER MASTER.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RESCREENS EVERY CUSTOMER ON CUSTDAT AGAINST THE
001500*                CURRENT SDN LIST (SDNLIST, LOADED BY CBOFC01C),
001600*                SO A NAME ADDED TO THE LIST TODAY IS CAUGHT ON
001700*                CUSTOMERS WHO WERE CLEAN WHEN THEY WERE SET UP.
001800*                EACH LIST ROW UNDER THE CUSTOMER'S LAST NAME IS
001900*                WEIGHED BY CBOFC03C, THE SAME RULE COCUS01C
002000*                APPLIES ON-LINE; A POTENTIAL MATCH NOT ALREADY
002100*                ON THE OFACREV REVIEW QUEUE IS QUEUED PENDING
002200*                AND THE CUSTOMER FLAGGED 'P'. A PAIR ALREADY
002300*                CLEARED AS A FALSE POSITIVE IS NOT QUEUED AGAIN.
002400*                THEN EVERY HIT CONFIRMED ON COOFC00C SINCE THE
002500*                LAST RUN RAISES AN OPRALRT ALERT, AND EVERY
002600*                ACCOUNT HELD - AS PRIMARY OR JOINT - BY A
002700*                CONFIRMED CUSTOMER IS HELD AT THE 'S' SANCTIONS
002800*                FREEZE STATUS, WHICH ALSO CATCHES AN ACCOUNT
002900*                OPENED OR LINKED AFTER THE ON-LINE FREEZE. RUN
003000*                NIGHTLY, AFTER CBOFC01C WHEN A NEW LIST LANDS.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CUST-ID
003900         FILE STATUS IS WS-CUSTOMER-STATUS.
004000     SELECT SDN-LIST-FILE ASSIGN TO SDNLIST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SDN-KEY
004400         FILE STATUS IS WS-SDNLIST-STATUS.
004500     SELECT OFAC-REVIEW-FILE ASSIGN TO OFACREV
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS OFR-KEY
004900         FILE STATUS IS WS-OFACREV-STATUS.
005000     SELECT XREF-FILE ASSIGN TO ACCTXREF
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS XRF-ACCT-ID
005400         FILE STATUS IS WS-XREF-STATUS.
005500     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS ACCT-ID
005900         FILE STATUS IS WS-ACCOUNT-STATUS.
006000     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS AUD-KEY
006400         FILE STATUS IS WS-AUDIT-STATUS.
006500     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-ALERT-STATUS.
006800     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS JBS-KEY
007200         FILE STATUS IS WS-JOBLOG-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CUSTOMER-FILE.
007700     COPY CVCUS01Y.
007800*
007900 FD  SDN-LIST-FILE.
008000     COPY CVSDN01Y
008100         REPLACING ==SDN-FEED-RECORD== BY ==LIST-FEED-VIEW==
008200             ==SDF-ENT-NUM== BY ==LFV-ENT-NUM==
008300             ==SDF-LAST-NAME== BY ==LFV-LAST-NAME==
008400             ==SDF-FIRST-NAME== BY ==LFV-FIRST-NAME==
008500             ==SDF-DOB-YYYY-MM-DD== BY ==LFV-DOB-YYYY-MM-DD==
008600             ==SDF-COUNTRY-CD== BY ==LFV-COUNTRY-CD==
008700             ==SDF-PROGRAM== BY ==LFV-PROGRAM==.
008800*
008900 FD  OFAC-REVIEW-FILE.
009000     COPY CVOFR01Y.
009100*
009200 FD  XREF-FILE.
009300     COPY CVXRF01Y.
009400*
009500 FD  ACCOUNT-FILE.
009600     COPY CVACT01Y.
009700*
009800 FD  AUDIT-FILE.
009900     COPY CVAUD01Y.
010000*
010100 FD  ALERT-QUEUE-FILE
010200     RECORDING MODE IS F.
010300     COPY CSOPS01Y.
010400*
010500 FD  JOB-LOG-FILE.
010600     COPY CVJOB01Y.
010700*
010800 WORKING-STORAGE SECTION.
010900 01  WS-CUSTOMER-STATUS               PIC XX.
011000     88 WS-CUSTOMER-OK                VALUE '00'.
011100 01  WS-SDNLIST-STATUS                PIC XX.
011200     88 WS-SDNLIST-OK                 VALUE '00'.
011300 01  WS-OFACREV-STATUS                PIC XX.
011400     88 WS-OFACREV-OK                 VALUE '00'.
011500 01  WS-XREF-STATUS                   PIC XX.
011600     88 WS-XREF-OK                    VALUE '00'.
011700 01  WS-ACCOUNT-STATUS                PIC XX.
011800     88 WS-ACCOUNT-OK                 VALUE '00'.
011900 01  WS-AUDIT-STATUS                  PIC XX.
012000 01  WS-ALERT-STATUS                  PIC XX.
012100 01  WS-JOBLOG-STATUS                 PIC XX.
012200     88 WS-JOBLOG-OK                  VALUE '00'.
012300 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
012400     88 WS-END-OF-CUSTOMERS           VALUE 'Y'.
012500 01  WS-SDN-EOF-SW                    PIC X(01) VALUE 'N'.
012600     88 WS-END-OF-CANDIDATES          VALUE 'Y'.
012700 01  WS-REV-EOF-SW                    PIC X(01) VALUE 'N'.
012800     88 WS-END-OF-REVIEWS             VALUE 'Y'.
012900 01  WS-XREF-EOF-SW                   PIC X(01) VALUE 'N'.
013000     88 WS-END-OF-XREF                VALUE 'Y'.
013100 01  WS-CUST-COUNT                    PIC 9(07) VALUE ZERO.
013200 01  WS-QUEUED-COUNT                  PIC 9(07) VALUE ZERO.
013300 01  WS-FLAGGED-COUNT                 PIC 9(07) VALUE ZERO.
013400 01  WS-ALERT-COUNT                   PIC 9(07) VALUE ZERO.
013500 01  WS-FROZEN-COUNT                  PIC 9(07) VALUE ZERO.
013600 01  WS-ABEND-REASON-TEXT             PIC X(50).
013700 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
013800*
013900 01  WS-OFC-WORK.
014000     05 WS-SCREEN-LAST-NAME           PIC X(25).
014100     05 WS-PENDING-SW                 PIC X(01).
014200        88 WS-HAS-PENDING             VALUE 'Y'.
014300     05 WS-OLD-STATUS                 PIC X(01).
014400     05 WS-HIT-FOUND-SW               PIC X(01).
014500        88 WS-HIT-FOUND               VALUE 'Y'.
014600*
014700******************************************************************
014800* CUSTOMERS WITH A CONFIRMED HIT, COLLECTED ON THE CUSTOMER PASS
014900* SO THEIR ACCOUNTS ARE ALL FROZEN IN ONE ACCTXREF PASS.
015000******************************************************************
015100 01  WS-HIT-TABLE.
015200     05 WS-HIT-USED                   PIC 9(03) VALUE ZERO.
015300     05 WS-HIT-ENTRY OCCURS 500 TIMES
015400                     INDEXED BY HIT-IDX.
015500        10 WS-HIT-CUST-ID             PIC 9(09).
015600*
015700******************************************************************
015800* MATCH RULE PARAMETER - SEE CBOFC03C.
015900******************************************************************
016000 COPY CVOFP01Y.
016100*
016200******************************************************************
016300* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
016400******************************************************************
016500 COPY CSMSG02Y.
016600*
016700 COPY CSDAT01Y.
016800*
016900******************************************************************
017000* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
017100******************************************************************
017200 COPY CVQSP01Y.
017300*
017400 LINKAGE SECTION.
017500*
017600******************************************************************
017700 PROCEDURE DIVISION.
017800******************************************************************
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018100     PERFORM 2000-RESCREEN-CUSTOMER
018200         THRU 2000-RESCREEN-CUSTOMER-EXIT
018300         UNTIL WS-END-OF-CUSTOMERS
018400     IF RETURN-CODE = ZERO
018500         PERFORM 5000-ALERT-CONFIRMED
018600             THRU 5000-ALERT-CONFIRMED-EXIT
018700         PERFORM 6000-FREEZE-ACCOUNTS
018800             THRU 6000-FREEZE-ACCOUNTS-EXIT
018900     END-IF
019000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
019100     GOBACK.
019200*
019300 1000-INITIALIZE.
019400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
019500     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
019600     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
019700     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
019800     OPEN I-O CUSTOMER-FILE
019900     OPEN INPUT SDN-LIST-FILE
020000     OPEN I-O OFAC-REVIEW-FILE
020100     OPEN INPUT XREF-FILE
020200     OPEN I-O ACCOUNT-FILE
020300     OPEN I-O AUDIT-FILE
020400     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
020500     MOVE 'CBOFC02C'             TO QSP-JOB-NAME
020600     SET QSP-ACTION-SET          TO TRUE
020700     CALL 'CBQSC01C' USING QUIESCE-PARM
020800     IF NOT WS-CUSTOMER-OK
020900         DISPLAY 'CBOFC02C - ERROR OPENING CUSTOMER FILE'
021000         MOVE 'Y'                TO WS-EOF-SW
021100         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
021200         PERFORM 9100-ABEND-NOTIFY
021300             THRU 9100-ABEND-NOTIFY-EXIT
021400         GO TO 1000-INITIALIZE-EXIT
021500     END-IF
021600     IF NOT WS-SDNLIST-OK
021700         DISPLAY 'CBOFC02C - ERROR OPENING SDN LIST FILE'
021800         MOVE 'Y'                TO WS-EOF-SW
021900         MOVE 'SDN LIST OPEN ERROR' TO WS-ABEND-REASON-TEXT
022000         PERFORM 9100-ABEND-NOTIFY
022100             THRU 9100-ABEND-NOTIFY-EXIT
022200         GO TO 1000-INITIALIZE-EXIT
022300     END-IF
022400     IF NOT WS-OFACREV-OK
022500         DISPLAY 'CBOFC02C - ERROR OPENING OFAC REVIEW QUEUE'
022600         MOVE 'Y'                TO WS-EOF-SW
022700         MOVE 'OFAC REVIEW QUEUE OPEN ERROR'
022800                                 TO WS-ABEND-REASON-TEXT
022900         PERFORM 9100-ABEND-NOTIFY
023000             THRU 9100-ABEND-NOTIFY-EXIT
023100         GO TO 1000-INITIALIZE-EXIT
023200     END-IF
023300     IF NOT WS-ACCOUNT-OK
023400         DISPLAY 'CBOFC02C - ERROR OPENING ACCOUNT FILE'
023500         MOVE 'Y'                TO WS-EOF-SW
023600         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
023700         PERFORM 9100-ABEND-NOTIFY
023800             THRU 9100-ABEND-NOTIFY-EXIT
023900         GO TO 1000-INITIALIZE-EXIT
024000     END-IF
024100     PERFORM 2100-READ-NEXT-CUSTOMER
024200         THRU 2100-READ-NEXT-CUSTOMER-EXIT.
024300 1000-INITIALIZE-EXIT.
024400     EXIT.
024500*
024600******************************************************************
024700* ONE CUSTOMER. A CONFIRMED HIT IS NOT RESCREENED - IT IS ONLY
024800* NOTED FOR THE FREEZE PASS. ANY OTHER CUSTOMER IS SCREENED
024900* AGAINST EVERY LIST ROW FILED UNDER THE SAME LAST NAME, AND IS
025000* FLAGGED 'P' WHEN ANY MATCH STANDS PENDING ON THE QUEUE.
025100******************************************************************
025200 2000-RESCREEN-CUSTOMER.
025300     ADD 1                       TO WS-CUST-COUNT
025400     IF CUST-OFAC-CONFIRMED-HIT
025500         PERFORM 2900-NOTE-CONFIRMED-HIT
025600             THRU 2900-NOTE-CONFIRMED-HIT-EXIT
025700         GO TO 2000-RESCREEN-CUSTOMER-NEXT
025800     END-IF
025900     MOVE 'N'                    TO WS-PENDING-SW
026000     MOVE FUNCTION UPPER-CASE(CUST-LAST-NAME)
026100                                 TO WS-SCREEN-LAST-NAME
026200     IF WS-SCREEN-LAST-NAME = SPACES
026300         GO TO 2000-RESCREEN-CUSTOMER-NEXT
026400     END-IF
026500     MOVE 'N'                    TO WS-SDN-EOF-SW
026600     MOVE WS-SCREEN-LAST-NAME    TO SDN-LAST-NAME
026700     MOVE LOW-VALUES             TO SDN-ENT-NUM
026800     START SDN-LIST-FILE KEY IS NOT LESS THAN SDN-KEY
026900         INVALID KEY
027000             MOVE 'Y'            TO WS-SDN-EOF-SW
027100     END-START
027200     PERFORM 2200-SCREEN-NEXT-CANDIDATE
027300         THRU 2200-SCREEN-NEXT-CANDIDATE-EXIT
027400         UNTIL WS-END-OF-CANDIDATES
027500     IF WS-HAS-PENDING
027600        AND NOT CUST-OFAC-REVIEW-PENDING
027700         SET CUST-OFAC-REVIEW-PENDING TO TRUE
027800         MOVE WS-CURDATE-YYYY-MM-DD TO CUST-OFAC-SCREEN-DATE
027900         REWRITE CUSTOMER-RECORD
028000         ADD 1                   TO WS-FLAGGED-COUNT
028100     END-IF.
028200 2000-RESCREEN-CUSTOMER-NEXT.
028300     PERFORM 2100-READ-NEXT-CUSTOMER
028400         THRU 2100-READ-NEXT-CUSTOMER-EXIT.
028500 2000-RESCREEN-CUSTOMER-EXIT.
028600     EXIT.
028700*
028800 2100-READ-NEXT-CUSTOMER.
028900     READ CUSTOMER-FILE NEXT RECORD
029000         AT END
029100             MOVE 'Y'            TO WS-EOF-SW
029200     END-READ.
029300 2100-READ-NEXT-CUSTOMER-EXIT.
029400     EXIT.
029500*
029600 2200-SCREEN-NEXT-CANDIDATE.
029700     READ SDN-LIST-FILE NEXT RECORD
029800         AT END
029900             MOVE 'Y'            TO WS-SDN-EOF-SW
030000             GO TO 2200-SCREEN-NEXT-CANDIDATE-EXIT
030100     END-READ
030200     IF SDN-LAST-NAME NOT = WS-SCREEN-LAST-NAME
030300         MOVE 'Y'                TO WS-SDN-EOF-SW
030400         GO TO 2200-SCREEN-NEXT-CANDIDATE-EXIT
030500     END-IF
030600     MOVE CUST-FIRST-NAME        TO OFP-CUST-FIRST-NAME
030700     MOVE CUST-LAST-NAME         TO OFP-CUST-LAST-NAME
030800     MOVE CUST-DOB-YYYY-MM-DD    TO OFP-CUST-DOB
030900     MOVE CUST-ADDR-COUNTRY-CD   TO OFP-CUST-COUNTRY-CD
031000     MOVE SDN-FIRST-NAME         TO OFP-SDN-FIRST-NAME
031100     MOVE SDN-LAST-NAME          TO OFP-SDN-LAST-NAME
031200     MOVE SDN-DOB-YYYY-MM-DD     TO OFP-SDN-DOB
031300     MOVE SDN-COUNTRY-CD         TO OFP-SDN-COUNTRY-CD
031400     CALL 'CBOFC03C' USING OFAC-MATCH-PARM
031500     IF OFP-POTENTIAL-MATCH
031600         PERFORM 2300-QUEUE-MATCH THRU 2300-QUEUE-MATCH-EXIT
031700     END-IF.
031800 2200-SCREEN-NEXT-CANDIDATE-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200* QUEUE THE PAIR UNLESS IT IS ALREADY ON OFACREV. A PAIR STILL
032300* PENDING KEEPS THE CUSTOMER FLAGGED; ONE ALREADY CLEARED OR
032400* CONFIRMED IS LEFT AS THE ANALYST DECIDED IT.
032500******************************************************************
032600 2300-QUEUE-MATCH.
032700     MOVE CUST-ID                TO OFR-CUST-ID
032800     MOVE SDN-ENT-NUM            TO OFR-ENT-NUM
032900     READ OFAC-REVIEW-FILE
033000         INVALID KEY
033100             CONTINUE
033200         NOT INVALID KEY
033300             IF OFR-PENDING
033400                 MOVE 'Y'        TO WS-PENDING-SW
033500             END-IF
033600             GO TO 2300-QUEUE-MATCH-EXIT
033700     END-READ
033800     MOVE SPACES                 TO OFAC-REVIEW-RECORD
033900     MOVE CUST-ID                TO OFR-CUST-ID
034000     MOVE SDN-ENT-NUM            TO OFR-ENT-NUM
034100     MOVE SDN-LAST-NAME          TO OFR-SDN-LAST-NAME
034200     MOVE SDN-FIRST-NAME         TO OFR-SDN-FIRST-NAME
034300     MOVE SDN-PROGRAM            TO OFR-SDN-PROGRAM
034400     MOVE OFP-MATCH-BASIS        TO OFR-MATCH-BASIS
034500     MOVE SDN-LIST-ID            TO OFR-LIST-ID
034600     SET OFR-FROM-RESCREEN       TO TRUE
034700     MOVE 'CBOFC02C'             TO OFR-QUEUED-BY
034800     MOVE FUNCTION CURRENT-DATE  TO OFR-QUEUED-TS
034900     SET OFR-PENDING             TO TRUE
035000     WRITE OFAC-REVIEW-RECORD
035100         INVALID KEY
035200             GO TO 2300-QUEUE-MATCH-EXIT
035300     END-WRITE
035400     ADD 1                       TO WS-QUEUED-COUNT
035500     MOVE 'Y'                    TO WS-PENDING-SW.
035600 2300-QUEUE-MATCH-EXIT.
035700     EXIT.
035800*
035900 2900-NOTE-CONFIRMED-HIT.
036000     IF WS-HIT-USED < 500
036100         ADD 1                   TO WS-HIT-USED
036200         SET HIT-IDX             TO WS-HIT-USED
036300         MOVE CUST-ID            TO WS-HIT-CUST-ID (HIT-IDX)
036400     ELSE
036500         DISPLAY 'CBOFC02C - HIT TABLE FULL, CUSTOMER NOT '
036600                 'FROZEN THIS RUN: ' CUST-ID
036700     END-IF.
036800 2900-NOTE-CONFIRMED-HIT-EXIT.
036900     EXIT.
037000*
037100******************************************************************
037200* ONE OPRALRT ALERT PER HIT CONFIRMED ON COOFC00C AND NOT YET
037300* ALERTED, SO COMPLIANCE AND OPERATIONS HEAR OF IT THROUGH THE
037400* ALERT CONSOLE (CBOPS01C/COOPS00C). THE ALERT DATE STAMPED ON
037500* THE QUEUE ROW STOPS A RERUN ALERTING TWICE.
037600******************************************************************
037700 5000-ALERT-CONFIRMED.
037800     MOVE 'N'                    TO WS-REV-EOF-SW
037900     MOVE LOW-VALUES             TO OFR-KEY
038000     START OFAC-REVIEW-FILE KEY IS NOT LESS THAN OFR-KEY
038100         INVALID KEY
038200             GO TO 5000-ALERT-CONFIRMED-EXIT
038300     END-START
038400     PERFORM 5100-ALERT-NEXT-REVIEW
038500         THRU 5100-ALERT-NEXT-REVIEW-EXIT
038600         UNTIL WS-END-OF-REVIEWS.
038700 5000-ALERT-CONFIRMED-EXIT.
038800     EXIT.
038900*
039000 5100-ALERT-NEXT-REVIEW.
039100     READ OFAC-REVIEW-FILE NEXT RECORD
039200         AT END
039300             MOVE 'Y'            TO WS-REV-EOF-SW
039400             GO TO 5100-ALERT-NEXT-REVIEW-EXIT
039500     END-READ
039600     IF NOT OFR-CONFIRMED OR OFR-ALERT-DATE NOT = SPACES
039700         GO TO 5100-ALERT-NEXT-REVIEW-EXIT
039800     END-IF
039900     MOVE 'OFAC'                 TO ABEND-CODE
040000     MOVE 'CBOFC02C'             TO ABEND-CULPRIT
040100     MOVE SPACES                 TO ABEND-REASON
040200     STRING 'CONFIRMED OFAC HIT - CUSTOMER '
040300                                 DELIMITED BY SIZE
040400            OFR-CUST-ID          DELIMITED BY SIZE
040500            ' FROZEN'            DELIMITED BY SIZE
040600       INTO ABEND-REASON
040700     END-STRING
040800     MOVE SPACES                 TO ABEND-MSG
040900     STRING ABEND-REASON         DELIMITED BY '  '
041000            ' - SDN ENTRY '      DELIMITED BY SIZE
041100            OFR-ENT-NUM          DELIMITED BY SPACE
041200            ' '                  DELIMITED BY SIZE
041300            OFR-SDN-PROGRAM      DELIMITED BY SPACE
041400       INTO ABEND-MSG
041500     END-STRING
041600     PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
041700     MOVE WS-CURDATE-YYYY-MM-DD  TO OFR-ALERT-DATE
041800     REWRITE OFAC-REVIEW-RECORD
041900     ADD 1                       TO WS-ALERT-COUNT
042000     PERFORM 5200-NOTE-REVIEW-HIT THRU 5200-NOTE-REVIEW-HIT-EXIT.
042100 5100-ALERT-NEXT-REVIEW-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500* A HIT CONFIRMED SINCE THE CUSTOMER PASS READ THE CUSTOMER IS
042600* ADDED TO THE FREEZE TABLE HERE, UNLESS IT IS ALREADY THERE.
042700******************************************************************
042800 5200-NOTE-REVIEW-HIT.
042900     MOVE 'N'                    TO WS-HIT-FOUND-SW
043000     PERFORM VARYING HIT-IDX FROM 1 BY 1
043100             UNTIL HIT-IDX > WS-HIT-USED OR WS-HIT-FOUND
043200         IF WS-HIT-CUST-ID (HIT-IDX) = OFR-CUST-ID
043300             MOVE 'Y'            TO WS-HIT-FOUND-SW
043400         END-IF
043500     END-PERFORM
043600     IF WS-HIT-FOUND
043700         GO TO 5200-NOTE-REVIEW-HIT-EXIT
043800     END-IF
043900     MOVE OFR-CUST-ID            TO CUST-ID
044000     PERFORM 2900-NOTE-CONFIRMED-HIT
044100         THRU 2900-NOTE-CONFIRMED-HIT-EXIT.
044200 5200-NOTE-REVIEW-HIT-EXIT.
044300     EXIT.
044400*
044500******************************************************************
044600* ONE PASS OF THE CROSS-REFERENCE: EVERY ACCOUNT WHOSE PRIMARY
044700* OR JOINT HOLDER IS A CONFIRMED HIT, AND NOT ALREADY FROZEN, IS
044800* SET TO 'S'. A CLOSED OR CHARGED-OFF ACCOUNT IS FROZEN TOO - A
044900* BLOCKED PERSON'S CREDIT BALANCE MAY NOT BE REFUNDED OUT.
045000******************************************************************
045100 6000-FREEZE-ACCOUNTS.
045200     IF WS-HIT-USED = ZERO
045300         GO TO 6000-FREEZE-ACCOUNTS-EXIT
045400     END-IF
045500     IF NOT WS-XREF-OK
045600         DISPLAY 'CBOFC02C - ERROR OPENING XREF FILE'
045700         MOVE 'XREF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
045800         PERFORM 9100-ABEND-NOTIFY
045900             THRU 9100-ABEND-NOTIFY-EXIT
046000         GO TO 6000-FREEZE-ACCOUNTS-EXIT
046100     END-IF
046200     MOVE 'N'                    TO WS-XREF-EOF-SW
046300     PERFORM 6100-FREEZE-NEXT-ACCOUNT
046400         THRU 6100-FREEZE-NEXT-ACCOUNT-EXIT
046500         UNTIL WS-END-OF-XREF.
046600 6000-FREEZE-ACCOUNTS-EXIT.
046700     EXIT.
046800*
046900 6100-FREEZE-NEXT-ACCOUNT.
047000     READ XREF-FILE NEXT RECORD
047100         AT END
047200             MOVE 'Y'            TO WS-XREF-EOF-SW
047300             GO TO 6100-FREEZE-NEXT-ACCOUNT-EXIT
047400     END-READ
047500     MOVE 'N'                    TO WS-HIT-FOUND-SW
047600     PERFORM VARYING HIT-IDX FROM 1 BY 1
047700             UNTIL HIT-IDX > WS-HIT-USED OR WS-HIT-FOUND
047800         IF WS-HIT-CUST-ID (HIT-IDX) = XRF-CUST-ID
047900            OR WS-HIT-CUST-ID (HIT-IDX) = XRF-JOINT-CUST-ID
048000             MOVE 'Y'            TO WS-HIT-FOUND-SW
048100         END-IF
048200     END-PERFORM
048300     IF NOT WS-HIT-FOUND
048400         GO TO 6100-FREEZE-NEXT-ACCOUNT-EXIT
048500     END-IF
048600     MOVE XRF-ACCT-ID            TO ACCT-ID
048700     READ ACCOUNT-FILE
048800         INVALID KEY
048900             GO TO 6100-FREEZE-NEXT-ACCOUNT-EXIT
049000     END-READ
049100     IF ACCT-ACTIVE-STATUS = 'S'
049200         GO TO 6100-FREEZE-NEXT-ACCOUNT-EXIT
049300     END-IF
049400     MOVE ACCT-ACTIVE-STATUS     TO WS-OLD-STATUS
049500     MOVE 'S'                    TO ACCT-ACTIVE-STATUS
049600     REWRITE ACCOUNT-RECORD
049700     MOVE ACCT-ID                TO AUD-ACCT-ID
049800     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
049900     MOVE 'CBOFC02C'             TO AUD-USER-ID
050000     MOVE 'ACSTTUS'              TO AUD-FIELD-NAME
050100     MOVE WS-OLD-STATUS          TO AUD-OLD-VALUE
050200     MOVE 'S'                    TO AUD-NEW-VALUE
050300     WRITE ACCT-AUDIT-RECORD
050400     ADD 1                       TO WS-FROZEN-COUNT.
050500 6100-FREEZE-NEXT-ACCOUNT-EXIT.
050600     EXIT.
050700*
050800******************************************************************
050900* APPENDS THE ALERT BUILT IN ABEND-CODE/CULPRIT/REASON/MSG TO
051000* THE ON-CALL ALERT QUEUE. UNLIKE 9100-ABEND-NOTIFY IT LEAVES
051100* THE RETURN CODE ALONE - A CONFIRMED HIT IS NEWS, NOT A FAILURE
051200* OF THE RUN.
051300******************************************************************
051400 7000-WRITE-ALERT.
051500     OPEN EXTEND ALERT-QUEUE-FILE
051600     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
051700     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
051800     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
051900     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
052000     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
052100     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
052200     WRITE OPS-ALERT-RECORD
052300     CLOSE ALERT-QUEUE-FILE.
052400 7000-WRITE-ALERT-EXIT.
052500     EXIT.
052600*
052700 9000-TERMINATE.
052800     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
052900     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
053000     MOVE 'CBOFC02C'             TO QSP-JOB-NAME
053100     SET QSP-ACTION-CLEAR        TO TRUE
053200     CALL 'CBQSC01C' USING QUIESCE-PARM
053300     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
053400     CLOSE CUSTOMER-FILE
053500     CLOSE SDN-LIST-FILE
053600     CLOSE OFAC-REVIEW-FILE
053700     CLOSE XREF-FILE
053800     CLOSE ACCOUNT-FILE
053900     CLOSE AUDIT-FILE
054000     DISPLAY 'CBOFC02C - CUSTOMERS SCREENED: ' WS-CUST-COUNT
054100     DISPLAY 'CBOFC02C - MATCHES QUEUED FOR REVIEW: '
054200             WS-QUEUED-COUNT
054300     DISPLAY 'CBOFC02C - CUSTOMERS FLAGGED PENDING: '
054400             WS-FLAGGED-COUNT
054500     DISPLAY 'CBOFC02C - CONFIRMED HITS ALERTED: '
054600             WS-ALERT-COUNT
054700     DISPLAY 'CBOFC02C - ACCOUNTS FROZEN: ' WS-FROZEN-COUNT
054800     PERFORM 9200-LOG-JOB-STATUS
054900         THRU 9200-LOG-JOB-STATUS-EXIT.
055000 9000-TERMINATE-EXIT.
055100     EXIT.
055200*
055300******************************************************************
055400* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
055500* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
055600* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
055700* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
055800******************************************************************
055900 9100-ABEND-NOTIFY.
056000     MOVE 'AB01'                 TO ABEND-CODE
056100     MOVE 'CBOFC02C'             TO ABEND-CULPRIT
056200     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
056300     STRING ABEND-CULPRIT   DELIMITED BY SIZE
056400            ' - '           DELIMITED BY SIZE
056500            ABEND-REASON    DELIMITED BY SIZE
056600       INTO ABEND-MSG
056700     END-STRING
056800     PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
056900     MOVE 16                     TO RETURN-CODE.
057000 9100-ABEND-NOTIFY-EXIT.
057100     EXIT.
057200*
057300******************************************************************
057400* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
057500* WHETHER THE JOB RAN AND HOW IT WENT.
057600******************************************************************
057700 9200-LOG-JOB-STATUS.
057800     OPEN I-O JOB-LOG-FILE
057900     IF NOT WS-JOBLOG-OK
058000         DISPLAY 'CBOFC02C - ERROR OPENING JOB LOG FILE'
058100         GO TO 9200-LOG-JOB-STATUS-EXIT
058200     END-IF
058300     MOVE 'CBOFC02C'             TO JBS-JOB-NAME
058400     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
058500     IF RETURN-CODE = ZERO
058600         SET JBS-STATUS-SUCCESS  TO TRUE
058700     ELSE
058800         SET JBS-STATUS-FAILED   TO TRUE
058900     END-IF
059000     MOVE RETURN-CODE            TO JBS-RETURN-CODE
059100     MOVE WS-CUST-COUNT          TO JBS-REC-COUNT
059200     WRITE JOB-STATUS-RECORD
059300     CLOSE JOB-LOG-FILE.
059400 9200-LOG-JOB-STATUS-EXIT.
059500     EXIT.
