000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COCPL00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - COMPLAINT CASE INTAKE AND
001100*                     WORK QUEUE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       LOGS A CARDHOLDER COMPLAINT (CPLACTI 'N') AS A
001500*                CASE ON CPLFILE (CVCPL01Y) AGAINST AN ACCOUNT -
001600*                OR A CUSTOMER WHEN IT IS NOT ABOUT ONE ACCOUNT -
001700*                WITH ITS CHANNEL, CATEGORY, RECEIVED DATE AND,
001800*                FOR ONE THAT CAME THROUGH A REGULATOR'S PORTAL,
001900*                THE REGULATOR'S REFERENCE. THE RESPONSE DUE DATE
002000*                IS SET FROM THE RECEIVED DATE BY THE COMPLAINT
002100*                POLICY (CVCPL02Y). A REP WORKS A CASE ('W'),
002200*                KEEPING THE LATEST NOTE ON IT, AND CLOSES IT
002300*                ('C') WITH THE RESPONSE GIVEN AND A ROOT CAUSE;
002400*                A CASE CLOSED AFTER ITS DUE DATE IS MARKED LATE.
002500*                WITH NO ACTION KEYED, THE SCREEN LISTS UP TO
002600*                FIVE OPEN CASES OLDEST-FIRST WITH THE DAYS LEFT
002700*                TO THEIR DUE DATE. THE NIGHTLY AGING BATCH
002800*                (CBCPL01C) ALERTS AS DUE DATES APPROACH.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300 01  WS-PGMNAME                  PIC X(08) VALUE 'COCPL00C'.
003400 01  WS-TRANID                   PIC X(04) VALUE 'CCPL'.
003500*
003600******************************************************************
003700* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
003800* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
003900* AS ON COACTAPC.
004000******************************************************************
004100 01  WS-SCREEN-FIELDS.
004200     05  CPLIDI                  PIC X(16).
004300     05  CPLACTI                 PIC X(01).
004400         88 CPLACT-NEW           VALUE 'N'.
004500         88 CPLACT-WORK          VALUE 'W'.
004600         88 CPLACT-CLOSE         VALUE 'C'.
004700     05  ACCTIDI                 PIC X(11).
004800     05  CUSTIDI                 PIC X(09).
004900     05  CHANNELI                PIC X(01).
005000     05  CATEGI                  PIC X(04).
005100     05  RCVDTI                  PIC X(10).
005200     05  REGREFI                 PIC X(20).
005300     05  SUMMARYI                PIC X(60).
005400     05  RESPI                   PIC X(60).
005500     05  ROOTCI                  PIC X(04).
005600     05  DUEDTI                  PIC X(10).
005700     05  CPL-QUEUE-LINE OCCURS 5 TIMES
005800                         INDEXED BY WS-CPLQ-IDX.
005900         10  QCPLIDI             PIC X(16).
006000         10  QSTATI              PIC X(01).
006100         10  QCATI               PIC X(04).
006200         10  QCHNI               PIC X(01).
006300         10  QDUEI               PIC X(10).
006400         10  QDAYSI              PIC -(3)9.
006500     05  ERRMSGI                 PIC X(78).
006600     05  INFOMSGI                PIC X(45).
006700*
006800 COPY CVCPL01Y.
006900 COPY CVCPL02Y.
007000 COPY CVACT01Y.
007100 COPY CVXRF01Y.
007200 COPY CVCUS01Y.
007300*
007400 01  WS-MISC-STORAGE.
007500     05  WS-RESP-CD              PIC S9(08) COMP.
007600     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
007700         88  WS-BROWSE-DONE      VALUE 'Y'.
007800     05  WS-QUEUE-COUNT          PIC 9(02) VALUE ZERO.
007900     05  WS-CURRENT-TIMESTAMP    PIC X(26).
008000     05  WS-RCVD-DATE-N          PIC 9(08).
008100     05  WS-DUE-DATE-N           PIC 9(08).
008200     05  WS-DUE-DAYS             PIC 9(03).
008300     05  WS-DAYS-TO-DUE          PIC S9(05) COMP-3.
008400*
008500 COPY CSDAT01Y.
008600*
008700 01  WS-NAV-BACK-PGM         PIC X(08).
008800*
008900 01  WS-IDLE-TIMEOUT-DATA.
009000     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
009100     05  WS-NOW-DT               PIC 9(08).
009200     05  WS-NOW-HH               PIC 9(02).
009300     05  WS-NOW-MM               PIC 9(02).
009400     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
009500*
009600 COPY COCOM01Y.
009700 COPY CVEMP02Y.
009800*
009900 LINKAGE SECTION.
010000 01  DFHCOMMAREA                 PIC X(400).
010100*
010200******************************************************************
010300 PROCEDURE DIVISION.
010400******************************************************************
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010700     PERFORM 1500-CHECK-IDLE-TIMEOUT
010800         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
010900     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
011000     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
011100     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
011200     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
011300     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
011400     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
011500     EXEC CICS
011600         RETURN TRANSID(WS-TRANID)
011700         COMMAREA(CARDDEMO-COMMAREA)
011800     END-EXEC
011900     GOBACK.
012000*
012100 1000-INITIALIZE.
012200     MOVE SPACES                 TO ERRMSGI INFOMSGI
012300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
012400     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
012500     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
012600     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
012700     IF EIBCALEN > 0
012800         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
012900     END-IF.
013000 1000-INITIALIZE-EXIT.
013100     EXIT.
013200******************************************************************
013300* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
013400* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
013500* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
013600* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
013700******************************************************************
013800 1500-CHECK-IDLE-TIMEOUT.
013900     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
014000         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
014100     END-IF
014200     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
014300     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
014400     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
014500     COMPUTE WS-IDLE-ELAPSED-MINS =
014600         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
014700          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
014800         + (WS-NOW-HH * 60 + WS-NOW-MM)
014900         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
015000     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
015100         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
015200     END-IF.
015300 1500-CHECK-IDLE-TIMEOUT-EXIT.
015400     EXIT.
015500*
015600******************************************************************
015700* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
015800* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
015900* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
016000******************************************************************
016100 2500-NAV-BACK.
016200     IF CDEMO-NAV-STACK-PTR > 0
016300         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
016400                                 TO WS-NAV-BACK-PGM
016500         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
016600     ELSE
016700         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
016800     END-IF
016900     SET CDEMO-PGM-REENTER       TO TRUE
017000     EXEC CICS
017100         XCTL PROGRAM(WS-NAV-BACK-PGM)
017200         COMMAREA(CARDDEMO-COMMAREA)
017300     END-EXEC.
017400 2500-NAV-BACK-EXIT.
017500     EXIT.
017600*
017700 2000-RECEIVE-MAP.
017800     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
017900         GO TO 2000-RECEIVE-MAP-EXIT
018000     END-IF
018100     EXEC CICS
018200         RECEIVE MAP('CCPL00A') MAPSET('COCPL00')
018300         INTO(WS-SCREEN-FIELDS)
018400         RESP(WS-RESP-CD)
018500     END-EXEC.
018600 2000-RECEIVE-MAP-EXIT.
018700     EXIT.
018800*
018900 3000-PROCESS-INPUT.
019000     IF CDEMO-TIMEOUT-EXPIRED
019100         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
019200         SET CDEMO-PGM-ENTER      TO TRUE
019300         EXEC CICS
019400             XCTL PROGRAM('COSGN00C')
019500             COMMAREA(CARDDEMO-COMMAREA)
019600         END-EXEC
019700     END-IF
019800     IF EIBAID = DFHPF3
019900         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
020000         GO TO 3000-PROCESS-INPUT-EXIT
020100     END-IF
020200     EVALUATE TRUE
020300         WHEN CPLACT-NEW
020400             PERFORM 4000-LOG-COMPLAINT
020500                 THRU 4000-LOG-COMPLAINT-EXIT
020600         WHEN CPLACT-WORK OR CPLACT-CLOSE
020700             PERFORM 5000-WORK-COMPLAINT
020800                 THRU 5000-WORK-COMPLAINT-EXIT
020900         WHEN OTHER
021000             PERFORM 6000-LIST-WORK-QUEUE
021100                 THRU 6000-LIST-WORK-QUEUE-EXIT
021200     END-EVALUATE.
021300 3000-PROCESS-INPUT-EXIT.
021400     EXIT.
021500*
021600******************************************************************
021700* LOG A NEW COMPLAINT. AN ACCOUNT NAMES ITS HOLDER THROUGH
021800* ACCTXREF (THE ACCOUNT-ID KEY PUN WHEN IT HAS NO XREF ROW, AS
021900* COACTVWC DOES) AND ITS PRODUCT FROM THE ACCOUNT GROUP; WITH NO
022000* ACCOUNT THE CUSTOMER MUST BE KEYED AND ON FILE. A REGULATOR
022100* COMPLAINT MUST CARRY THE REGULATOR'S REFERENCE. THE RECEIVED
022200* DATE DEFAULTS TO TODAY AND CANNOT BE IN THE FUTURE.
022300******************************************************************
022400 4000-LOG-COMPLAINT.
022500     MOVE CHANNELI               TO CPL-CHANNEL
022600     MOVE CATEGI                 TO CPL-CATEGORY
022700     IF NOT CPL-CHANNEL-VALID
022800         MOVE 'Channel must be P (phone), L (letter), E (email) or
022900-            ' R (regulator)'     TO ERRMSGI
023000         GO TO 4000-LOG-COMPLAINT-EXIT
023100     END-IF
023200     IF NOT CPL-CATEGORY-VALID
023300         MOVE 'Category must be FEES BILL CRPT COLL FRAU SERV PRIV
023400-            ' or OTHR'           TO ERRMSGI
023500         GO TO 4000-LOG-COMPLAINT-EXIT
023600     END-IF
023700     IF CPL-BY-REGULATOR
023800        AND (REGREFI = SPACES OR LOW-VALUES)
023900         MOVE 'Regulator reference is required for a regulator com
024000-            'plaint'             TO ERRMSGI
024100         GO TO 4000-LOG-COMPLAINT-EXIT
024200     END-IF
024300     IF SUMMARYI = SPACES OR LOW-VALUES
024400         MOVE 'Complaint summary is required' TO ERRMSGI
024500         GO TO 4000-LOG-COMPLAINT-EXIT
024600     END-IF
024700     PERFORM 4100-RESOLVE-CUSTOMER THRU 4100-RESOLVE-CUSTOMER-EXIT
024800     IF ERRMSGI NOT = SPACES
024900         GO TO 4000-LOG-COMPLAINT-EXIT
025000     END-IF
025100     PERFORM 4200-SET-DUE-DATE THRU 4200-SET-DUE-DATE-EXIT
025200     IF ERRMSGI NOT = SPACES
025300         GO TO 4000-LOG-COMPLAINT-EXIT
025400     END-IF
025500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
025600     MOVE WS-CURRENT-TIMESTAMP (1:16) TO CPL-ID
025700     IF CPL-BY-REGULATOR
025800         MOVE REGREFI            TO CPL-REG-REF
025900     ELSE
026000         MOVE SPACES             TO CPL-REG-REF
026100     END-IF
026200     MOVE SUMMARYI               TO CPL-SUMMARY
026300     SET CPL-OPEN                TO TRUE
026400     MOVE WS-CURRENT-TIMESTAMP   TO CPL-OPENED-TS
026500     MOVE CDEMO-USER-ID          TO CPL-OPENED-BY
026600     MOVE SPACES                 TO CPL-WORKED-TS
026700                                    CPL-WORKED-BY
026800                                    CPL-RESPONSE
026900                                    CPL-ROOT-CAUSE
027000                                    CPL-CLOSED-DATE
027100                                    CPL-CLOSED-BY
027200     MOVE 'N'                    TO CPL-CLOSED-LATE-IND
027300     SET CPL-ALERT-NONE          TO TRUE
027400     EXEC CICS
027500         WRITE DATASET('CPLFILE')
027600         FROM(COMPLAINT-CASE-RECORD)
027700         RIDFLD(CPL-ID)
027800         RESP(WS-RESP-CD)
027900     END-EXEC
028000     IF WS-RESP-CD NOT = ZERO
028100         MOVE 'Complaint not logged - press Enter and try again'
028200                                 TO ERRMSGI
028300         GO TO 4000-LOG-COMPLAINT-EXIT
028400     END-IF
028500     MOVE CPL-ID                 TO CPLIDI
028600     MOVE CPL-DUE-DATE           TO DUEDTI
028700     MOVE 'Complaint logged - response due on screen'
028800                                 TO INFOMSGI.
028900 4000-LOG-COMPLAINT-EXIT.
029000     EXIT.
029100*
029200 4100-RESOLVE-CUSTOMER.
029300     MOVE ZERO                   TO CPL-ACCT-ID CPL-CUST-ID
029400     MOVE SPACES                 TO CPL-PRODUCT-ID
029500     IF ACCTIDI = SPACES OR LOW-VALUES
029600         GO TO 4100-RESOLVE-BY-CUSTOMER
029700     END-IF
029800     IF ACCTIDI NOT NUMERIC
029900         MOVE 'Account ID must be an 11 digit number' TO ERRMSGI
030000         GO TO 4100-RESOLVE-CUSTOMER-EXIT
030100     END-IF
030200     MOVE ACCTIDI                TO ACCT-ID
030300     EXEC CICS
030400         READ DATASET('ACCTDAT')
030500         INTO(ACCOUNT-RECORD)
030600         RIDFLD(ACCT-ID)
030700         RESP(WS-RESP-CD)
030800     END-EXEC
030900     IF WS-RESP-CD NOT = ZERO
031000         MOVE 'Account not found' TO ERRMSGI
031100         GO TO 4100-RESOLVE-CUSTOMER-EXIT
031200     END-IF
031300     MOVE ACCT-ID                TO CPL-ACCT-ID
031400     MOVE ACCT-GROUP-ID          TO CPL-PRODUCT-ID
031500     MOVE ACCT-ID                TO XRF-ACCT-ID
031600     EXEC CICS
031700         READ DATASET('ACCTXREF')
031800         INTO(ACCT-CUST-XREF-RECORD)
031900         RIDFLD(XRF-ACCT-ID)
032000         RESP(WS-RESP-CD)
032100     END-EXEC
032200     IF WS-RESP-CD = ZERO
032300         MOVE XRF-CUST-ID        TO CPL-CUST-ID
032400     ELSE
032500         MOVE ACCT-ID            TO CPL-CUST-ID
032600     END-IF
032700     MOVE CPL-CUST-ID            TO CUSTIDI
032800     GO TO 4100-RESOLVE-CUSTOMER-EXIT.
032900 4100-RESOLVE-BY-CUSTOMER.
033000     IF CUSTIDI = SPACES OR LOW-VALUES OR CUSTIDI NOT NUMERIC
033100         MOVE 'Enter the account ID, or the 9 digit customer ID'
033200                                 TO ERRMSGI
033300         GO TO 4100-RESOLVE-CUSTOMER-EXIT
033400     END-IF
033500     MOVE CUSTIDI                TO CUST-ID
033600     EXEC CICS
033700         READ DATASET('CUSTDAT')
033800         INTO(CUSTOMER-RECORD)
033900         RIDFLD(CUST-ID)
034000         RESP(WS-RESP-CD)
034100     END-EXEC
034200     IF WS-RESP-CD NOT = ZERO
034300         MOVE 'Customer not found' TO ERRMSGI
034400         GO TO 4100-RESOLVE-CUSTOMER-EXIT
034500     END-IF
034600     MOVE CUST-ID                TO CPL-CUST-ID.
034700 4100-RESOLVE-CUSTOMER-EXIT.
034800     EXIT.
034900*
035000******************************************************************
035100* THE STATUTORY CLOCK RUNS FROM THE DAY THE COMPLAINT WAS
035200* RECEIVED, NOT THE DAY IT WAS KEYED - A LETTER LOGGED A WEEK
035300* LATE HAS A WEEK LESS TO ANSWER IT.
035400******************************************************************
035500 4200-SET-DUE-DATE.
035600     IF RCVDTI = SPACES OR LOW-VALUES
035700         MOVE WS-CURDATE-YYYY-MM-DD TO RCVDTI
035800     END-IF
035900     IF RCVDTI (5:1) NOT = '-' OR RCVDTI (8:1) NOT = '-'
036000        OR RCVDTI (1:4) NOT NUMERIC
036100        OR RCVDTI (6:2) NOT NUMERIC
036200        OR RCVDTI (9:2) NOT NUMERIC
036300         MOVE 'Received date must be YYYY-MM-DD' TO ERRMSGI
036400         GO TO 4200-SET-DUE-DATE-EXIT
036500     END-IF
036600     STRING RCVDTI (1:4) RCVDTI (6:2) RCVDTI (9:2)
036700         DELIMITED BY SIZE INTO WS-RCVD-DATE-N
036800     END-STRING
036900     IF FUNCTION TEST-DATE-YYYYMMDD (WS-RCVD-DATE-N) NOT = ZERO
037000         MOVE 'Received date is not a valid date' TO ERRMSGI
037100         GO TO 4200-SET-DUE-DATE-EXIT
037200     END-IF
037300     IF WS-RCVD-DATE-N > WS-CURDATE-N
037400         MOVE 'Received date cannot be in the future' TO ERRMSGI
037500         GO TO 4200-SET-DUE-DATE-EXIT
037600     END-IF
037700     MOVE RCVDTI                 TO CPL-RECEIVED-DATE
037800     IF CPL-BY-REGULATOR
037900         MOVE CPP-DUE-DAYS-REGULATOR TO WS-DUE-DAYS
038000     ELSE
038100         MOVE CPP-DUE-DAYS-STANDARD TO WS-DUE-DAYS
038200     END-IF
038300     COMPUTE WS-DUE-DATE-N = FUNCTION DATE-OF-INTEGER(
038400         FUNCTION INTEGER-OF-DATE(WS-RCVD-DATE-N) + WS-DUE-DAYS)
038500     MOVE SPACES                 TO CPL-DUE-DATE
038600     STRING WS-DUE-DATE-N (1:4) DELIMITED BY SIZE
038700            '-'                 DELIMITED BY SIZE
038800            WS-DUE-DATE-N (5:2) DELIMITED BY SIZE
038900            '-'                 DELIMITED BY SIZE
039000            WS-DUE-DATE-N (7:2) DELIMITED BY SIZE
039100       INTO CPL-DUE-DATE
039200     END-STRING.
039300 4200-SET-DUE-DATE-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700* NO USER MAY CLOSE A COMPLAINT ON AN ACCOUNT LINKED TO THEM ON
039800* EMPLINK. THE CALLER SETS EMC-ACCT-ID / EMC-CUST-ID; COEMPSVC
039900* ANSWERS AND LOGS THE ATTEMPT.
040000******************************************************************
040100 4900-CHECK-INSIDER.
040200     MOVE CDEMO-USER-ID          TO EMC-USER-ID
040300     MOVE WS-PGMNAME             TO EMC-PGMNAME
040400     SET EMC-ACCESS-UPDATE       TO TRUE
040500     SET EMC-NOT-LINKED          TO TRUE
040600     EXEC CICS
040700         LINK PROGRAM('COEMPSVC')
040800         COMMAREA(INSIDER-CHECK-PARM)
040900         RESP(WS-RESP-CD)
041000     END-EXEC
041100     IF WS-RESP-CD NOT = ZERO
041200         SET EMC-NOT-LINKED      TO TRUE
041300     END-IF
041400     IF EMC-LINKED
041500         MOVE EMC-MESSAGE        TO ERRMSGI
041600     END-IF.
041700 4900-CHECK-INSIDER-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* WORK ('W') OR CLOSE ('C') A CASE. WORKING KEEPS THE REP'S
042200* LATEST NOTE AND WHO TOUCHED IT LAST. CLOSING NEEDS THE
042300* RESPONSE GIVEN AND A ROOT CAUSE, AND MARKS THE CASE LATE WHEN
042400* IT CLOSES AFTER ITS DUE DATE.
042500******************************************************************
042600 5000-WORK-COMPLAINT.
042700     IF CPLIDI = SPACES OR LOW-VALUES
042800         MOVE 'Complaint ID is required' TO ERRMSGI
042900         GO TO 5000-WORK-COMPLAINT-EXIT
043000     END-IF
043100     IF RESPI = SPACES OR LOW-VALUES
043200         MOVE 'Enter the note or the response given' TO ERRMSGI
043300         GO TO 5000-WORK-COMPLAINT-EXIT
043400     END-IF
043500     IF CPLACT-CLOSE
043600         MOVE ROOTCI             TO CPL-ROOT-CAUSE
043700         IF NOT CPL-ROOT-CAUSE-VALID
043800             MOVE 'Root cause must be SYST PROC STAF POLC VEND or 
043900-            'NONE'               TO ERRMSGI
044000             GO TO 5000-WORK-COMPLAINT-EXIT
044100         END-IF
044200     END-IF
044300     MOVE CPLIDI                 TO CPL-ID
044400     EXEC CICS
044500         READ DATASET('CPLFILE')
044600         INTO(COMPLAINT-CASE-RECORD)
044700         RIDFLD(CPL-ID)
044800         UPDATE
044900         RESP(WS-RESP-CD)
045000     END-EXEC
045100     IF WS-RESP-CD NOT = ZERO
045200         MOVE 'Complaint not found' TO ERRMSGI
045300         GO TO 5000-WORK-COMPLAINT-EXIT
045400     END-IF
045500     IF CPL-CLOSED
045600         MOVE 'Complaint is already closed' TO ERRMSGI
045700         GO TO 5000-WORK-COMPLAINT-EXIT
045800     END-IF
045900     IF CPLACT-CLOSE
046000         MOVE CPL-ACCT-ID        TO EMC-ACCT-ID
046100         MOVE CPL-CUST-ID        TO EMC-CUST-ID
046200         PERFORM 4900-CHECK-INSIDER THRU 4900-CHECK-INSIDER-EXIT
046300         IF EMC-LINKED
046400             GO TO 5000-WORK-COMPLAINT-EXIT
046500         END-IF
046600     END-IF
046700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
046800     MOVE WS-CURRENT-TIMESTAMP   TO CPL-WORKED-TS
046900     MOVE CDEMO-USER-ID          TO CPL-WORKED-BY
047000     MOVE RESPI                  TO CPL-RESPONSE
047100     IF CPLACT-CLOSE
047200         SET CPL-CLOSED          TO TRUE
047300         MOVE ROOTCI             TO CPL-ROOT-CAUSE
047400         MOVE WS-CURDATE-YYYY-MM-DD TO CPL-CLOSED-DATE
047500         MOVE CDEMO-USER-ID      TO CPL-CLOSED-BY
047600         IF WS-CURDATE-YYYY-MM-DD > CPL-DUE-DATE
047700             MOVE 'Y'            TO CPL-CLOSED-LATE-IND
047800             MOVE 'Complaint closed - after its due date'
047900                                 TO INFOMSGI
048000         ELSE
048100             MOVE 'Complaint closed' TO INFOMSGI
048200         END-IF
048300     ELSE
048400         SET CPL-IN-PROGRESS     TO TRUE
048500         MOVE 'Complaint updated' TO INFOMSGI
048600     END-IF
048700     EXEC CICS
048800         REWRITE DATASET('CPLFILE')
048900         FROM(COMPLAINT-CASE-RECORD)
049000         RESP(WS-RESP-CD)
049100     END-EXEC
049200     IF WS-RESP-CD NOT = ZERO
049300         MOVE SPACES             TO INFOMSGI
049400         MOVE 'Complaint not updated - press Enter and try again'
049500                                 TO ERRMSGI
049600         GO TO 5000-WORK-COMPLAINT-EXIT
049700     END-IF
049800     MOVE CPL-DUE-DATE           TO DUEDTI.
049900 5000-WORK-COMPLAINT-EXIT.
050000     EXIT.
050100*
050200******************************************************************
050300* LIST UP TO FIVE OPEN CASES, OLDEST FIRST. THE CASE ID IS
050400* TIMESTAMP-BASED, SO A FORWARD BROWSE FROM LOW-VALUES COMES
050500* BACK IN THE ORDER THE COMPLAINTS WERE LOGGED. THE DAYS COLUMN
050600* IS WHAT IS LEFT TO THE DUE DATE - NEGATIVE ONCE IT HAS PASSED.
050700******************************************************************
050800 6000-LIST-WORK-QUEUE.
050900     MOVE ZERO                   TO WS-QUEUE-COUNT
051000     MOVE 'N'                    TO WS-BROWSE-SW
051100     MOVE LOW-VALUES             TO CPL-ID
051200     EXEC CICS
051300         STARTBR DATASET('CPLFILE')
051400         RIDFLD(CPL-ID)
051500         GTEQ
051600         RESP(WS-RESP-CD)
051700     END-EXEC
051800     IF WS-RESP-CD NOT = ZERO
051900         MOVE 'No complaints on file' TO INFOMSGI
052000         GO TO 6000-LIST-WORK-QUEUE-EXIT
052100     END-IF
052200     PERFORM 6100-LIST-NEXT-CASE THRU 6100-LIST-NEXT-CASE-EXIT
052300         UNTIL WS-BROWSE-DONE OR WS-QUEUE-COUNT = 5
052400     EXEC CICS
052500         ENDBR DATASET('CPLFILE')
052600     END-EXEC
052700     IF WS-QUEUE-COUNT = 0
052800         MOVE 'No open complaints' TO INFOMSGI
052900     END-IF.
053000 6000-LIST-WORK-QUEUE-EXIT.
053100     EXIT.
053200*
053300 6100-LIST-NEXT-CASE.
053400     EXEC CICS
053500         READNEXT DATASET('CPLFILE')
053600         INTO(COMPLAINT-CASE-RECORD)
053700         RIDFLD(CPL-ID)
053800         RESP(WS-RESP-CD)
053900     END-EXEC
054000     IF WS-RESP-CD NOT = ZERO
054100         MOVE 'Y'                TO WS-BROWSE-SW
054200         GO TO 6100-LIST-NEXT-CASE-EXIT
054300     END-IF
054400     IF CPL-CLOSED
054500         GO TO 6100-LIST-NEXT-CASE-EXIT
054600     END-IF
054700     ADD 1                       TO WS-QUEUE-COUNT
054800     SET WS-CPLQ-IDX             TO WS-QUEUE-COUNT
054900     MOVE CPL-ID                 TO QCPLIDI (WS-CPLQ-IDX)
055000     MOVE CPL-STATUS             TO QSTATI (WS-CPLQ-IDX)
055100     MOVE CPL-CATEGORY           TO QCATI (WS-CPLQ-IDX)
055200     MOVE CPL-CHANNEL            TO QCHNI (WS-CPLQ-IDX)
055300     MOVE CPL-DUE-DATE           TO QDUEI (WS-CPLQ-IDX)
055400     STRING CPL-DUE-DATE (1:4) CPL-DUE-DATE (6:2)
055500            CPL-DUE-DATE (9:2)
055600         DELIMITED BY SIZE INTO WS-DUE-DATE-N
055700     END-STRING
055800     COMPUTE WS-DAYS-TO-DUE =
055900         FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-N) -
056000         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
056100     MOVE WS-DAYS-TO-DUE         TO QDAYSI (WS-CPLQ-IDX).
056200 6100-LIST-NEXT-CASE-EXIT.
056300     EXIT.
056400*
056500 8000-SEND-MAP.
056600     EXEC CICS
056700         SEND MAP('CCPL00A') MAPSET('COCPL00')
056800         FROM(WS-SCREEN-FIELDS)
056900         ERASE
057000     END-EXEC.
057100 8000-SEND-MAP-EXIT.
057200     EXIT.
057300*
057400 9999-EXIT.
057500     EXIT.
