000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COCMP00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CORPORATE CARD COMPANY,
001100*                     COST CENTER AND EMPLOYEE ACCOUNT
001200*                     MAINTENANCE.
001300******************************************************************
001400******************************************************************
001500* REMARKS.       A REP KEYS A CORPORATE CLIENT (CMPIDI) AND SEES
001600*                ITS MASTER ROW (COMPANY, CVCMP01Y) WITH THE
001700*                NUMBER OF EMPLOYEE ACCOUNTS LINKED TO IT, THEIR
001800*                COMBINED BALANCE AND WHAT IS LEFT OF THE
001900*                COMPANY'S AGGREGATE LIMIT. CMPACTI SELECTS THE
002000*                CHANGE:
002100*                  'C' ADDS THE COMPANY OR SAVES ITS DETAILS -
002200*                      NAME, BILLING ADDRESS, CONTACT, STATUS,
002300*                      AGGREGATE LIMIT AND BILLING CYCLE DAY;
002400*                  'K' ADDS OR SAVES THE COST CENTER IN CCTIDI
002500*                      (CMPCCTR, CVCMP02Y) WITH ITS EXPENSE CODE;
002600*                  'L' LINKS THE ACCOUNT IN ACCTSIDI TO THE
002700*                      COMPANY UNDER THE COST CENTER IN CCTIDI -
002800*                      OR MOVES AN ACCOUNT ALREADY LINKED TO
002900*                      ANOTHER OF ITS COST CENTERS - WRITING THE
003000*                      CMPACCT ROW (CVCMP03Y) AND STAMPING
003100*                      ACCT-COMPANY-ID / ACCT-COST-CENTER-ID;
003200*                  'U' UNLINKS IT AGAIN, ONCE ITS BALANCE IS
003300*                      CLEARED (THE COMPANY IS LIABLE FOR IT UNTIL
003400*                      THEN).
003500*                AN ACCOUNT BELONGS TO ONE COMPANY AT A TIME, AND
003600*                ONLY AN ACTIVE COMPANY AND COST CENTER TAKE NEW
003700*                LINKS. EVERY CHANGE IS AUDITED TO ACCTAUD - THE
003800*                COMPANY AND COST CENTER ROWS UNDER ACCOUNT ZERO,
003900*                AS COFPR00C DOES FOR ITS PARAMETERS. THE
004000*                READ-ONLY AUDITOR ROLE MAY VIEW BUT NOT CHANGE.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500 01  WS-PGMNAME                  PIC X(08) VALUE 'COCMP00C'.
004600 01  WS-TRANID                   PIC X(04) VALUE 'CCMP'.
004700*
004800******************************************************************
004900* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
005000* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
005100* AS ON COACTAPC.
005200******************************************************************
005300 01  WS-SCREEN-FIELDS.
005400     05  CMPIDI                  PIC X(10).
005500     05  CMPACTI                 PIC X(01).
005600         88 CMPACT-SAVE-COMPANY  VALUE 'C'.
005700         88 CMPACT-SAVE-CCTR     VALUE 'K'.
005800         88 CMPACT-LINK          VALUE 'L'.
005900         88 CMPACT-UNLINK        VALUE 'U'.
006000     05  CMPNAMI                 PIC X(40).
006100     05  CMPTAXI                 PIC X(09).
006200     05  CMPADR1I                PIC X(50).
006300     05  CMPADR2I                PIC X(50).
006400     05  CMPCITYI                PIC X(30).
006500     05  CMPSTCDI                PIC X(02).
006600     05  CMPZIPI                 PIC X(10).
006700     05  CMPCNTI                 PIC X(30).
006800     05  CMPPHNI                 PIC X(15).
006900     05  CMPEMLI                 PIC X(50).
007000     05  CMPSTATI                PIC X(01).
007100     05  CMPLIMI                 PIC X(14).
007200     05  CMPCYCI                 PIC X(02).
007300     05  MBRCNTI                 PIC ZZZZ9.
007400     05  BALTOTI                 PIC -,---,---,--9.99.
007500     05  AVAILI                  PIC -,---,---,--9.99.
007600     05  CCTIDI                  PIC X(08).
007700     05  CCTNAMI                 PIC X(30).
007800     05  CCTEXPI                 PIC X(12).
007900     05  CCTSTATI                PIC X(01).
008000     05  ACCTSIDI                PIC X(11).
008100     05  EMPIDI                  PIC X(12).
008200     05  EMPNAMI                 PIC X(30).
008300     05  ACMPIDI                 PIC X(10).
008400     05  ACCTCTI                 PIC X(08).
008500     05  ERRMSGI                 PIC X(78).
008600     05  INFOMSGI                PIC X(45).
008700*
008800 COPY CVCMP01Y.
008900 COPY CVCMP02Y.
009000 COPY CVCMP03Y.
009100 COPY CVACT01Y.
009200 COPY CVAUD01Y.
009300*
009400 01  WS-MISC-STORAGE.
009500     05  WS-RESP-CD              PIC S9(08) COMP.
009600     05  WS-CURRENT-TIMESTAMP    PIC X(26).
009700     05  WS-ACCT-ID-N            PIC 9(11).
009800     05  WS-COMPANY-FOUND-SW     PIC X(01).
009900         88 WS-COMPANY-FOUND     VALUE 'Y'.
010000     05  WS-CCTR-FOUND-SW        PIC X(01).
010100         88 WS-CCTR-FOUND        VALUE 'Y'.
010200     05  WS-LINK-FOUND-SW        PIC X(01).
010300         88 WS-LINK-FOUND        VALUE 'Y'.
010400     05  WS-CMA-BROWSE-SW        PIC X(01).
010500         88 WS-CMA-BROWSE-DONE   VALUE 'Y'.
010600     05  WS-MEMBER-COUNT         PIC 9(05).
010700     05  WS-BALANCE-TOTAL        PIC S9(13)V99 COMP-3.
010800     05  WS-AVAIL-AMT            PIC S9(13)V99 COMP-3.
010900     05  WS-LIMIT-WORK           PIC S9(11)V99.
011000     05  WS-CYCLE-DAY            PIC 9(02).
011100     05  WS-OLD-LIMIT-EDIT       PIC Z(9)9.99.
011200     05  WS-NEW-LIMIT-EDIT       PIC Z(9)9.99.
011300*
011400 COPY CSDAT01Y.
011500*
011600 01  WS-NAV-BACK-PGM         PIC X(08).
011700*
011800 01  WS-IDLE-TIMEOUT-DATA.
011900     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
012000     05  WS-NOW-DT               PIC 9(08).
012100     05  WS-NOW-HH               PIC 9(02).
012200     05  WS-NOW-MM               PIC 9(02).
012300     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
012400*
012500 COPY COCOM01Y.
012600*
012700 LINKAGE SECTION.
012800 01  DFHCOMMAREA                 PIC X(400).
012900*
013000******************************************************************
013100 PROCEDURE DIVISION.
013200******************************************************************
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013500     PERFORM 1500-CHECK-IDLE-TIMEOUT
013600         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
013700     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
013800     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
013900     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
014000     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
014100     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
014200     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
014300     EXEC CICS
014400         RETURN TRANSID(WS-TRANID)
014500         COMMAREA(CARDDEMO-COMMAREA)
014600     END-EXEC
014700     GOBACK.
014800*
014900 1000-INITIALIZE.
015000     MOVE SPACES                 TO ERRMSGI INFOMSGI
015100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
015200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
015300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
015400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
015500     IF EIBCALEN > 0
015600         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
015700     END-IF.
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
016000******************************************************************
016100* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
016200* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
016300* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
016400* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
016500******************************************************************
016600 1500-CHECK-IDLE-TIMEOUT.
016700     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
016800         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
016900     END-IF
017000     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
017100     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
017200     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
017300     COMPUTE WS-IDLE-ELAPSED-MINS =
017400         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
017500          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
017600         + (WS-NOW-HH * 60 + WS-NOW-MM)
017700         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
017800     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
017900         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
018000     END-IF.
018100 1500-CHECK-IDLE-TIMEOUT-EXIT.
018200     EXIT.
018300*
018400******************************************************************
018500* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
018600* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
018700* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
018800******************************************************************
018900 2500-NAV-BACK.
019000     IF CDEMO-NAV-STACK-PTR > 0
019100         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
019200                                 TO WS-NAV-BACK-PGM
019300         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
019400     ELSE
019500         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
019600     END-IF
019700     SET CDEMO-PGM-REENTER       TO TRUE
019800     EXEC CICS
019900         XCTL PROGRAM(WS-NAV-BACK-PGM)
020000         COMMAREA(CARDDEMO-COMMAREA)
020100     END-EXEC.
020200 2500-NAV-BACK-EXIT.
020300     EXIT.
020400*
020500 2000-RECEIVE-MAP.
020600     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
020700         GO TO 2000-RECEIVE-MAP-EXIT
020800     END-IF
020900     EXEC CICS
021000         RECEIVE MAP('CCMP00A') MAPSET('COCMP00')
021100         INTO(WS-SCREEN-FIELDS)
021200         RESP(WS-RESP-CD)
021300     END-EXEC.
021400 2000-RECEIVE-MAP-EXIT.
021500     EXIT.
021600*
021700 3000-PROCESS-INPUT.
021800     IF CDEMO-TIMEOUT-EXPIRED
021900         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
022000         SET CDEMO-PGM-ENTER      TO TRUE
022100         EXEC CICS
022200             XCTL PROGRAM('COSGN00C')
022300             COMMAREA(CARDDEMO-COMMAREA)
022400         END-EXEC
022500     END-IF
022600     IF EIBAID = DFHPF3
022700         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
022800         GO TO 3000-PROCESS-INPUT-EXIT
022900     END-IF
023000     IF CDEMO-PGM-ENTER
023100         MOVE 'Key a company ID to view or maintain'
023200                                 TO INFOMSGI
023300         GO TO 3000-PROCESS-INPUT-EXIT
023400     END-IF
023500     IF CDEMO-USRTYP-AUDITOR
023600        AND (CMPACT-SAVE-COMPANY OR CMPACT-SAVE-CCTR
023700             OR CMPACT-LINK OR CMPACT-UNLINK)
023800         MOVE 'Auditor role is view-only - change refused'
023900                                 TO ERRMSGI
024000         GO TO 3000-PROCESS-INPUT-EXIT
024100     END-IF
024200     PERFORM 4000-SHOW-COMPANY THRU 4000-SHOW-COMPANY-EXIT
024300     IF ERRMSGI NOT = SPACES
024400         GO TO 3000-PROCESS-INPUT-EXIT
024500     END-IF
024600     EVALUATE TRUE
024700         WHEN CMPACT-SAVE-COMPANY
024800             PERFORM 6000-SAVE-COMPANY
024900                 THRU 6000-SAVE-COMPANY-EXIT
025000         WHEN CMPACT-SAVE-CCTR
025100             PERFORM 6200-SAVE-COST-CENTER
025200                 THRU 6200-SAVE-COST-CENTER-EXIT
025300         WHEN CMPACT-LINK
025400             PERFORM 6400-LINK-ACCOUNT
025500                 THRU 6400-LINK-ACCOUNT-EXIT
025600         WHEN CMPACT-UNLINK
025700             PERFORM 6600-UNLINK-ACCOUNT
025800                 THRU 6600-UNLINK-ACCOUNT-EXIT
025900         WHEN CMPACTI = SPACES OR LOW-VALUES
026000             CONTINUE
026100         WHEN OTHER
026200             MOVE 'Action must be C, K (cost center), L or U'
026300                                 TO ERRMSGI
026400     END-EVALUATE
026500     IF ERRMSGI = SPACES
026600        AND CMPACTI NOT = SPACES AND CMPACTI NOT = LOW-VALUES
026700         MOVE SPACES             TO CMPACTI
026800         PERFORM 4000-SHOW-COMPANY THRU 4000-SHOW-COMPANY-EXIT
026900     END-IF.
027000 3000-PROCESS-INPUT-EXIT.
027100     EXIT.
027200*
027300******************************************************************
027400* READ THE COMPANY AND SHOW IT, WITH THE ACCOUNTS LINKED TO IT AND
027500* WHAT IS LEFT OF ITS AGGREGATE LIMIT, AND - WHEN KEYED - THE COST
027600* CENTER AND THE ACCOUNT'S CURRENT LINK. A COMPANY NOT YET ON FILE
027700* IS ONLY ACCEPTED FOR 'C', WHICH ADDS IT. FIELDS BEING SAVED ARE
027800* LEFT AS KEYED.
027900******************************************************************
028000 4000-SHOW-COMPANY.
028100     IF CMPIDI = SPACES OR LOW-VALUES
028200         MOVE 'Company ID is required' TO ERRMSGI
028300         GO TO 4000-SHOW-COMPANY-EXIT
028400     END-IF
028500     MOVE 'N'                    TO WS-COMPANY-FOUND-SW
028600     MOVE CMPIDI                 TO CMP-COMPANY-ID
028700     EXEC CICS
028800         READ DATASET('COMPANY')
028900         INTO(COMPANY-RECORD)
029000         RIDFLD(CMP-COMPANY-ID)
029100         RESP(WS-RESP-CD)
029200     END-EXEC
029300     IF WS-RESP-CD = DFHRESP(NORMAL)
029400         MOVE 'Y'                TO WS-COMPANY-FOUND-SW
029500     ELSE
029600         IF NOT CMPACT-SAVE-COMPANY
029700             MOVE 'Company not found - key C to add it'
029800                                 TO ERRMSGI
029900             GO TO 4000-SHOW-COMPANY-EXIT
030000         END-IF
030100     END-IF
030200     IF WS-COMPANY-FOUND AND NOT CMPACT-SAVE-COMPANY
030300         MOVE CMP-COMPANY-NAME   TO CMPNAMI
030400         MOVE CMP-TAX-ID         TO CMPTAXI
030500         MOVE CMP-BILL-ADDR-LINE-1 TO CMPADR1I
030600         MOVE CMP-BILL-ADDR-LINE-2 TO CMPADR2I
030700         MOVE CMP-BILL-CITY      TO CMPCITYI
030800         MOVE CMP-BILL-STATE-CD  TO CMPSTCDI
030900         MOVE CMP-BILL-ZIP       TO CMPZIPI
031000         MOVE CMP-CONTACT-NAME   TO CMPCNTI
031100         MOVE CMP-CONTACT-PHONE  TO CMPPHNI
031200         MOVE CMP-CONTACT-EMAIL  TO CMPEMLI
031300         MOVE CMP-STATUS         TO CMPSTATI
031400         MOVE CMP-CREDIT-LIMIT   TO WS-NEW-LIMIT-EDIT
031500         MOVE WS-NEW-LIMIT-EDIT  TO CMPLIMI
031600         MOVE CMP-CYCLE-DAY      TO CMPCYCI
031700     END-IF
031800     MOVE ZERO                   TO MBRCNTI BALTOTI AVAILI
031900     IF WS-COMPANY-FOUND
032000         PERFORM 4100-SUM-MEMBERS THRU 4100-SUM-MEMBERS-EXIT
032100     END-IF
032200     PERFORM 4200-SHOW-COST-CENTER THRU 4200-SHOW-COST-CENTER-EXIT
032300     PERFORM 4300-SHOW-ACCOUNT-LINK
032400         THRU 4300-SHOW-ACCOUNT-LINK-EXIT.
032500 4000-SHOW-COMPANY-EXIT.
032600     EXIT.
032700*
032800 4100-SUM-MEMBERS.
032900     MOVE ZERO                   TO WS-MEMBER-COUNT
033000     MOVE ZERO                   TO WS-BALANCE-TOTAL
033100     MOVE 'N'                    TO WS-CMA-BROWSE-SW
033200     MOVE CMP-COMPANY-ID         TO CMA-COMPANY-ID
033300     MOVE ZERO                   TO CMA-ACCT-ID
033400     EXEC CICS
033500         STARTBR DATASET('CMPACCT')
033600         RIDFLD(CMA-KEY)
033700         GTEQ
033800         RESP(WS-RESP-CD)
033900     END-EXEC
034000     IF WS-RESP-CD = DFHRESP(NORMAL)
034100         PERFORM 4110-NEXT-MEMBER THRU 4110-NEXT-MEMBER-EXIT
034200             UNTIL WS-CMA-BROWSE-DONE
034300         EXEC CICS
034400             ENDBR DATASET('CMPACCT')
034500         END-EXEC
034600     END-IF
034700     MOVE WS-MEMBER-COUNT        TO MBRCNTI
034800     MOVE WS-BALANCE-TOTAL       TO BALTOTI
034900     IF CMP-CREDIT-LIMIT > ZERO
035000         COMPUTE WS-AVAIL-AMT =
035100             CMP-CREDIT-LIMIT - WS-BALANCE-TOTAL
035200         MOVE WS-AVAIL-AMT       TO AVAILI
035300     END-IF.
035400 4100-SUM-MEMBERS-EXIT.
035500     EXIT.
035600*
035700 4110-NEXT-MEMBER.
035800     EXEC CICS
035900         READNEXT DATASET('CMPACCT')
036000         INTO(COMPANY-ACCOUNT-RECORD)
036100         RIDFLD(CMA-KEY)
036200         RESP(WS-RESP-CD)
036300     END-EXEC
036400     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
036500        OR CMA-COMPANY-ID NOT = CMP-COMPANY-ID
036600         MOVE 'Y'                TO WS-CMA-BROWSE-SW
036700         GO TO 4110-NEXT-MEMBER-EXIT
036800     END-IF
036900     ADD 1                       TO WS-MEMBER-COUNT
037000     MOVE CMA-ACCT-ID            TO ACCT-ID
037100     EXEC CICS
037200         READ DATASET('ACCTDAT')
037300         INTO(ACCOUNT-RECORD)
037400         RIDFLD(ACCT-ID)
037500         RESP(WS-RESP-CD)
037600     END-EXEC
037700     IF WS-RESP-CD = DFHRESP(NORMAL)
037800         ADD ACCT-CURR-BAL       TO WS-BALANCE-TOTAL
037900     END-IF.
038000 4110-NEXT-MEMBER-EXIT.
038100     EXIT.
038200*
038300 4200-SHOW-COST-CENTER.
038400     MOVE 'N'                    TO WS-CCTR-FOUND-SW
038500     IF CCTIDI = SPACES OR LOW-VALUES
038600         GO TO 4200-SHOW-COST-CENTER-EXIT
038700     END-IF
038800     MOVE CMPIDI                 TO CCT-COMPANY-ID
038900     MOVE CCTIDI                 TO CCT-COST-CENTER-ID
039000     EXEC CICS
039100         READ DATASET('CMPCCTR')
039200         INTO(COST-CENTER-RECORD)
039300         RIDFLD(CCT-KEY)
039400         RESP(WS-RESP-CD)
039500     END-EXEC
039600     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
039700         GO TO 4200-SHOW-COST-CENTER-EXIT
039800     END-IF
039900     MOVE 'Y'                    TO WS-CCTR-FOUND-SW
040000     IF NOT CMPACT-SAVE-CCTR
040100         MOVE CCT-NAME           TO CCTNAMI
040200         MOVE CCT-EXPENSE-CODE   TO CCTEXPI
040300         MOVE CCT-STATUS         TO CCTSTATI
040400     END-IF.
040500 4200-SHOW-COST-CENTER-EXIT.
040600     EXIT.
040700*
040800 4300-SHOW-ACCOUNT-LINK.
040900     MOVE 'N'                    TO WS-LINK-FOUND-SW
041000     MOVE SPACES                 TO ACMPIDI ACCTCTI
041100     IF ACCTSIDI = SPACES OR LOW-VALUES
041200         GO TO 4300-SHOW-ACCOUNT-LINK-EXIT
041300     END-IF
041400     IF ACCTSIDI IS NOT NUMERIC
041500         MOVE 'Account ID must be 11 digits' TO ERRMSGI
041600         GO TO 4300-SHOW-ACCOUNT-LINK-EXIT
041700     END-IF
041800     MOVE ACCTSIDI               TO WS-ACCT-ID-N
041900     MOVE WS-ACCT-ID-N           TO ACCT-ID
042000     EXEC CICS
042100         READ DATASET('ACCTDAT')
042200         INTO(ACCOUNT-RECORD)
042300         RIDFLD(ACCT-ID)
042400         RESP(WS-RESP-CD)
042500     END-EXEC
042600     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
042700         MOVE 'Account not found' TO ERRMSGI
042800         GO TO 4300-SHOW-ACCOUNT-LINK-EXIT
042900     END-IF
043000     MOVE ACCT-COMPANY-ID        TO ACMPIDI
043100     MOVE ACCT-COST-CENTER-ID    TO ACCTCTI
043200     IF ACCT-COMPANY-ID NOT = CMPIDI
043300         GO TO 4300-SHOW-ACCOUNT-LINK-EXIT
043400     END-IF
043500     MOVE CMPIDI                 TO CMA-COMPANY-ID
043600     MOVE WS-ACCT-ID-N           TO CMA-ACCT-ID
043700     EXEC CICS
043800         READ DATASET('CMPACCT')
043900         INTO(COMPANY-ACCOUNT-RECORD)
044000         RIDFLD(CMA-KEY)
044100         RESP(WS-RESP-CD)
044200     END-EXEC
044300     IF WS-RESP-CD = DFHRESP(NORMAL)
044400         MOVE 'Y'                TO WS-LINK-FOUND-SW
044500         IF NOT CMPACT-LINK
044600             MOVE CMA-EMPLOYEE-ID   TO EMPIDI
044700             MOVE CMA-EMPLOYEE-NAME TO EMPNAMI
044800         END-IF
044900     END-IF.
045000 4300-SHOW-ACCOUNT-LINK-EXIT.
045100     EXIT.
045200*
045300******************************************************************
045400* ADD OR SAVE THE COMPANY. THE AGGREGATE LIMIT MAY BE ZERO (NO
045500* COMPANY-LEVEL CEILING) BUT NOT NEGATIVE; THE CYCLE DAY IS 01-28
045600* OR BLANK (THE 28TH). A CHANGE OF LIMIT OR STATUS IS AUDITED.
045700******************************************************************
045800 6000-SAVE-COMPANY.
045900     IF CMPNAMI = SPACES OR LOW-VALUES
046000         MOVE 'Company name is required' TO ERRMSGI
046100         GO TO 6000-SAVE-COMPANY-EXIT
046200     END-IF
046300     IF CMPADR1I = SPACES OR LOW-VALUES
046400        OR CMPCITYI = SPACES OR LOW-VALUES
046500        OR CMPZIPI = SPACES OR LOW-VALUES
046600         MOVE 'Billing address, city and ZIP are required'
046700                                 TO ERRMSGI
046800         GO TO 6000-SAVE-COMPANY-EXIT
046900     END-IF
047000     IF CMPSTATI = SPACES OR LOW-VALUES
047100         MOVE 'A'                TO CMPSTATI
047200     END-IF
047300     IF CMPSTATI NOT = 'A' AND CMPSTATI NOT = 'S'
047400        AND CMPSTATI NOT = 'C'
047500         MOVE 'Status must be A (active), S (suspended) or C'
047600                                 TO ERRMSGI
047700         GO TO 6000-SAVE-COMPANY-EXIT
047800     END-IF
047900     IF CMPLIMI = SPACES OR LOW-VALUES
048000         MOVE ZERO               TO WS-LIMIT-WORK
048100     ELSE
048200         MOVE FUNCTION NUMVAL(CMPLIMI) TO WS-LIMIT-WORK
048300     END-IF
048400     IF WS-LIMIT-WORK < ZERO
048500         MOVE 'Aggregate limit may not be negative' TO ERRMSGI
048600         GO TO 6000-SAVE-COMPANY-EXIT
048700     END-IF
048800     IF CMPCYCI = SPACES OR LOW-VALUES
048900         MOVE ZERO               TO WS-CYCLE-DAY
049000     ELSE
049100         IF CMPCYCI IS NOT NUMERIC
049200             MOVE 'Cycle day must be 01 to 28' TO ERRMSGI
049300             GO TO 6000-SAVE-COMPANY-EXIT
049400         END-IF
049500         MOVE CMPCYCI            TO WS-CYCLE-DAY
049600         IF WS-CYCLE-DAY < 1 OR WS-CYCLE-DAY > 28
049700             MOVE 'Cycle day must be 01 to 28' TO ERRMSGI
049800             GO TO 6000-SAVE-COMPANY-EXIT
049900         END-IF
050000     END-IF
050100     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
050200     IF WS-COMPANY-FOUND
050300         EXEC CICS
050400             READ DATASET('COMPANY')
050500             INTO(COMPANY-RECORD)
050600             RIDFLD(CMP-COMPANY-ID)
050700             UPDATE
050800             RESP(WS-RESP-CD)
050900         END-EXEC
051000         IF WS-RESP-CD NOT = DFHRESP(NORMAL)
051100             MOVE 'Unable to save the company - try again'
051200                                 TO ERRMSGI
051300             GO TO 6000-SAVE-COMPANY-EXIT
051400         END-IF
051500         MOVE CMP-CREDIT-LIMIT   TO WS-OLD-LIMIT-EDIT
051600     ELSE
051700         MOVE SPACES             TO COMPANY-RECORD
051800         MOVE CMPIDI             TO CMP-COMPANY-ID
051900         MOVE ZERO               TO CMP-CREDIT-LIMIT
052000         MOVE WS-CURDATE-YYYY-MM-DD TO CMP-OPEN-DATE
052100         MOVE ZERO               TO WS-OLD-LIMIT-EDIT
052200     END-IF
052300     MOVE SPACES                 TO AUD-OLD-VALUE
052400     STRING CMP-STATUS           DELIMITED BY SIZE
052500            ' '                  DELIMITED BY SIZE
052600            WS-OLD-LIMIT-EDIT    DELIMITED BY SIZE
052700       INTO AUD-OLD-VALUE
052800     END-STRING
052900     MOVE CMPNAMI                TO CMP-COMPANY-NAME
053000     MOVE CMPTAXI                TO CMP-TAX-ID
053100     MOVE CMPADR1I               TO CMP-BILL-ADDR-LINE-1
053200     MOVE CMPADR2I               TO CMP-BILL-ADDR-LINE-2
053300     MOVE CMPCITYI               TO CMP-BILL-CITY
053400     MOVE CMPSTCDI               TO CMP-BILL-STATE-CD
053500     MOVE CMPZIPI                TO CMP-BILL-ZIP
053600     MOVE CMPCNTI                TO CMP-CONTACT-NAME
053700     MOVE CMPPHNI                TO CMP-CONTACT-PHONE
053800     MOVE CMPEMLI                TO CMP-CONTACT-EMAIL
053900     MOVE CMPSTATI               TO CMP-STATUS
054000     MOVE WS-LIMIT-WORK          TO CMP-CREDIT-LIMIT
054100     MOVE WS-CYCLE-DAY           TO CMP-CYCLE-DAY
054200     MOVE CDEMO-USER-ID          TO CMP-UPDATED-BY
054300     MOVE WS-CURRENT-TIMESTAMP   TO CMP-UPDATED-TS
054400     IF WS-COMPANY-FOUND
054500         EXEC CICS
054600             REWRITE DATASET('COMPANY')
054700             FROM(COMPANY-RECORD)
054800             RESP(WS-RESP-CD)
054900         END-EXEC
055000     ELSE
055100         EXEC CICS
055200             WRITE DATASET('COMPANY')
055300             FROM(COMPANY-RECORD)
055400             RIDFLD(CMP-COMPANY-ID)
055500             RESP(WS-RESP-CD)
055600         END-EXEC
055700     END-IF
055800     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
055900         MOVE 'Unable to save the company - try again'
056000                                 TO ERRMSGI
056100         GO TO 6000-SAVE-COMPANY-EXIT
056200     END-IF
056300     MOVE CMP-CREDIT-LIMIT       TO WS-NEW-LIMIT-EDIT
056400     MOVE SPACES                 TO AUD-NEW-VALUE
056500     STRING CMP-STATUS           DELIMITED BY SIZE
056600            ' '                  DELIMITED BY SIZE
056700            WS-NEW-LIMIT-EDIT    DELIMITED BY SIZE
056800       INTO AUD-NEW-VALUE
056900     END-STRING
057000     IF AUD-NEW-VALUE NOT = AUD-OLD-VALUE
057100         MOVE ZERO               TO AUD-ACCT-ID
057200         MOVE 'COMPANY'          TO AUD-FIELD-NAME
057300         MOVE CMP-COMPANY-ID     TO AUD-OLD-VALUE (21:10)
057400         MOVE CMP-COMPANY-ID     TO AUD-NEW-VALUE (21:10)
057500         PERFORM 6900-WRITE-AUDIT-ROW
057600             THRU 6900-WRITE-AUDIT-ROW-EXIT
057700     END-IF
057800     IF WS-COMPANY-FOUND
057900         MOVE 'Company saved'    TO INFOMSGI
058000     ELSE
058100         MOVE 'Company added'    TO INFOMSGI
058200     END-IF.
058300 6000-SAVE-COMPANY-EXIT.
058400     EXIT.
058500*
058600******************************************************************
058700* ADD OR SAVE A COST CENTER OF A COMPANY ON FILE.
058800******************************************************************
058900 6200-SAVE-COST-CENTER.
059000     IF NOT WS-COMPANY-FOUND
059100         MOVE 'Add the company before its cost centers'
059200                                 TO ERRMSGI
059300         GO TO 6200-SAVE-COST-CENTER-EXIT
059400     END-IF
059500     IF CCTIDI = SPACES OR LOW-VALUES
059600         MOVE 'Cost center ID is required' TO ERRMSGI
059700         GO TO 6200-SAVE-COST-CENTER-EXIT
059800     END-IF
059900     IF CCTNAMI = SPACES OR LOW-VALUES
060000         MOVE 'Cost center name is required' TO ERRMSGI
060100         GO TO 6200-SAVE-COST-CENTER-EXIT
060200     END-IF
060300     IF CCTSTATI = SPACES OR LOW-VALUES
060400         MOVE 'A'                TO CCTSTATI
060500     END-IF
060600     IF CCTSTATI NOT = 'A' AND CCTSTATI NOT = 'I'
060700         MOVE 'Cost center status must be A or I (inactive)'
060800                                 TO ERRMSGI
060900         GO TO 6200-SAVE-COST-CENTER-EXIT
061000     END-IF
061100     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
061200     MOVE CMPIDI                 TO CCT-COMPANY-ID
061300     MOVE CCTIDI                 TO CCT-COST-CENTER-ID
061400     IF WS-CCTR-FOUND
061500         EXEC CICS
061600             READ DATASET('CMPCCTR')
061700             INTO(COST-CENTER-RECORD)
061800             RIDFLD(CCT-KEY)
061900             UPDATE
062000             RESP(WS-RESP-CD)
062100         END-EXEC
062200         IF WS-RESP-CD NOT = DFHRESP(NORMAL)
062300             MOVE 'Unable to save the cost center - try again'
062400                                 TO ERRMSGI
062500             GO TO 6200-SAVE-COST-CENTER-EXIT
062600         END-IF
062700         MOVE SPACES             TO AUD-OLD-VALUE
062800         STRING CCT-STATUS       DELIMITED BY SIZE
062900                ' '              DELIMITED BY SIZE
063000                CCT-EXPENSE-CODE DELIMITED BY SIZE
063100           INTO AUD-OLD-VALUE
063200         END-STRING
063300     ELSE
063400         MOVE SPACES             TO AUD-OLD-VALUE
063500     END-IF
063600     MOVE CCTNAMI                TO CCT-NAME
063700     MOVE CCTEXPI                TO CCT-EXPENSE-CODE
063800     MOVE CCTSTATI               TO CCT-STATUS
063900     MOVE CDEMO-USER-ID          TO CCT-UPDATED-BY
064000     MOVE WS-CURRENT-TIMESTAMP   TO CCT-UPDATED-TS
064100     IF WS-CCTR-FOUND
064200         EXEC CICS
064300             REWRITE DATASET('CMPCCTR')
064400             FROM(COST-CENTER-RECORD)
064500             RESP(WS-RESP-CD)
064600         END-EXEC
064700     ELSE
064800         EXEC CICS
064900             WRITE DATASET('CMPCCTR')
065000             FROM(COST-CENTER-RECORD)
065100             RIDFLD(CCT-KEY)
065200             RESP(WS-RESP-CD)
065300         END-EXEC
065400     END-IF
065500     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
065600         MOVE 'Unable to save the cost center - try again'
065700                                 TO ERRMSGI
065800         GO TO 6200-SAVE-COST-CENTER-EXIT
065900     END-IF
066000     MOVE SPACES                 TO AUD-NEW-VALUE
066100     STRING CCT-STATUS           DELIMITED BY SIZE
066200            ' '                  DELIMITED BY SIZE
066300            CCT-EXPENSE-CODE     DELIMITED BY SIZE
066400       INTO AUD-NEW-VALUE
066500     END-STRING
066600     IF AUD-NEW-VALUE NOT = AUD-OLD-VALUE
066700         MOVE ZERO               TO AUD-ACCT-ID
066800         MOVE 'CMPCCTR'          TO AUD-FIELD-NAME
066900         MOVE CCT-KEY            TO AUD-NEW-VALUE (15:16)
067000         IF AUD-OLD-VALUE NOT = SPACES
067100             MOVE CCT-KEY        TO AUD-OLD-VALUE (15:16)
067200         END-IF
067300         PERFORM 6900-WRITE-AUDIT-ROW
067400             THRU 6900-WRITE-AUDIT-ROW-EXIT
067500     END-IF
067600     MOVE 'Cost center saved'    TO INFOMSGI.
067700 6200-SAVE-COST-CENTER-EXIT.
067800     EXIT.
067900*
068000******************************************************************
068100* LINK AN ACCOUNT TO THE COMPANY UNDER A COST CENTER, OR MOVE AN
068200* ACCOUNT ALREADY LINKED TO ANOTHER OF THE COMPANY'S COST CENTERS.
068300* AN ACCOUNT LINKED TO A DIFFERENT COMPANY MUST BE UNLINKED THERE
068400* FIRST.
068500******************************************************************
068600 6400-LINK-ACCOUNT.
068700     IF NOT WS-COMPANY-FOUND OR NOT CMP-ACTIVE
068800         MOVE 'Company is not active - no new links'
068900                                 TO ERRMSGI
069000         GO TO 6400-LINK-ACCOUNT-EXIT
069100     END-IF
069200     IF ACCTSIDI = SPACES OR LOW-VALUES
069300         MOVE 'Account ID is required' TO ERRMSGI
069400         GO TO 6400-LINK-ACCOUNT-EXIT
069500     END-IF
069600     IF NOT WS-CCTR-FOUND
069700         MOVE 'Key a cost center on file for the company'
069800                                 TO ERRMSGI
069900         GO TO 6400-LINK-ACCOUNT-EXIT
070000     END-IF
070100     IF NOT CCT-ACTIVE
070200         MOVE 'Cost center is inactive' TO ERRMSGI
070300         GO TO 6400-LINK-ACCOUNT-EXIT
070400     END-IF
070500     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
070600     MOVE WS-ACCT-ID-N           TO ACCT-ID
070700     EXEC CICS
070800         READ DATASET('ACCTDAT')
070900         INTO(ACCOUNT-RECORD)
071000         RIDFLD(ACCT-ID)
071100         UPDATE
071200         RESP(WS-RESP-CD)
071300     END-EXEC
071400     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
071500         MOVE 'Unable to link the account - try again'
071600                                 TO ERRMSGI
071700         GO TO 6400-LINK-ACCOUNT-EXIT
071800     END-IF
071900     IF ACCT-COMPANY-ID NOT = SPACES
072000        AND ACCT-COMPANY-ID NOT = CMP-COMPANY-ID
072100         EXEC CICS
072200             UNLOCK DATASET('ACCTDAT')
072300         END-EXEC
072400         MOVE 'Account is linked to another company'
072500                                 TO ERRMSGI
072600         GO TO 6400-LINK-ACCOUNT-EXIT
072700     END-IF
072800     IF ACCT-ACTIVE-STATUS NOT = 'A'
072900        AND NOT WS-LINK-FOUND
073000         EXEC CICS
073100             UNLOCK DATASET('ACCTDAT')
073200         END-EXEC
073300         MOVE 'Account is not active' TO ERRMSGI
073400         GO TO 6400-LINK-ACCOUNT-EXIT
073500     END-IF
073600     MOVE SPACES                 TO AUD-OLD-VALUE
073700     IF ACCT-COMPANY-ID NOT = SPACES
073800         STRING ACCT-COMPANY-ID  DELIMITED BY SPACE
073900                ' '              DELIMITED BY SIZE
074000                ACCT-COST-CENTER-ID DELIMITED BY SPACE
074100           INTO AUD-OLD-VALUE
074200         END-STRING
074300     END-IF
074400     MOVE CMP-COMPANY-ID         TO ACCT-COMPANY-ID
074500     MOVE CCT-COST-CENTER-ID     TO ACCT-COST-CENTER-ID
074600     EXEC CICS
074700         REWRITE DATASET('ACCTDAT')
074800         FROM(ACCOUNT-RECORD)
074900         RESP(WS-RESP-CD)
075000     END-EXEC
075100     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
075200         MOVE 'Unable to link the account - try again'
075300                                 TO ERRMSGI
075400         GO TO 6400-LINK-ACCOUNT-EXIT
075500     END-IF
075600     MOVE CMP-COMPANY-ID         TO CMA-COMPANY-ID
075700     MOVE ACCT-ID                TO CMA-ACCT-ID
075800     IF WS-LINK-FOUND
075900         EXEC CICS
076000             READ DATASET('CMPACCT')
076100             INTO(COMPANY-ACCOUNT-RECORD)
076200             RIDFLD(CMA-KEY)
076300             UPDATE
076400             RESP(WS-RESP-CD)
076500         END-EXEC
076600     ELSE
076700         MOVE WS-CURDATE-YYYY-MM-DD TO CMA-LINK-DATE
076800         MOVE CDEMO-USER-ID      TO CMA-LINKED-BY
076900     END-IF
077000     MOVE CCT-COST-CENTER-ID     TO CMA-COST-CENTER-ID
077100     MOVE EMPIDI                 TO CMA-EMPLOYEE-ID
077200     MOVE EMPNAMI                TO CMA-EMPLOYEE-NAME
077300     IF WS-LINK-FOUND
077400         EXEC CICS
077500             REWRITE DATASET('CMPACCT')
077600             FROM(COMPANY-ACCOUNT-RECORD)
077700             RESP(WS-RESP-CD)
077800         END-EXEC
077900     ELSE
078000         EXEC CICS
078100             WRITE DATASET('CMPACCT')
078200             FROM(COMPANY-ACCOUNT-RECORD)
078300             RIDFLD(CMA-KEY)
078400             RESP(WS-RESP-CD)
078500         END-EXEC
078600     END-IF
078700     MOVE SPACES                 TO AUD-NEW-VALUE
078800     STRING ACCT-COMPANY-ID      DELIMITED BY SPACE
078900            ' '                  DELIMITED BY SIZE
079000            ACCT-COST-CENTER-ID  DELIMITED BY SPACE
079100       INTO AUD-NEW-VALUE
079200     END-STRING
079300     MOVE ACCT-ID                TO AUD-ACCT-ID
079400     MOVE 'COMPANY'              TO AUD-FIELD-NAME
079500     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
079600     IF WS-LINK-FOUND
079700         MOVE 'Account moved to the cost center' TO INFOMSGI
079800     ELSE
079900         MOVE 'Account linked to the company' TO INFOMSGI
080000     END-IF.
080100 6400-LINK-ACCOUNT-EXIT.
080200     EXIT.
080300*
080400******************************************************************
080500* UNLINK AN ACCOUNT FROM THE COMPANY. THE COMPANY IS LIABLE FOR
080600* WHAT THE CARD HAS SPENT, SO THE BALANCE MUST BE CLEARED FIRST.
080700******************************************************************
080800 6600-UNLINK-ACCOUNT.
080900     IF NOT WS-LINK-FOUND
081000         MOVE 'Account is not linked to this company'
081100                                 TO ERRMSGI
081200         GO TO 6600-UNLINK-ACCOUNT-EXIT
081300     END-IF
081400     IF ACCT-CURR-BAL NOT = ZERO
081500         MOVE 'Account still carries a balance - clear it first'
081600                                 TO ERRMSGI
081700         GO TO 6600-UNLINK-ACCOUNT-EXIT
081800     END-IF
081900     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
082000     MOVE WS-ACCT-ID-N           TO ACCT-ID
082100     EXEC CICS
082200         READ DATASET('ACCTDAT')
082300         INTO(ACCOUNT-RECORD)
082400         RIDFLD(ACCT-ID)
082500         UPDATE
082600         RESP(WS-RESP-CD)
082700     END-EXEC
082800     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
082900         MOVE 'Unable to unlink the account - try again'
083000                                 TO ERRMSGI
083100         GO TO 6600-UNLINK-ACCOUNT-EXIT
083200     END-IF
083300     MOVE SPACES                 TO AUD-OLD-VALUE
083400     STRING ACCT-COMPANY-ID      DELIMITED BY SPACE
083500            ' '                  DELIMITED BY SIZE
083600            ACCT-COST-CENTER-ID  DELIMITED BY SPACE
083700       INTO AUD-OLD-VALUE
083800     END-STRING
083900     MOVE SPACES                 TO ACCT-COMPANY-ID
084000     MOVE SPACES                 TO ACCT-COST-CENTER-ID
084100     EXEC CICS
084200         REWRITE DATASET('ACCTDAT')
084300         FROM(ACCOUNT-RECORD)
084400         RESP(WS-RESP-CD)
084500     END-EXEC
084600     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
084700         MOVE 'Unable to unlink the account - try again'
084800                                 TO ERRMSGI
084900         GO TO 6600-UNLINK-ACCOUNT-EXIT
085000     END-IF
085100     MOVE CMPIDI                 TO CMA-COMPANY-ID
085200     MOVE ACCT-ID                TO CMA-ACCT-ID
085300     EXEC CICS
085400         DELETE DATASET('CMPACCT')
085500         RIDFLD(CMA-KEY)
085600         RESP(WS-RESP-CD)
085700     END-EXEC
085800     MOVE SPACES                 TO AUD-NEW-VALUE
085900     MOVE ACCT-ID                TO AUD-ACCT-ID
086000     MOVE 'COMPANY'              TO AUD-FIELD-NAME
086100     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
086200     MOVE SPACES                 TO EMPIDI EMPNAMI
086300     MOVE 'Account unlinked from the company' TO INFOMSGI.
086400 6600-UNLINK-ACCOUNT-EXIT.
086500     EXIT.
086600*
086700 6900-WRITE-AUDIT-ROW.
086800     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
086900     MOVE CDEMO-USER-ID          TO AUD-USER-ID
087000     EXEC CICS
087100         WRITE DATASET('ACCTAUD')
087200         FROM(ACCT-AUDIT-RECORD)
087300         RIDFLD(AUD-KEY)
087400         RESP(WS-RESP-CD)
087500     END-EXEC.
087600 6900-WRITE-AUDIT-ROW-EXIT.
087700     EXIT.
087800*
087900 8000-SEND-MAP.
088000     EXEC CICS
088100         SEND MAP('CCMP00A') MAPSET('COCMP00')
088200         FROM(WS-SCREEN-FIELDS)
088300         ERASE
088400     END-EXEC.
088500 8000-SEND-MAP-EXIT.
088600     EXIT.
088700*
088800 9999-EXIT.
088900     EXIT.
