000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COPCH00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - PRODUCT CHANGE BETWEEN
001100*                     ACCOUNT GROUPS.
000000* 2026-10-15  MAINT   A PRODUCT CHANGE ON AN ACCOUNT LINKED TO THE
000000*                     USER ON EMPLINK IS REFUSED (COEMPSVC).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       A REP KEYS AN ACCOUNT AND THE GROUP (PRODUCT) IT
001500*                IS TO MOVE TO, AND SEES BOTH PRODUCTS' PURCHASE
001600*                AND CASH APRS AND ANNUAL FEE AS THE ACCRUAL AND
001700*                FEE JOBS WILL PRICE THEM (INTRATES AND FEERATE
001800*                OVER THE COMPILED TABLES), WHAT BECOMES OF THE
001900*                REWARDS POINTS UNDER THE PRODUCT CHANGE POLICY
002000*                (CVPCH02Y), AND THE DATE THE CHANGE TAKES
002100*                EFFECT - THE ACCOUNT'S NEXT CYCLE CUT, OR THE
002200*                ONE AFTER WHEN THAT IS TOO CLOSE TO GIVE
002300*                NOTICE. PCHACTI 'S' SCHEDULES THE CHANGE ON
002400*                PRODCHG (CVPCH01Y), WITH NEW PLASTIC IN THE NEW
002500*                PRODUCT'S DESIGN WHEN REISSUI IS 'Y'; 'X'
002600*                CANCELS A CHANGE NOT YET CONVERTED. CBPCH01C
002700*                SENDS THE NOTICE AND MAKES THE CONVERSION. ONLY
002800*                AN ACTIVE ('A') ACCOUNT MAY BE SCHEDULED, ONE
002900*                CHANGE AT A TIME, AND ONLY TO A GROUP THE RATE
003000*                TABLES KNOW. ACCT-GROUP-ID IS NEVER CHANGED HERE
003100*                - THE WHOLE CONVERSION HAPPENS AT THE CUT. EVERY
003200*                CHANGE IS AUDITED TO ACCTAUD. THE READ-ONLY
003300*                AUDITOR ROLE MAY VIEW BUT NOT CHANGE.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 01  WS-PGMNAME                  PIC X(08) VALUE 'COPCH00C'.
003900 01  WS-TRANID                   PIC X(04) VALUE 'CPCH'.
004000*
004100******************************************************************
004200* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004300* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004400* AS ON COACTAPC.
004500******************************************************************
004600 01  WS-SCREEN-FIELDS.
004700     05  ACCTSIDI                PIC X(11).
004800     05  ASTATI                  PIC X(01).
004900     05  CURGRPI                 PIC X(10).
005000     05  NEWGRPI                 PIC X(10).
005100     05  REISSUI                 PIC X(01).
005200     05  PCHACTI                 PIC X(01).
005300         88 PCHACT-SCHEDULE      VALUE 'S'.
005400         88 PCHACT-CANCEL        VALUE 'X'.
005500     05  EFFDTI                  PIC X(10).
005600     05  OPAPRI                  PIC Z9.99.
005700     05  OCAPRI                  PIC Z9.99.
005800     05  OFEEI                   PIC ZZ9.99.
005900     05  NPAPRI                  PIC Z9.99.
006000     05  NCAPRI                  PIC Z9.99.
006100     05  NFEEI                   PIC ZZ9.99.
006200     05  PTSBALI                 PIC Z(8)9.
006300     05  PTSEFFI                 PIC X(45).
006400     05  FEEEFFI                 PIC X(45).
006500     05  PNDGRPI                 PIC X(10).
006600     05  PNDEFFI                 PIC X(10).
006700     05  PNDSTATI                PIC X(01).
006800     05  ERRMSGI                 PIC X(78).
006900     05  INFOMSGI                PIC X(45).
007000*
007100 COPY CVACT01Y.
007200 COPY CVPCH01Y.
007300 COPY CVPCH02Y.
007400 COPY CVRWD01Y.
007500 COPY CVIRT01Y.
007600 COPY CVFER01Y.
007700 COPY CVAUD01Y.
007800*
007900******************************************************************
008000* COMPILED RATE AND ANNUAL FEE TABLES - THE FALLBACK WHEN NO
008100* INTRATES OR FEERATE ROW IS IN FORCE FOR A GROUP.
008200******************************************************************
008300 COPY CVINT01Y.
008400 COPY CVAFE01Y.
008500*
008600 01  WS-MISC-STORAGE.
008700     05  WS-RESP-CD              PIC S9(08) COMP.
008800     05  WS-CURRENT-TIMESTAMP    PIC X(26).
008900     05  WS-ACCT-ID-N            PIC 9(11).
009000     05  WS-PCH-BROWSE-SW        PIC X(01).
009100         88 WS-PCH-BROWSE-DONE   VALUE 'Y'.
009200     05  WS-PENDING-SW           PIC X(01).
009300         88 WS-CHANGE-PENDING    VALUE 'Y'.
009400     05  WS-PENDING-KEY          PIC X(37).
009500     05  WS-NEW-GROUP-OK-SW      PIC X(01).
009600         88 WS-NEW-GROUP-OK      VALUE 'Y'.
009700*
009800******************************************************************
009900* GROUP PRICING WORK AREA - THE RATES AND ANNUAL FEE IN FORCE
010000* TODAY FOR WS-RATE-GROUP-ID, FOUND THE WAY COPOQ00C FINDS THEM.
010100******************************************************************
010200 01  WS-PRICING-WORK.
010300     05  WS-RATE-GROUP-ID        PIC X(10).
010400     05  WS-RATE-FOUND-SW        PIC X(01).
010500         88 WS-RATE-FOUND        VALUE 'Y'.
010600     05  WS-IRT-BROWSE-SW        PIC X(01).
010700         88 WS-IRT-BROWSE-DONE   VALUE 'Y'.
010800     05  WS-FER-BROWSE-SW        PIC X(01).
010900         88 WS-FER-BROWSE-DONE   VALUE 'Y'.
011000     05  WS-AFE-FOUND-SW         PIC X(01).
011100         88 WS-AFE-FOUND         VALUE 'Y'.
011200     05  WS-GROUP-PURCH-RATE     PIC 9(02)V9(02).
011300     05  WS-GROUP-CASH-RATE      PIC 9(02)V9(02).
011400     05  WS-GROUP-FEE-AMT        PIC 9(03)V99.
011500*
011600******************************************************************
011700* EFFECTIVE DATE WORK AREA - THE ACCOUNT'S NEXT CYCLE CUT AT
011800* LEAST PCP-MIN-NOTICE-DAYS AWAY.
011900******************************************************************
012000 01  WS-EFFECTIVE-WORK.
012100     05  WS-CUT-DAY              PIC 9(02).
012200     05  WS-EFF-N                PIC 9(08).
012300     05  WS-EFF-N-R REDEFINES WS-EFF-N.
012400         10  WS-EFF-YYYY         PIC 9(04).
012500         10  WS-EFF-MM           PIC 9(02).
012600         10  WS-EFF-DD           PIC 9(02).
012700     05  WS-EFF-X.
012800         10  WS-EFFX-YYYY        PIC 9(04).
012900         10  FILLER              PIC X(01) VALUE '-'.
013000         10  WS-EFFX-MM          PIC 9(02).
013100         10  FILLER              PIC X(01) VALUE '-'.
013200         10  WS-EFFX-DD          PIC 9(02).
013300     05  WS-DAYS-OUT             PIC S9(05) COMP-3.
013400     05  WS-MONTHS-USED          PIC S9(05) COMP-3.
013500     05  WS-FEE-YYYY             PIC 9(04).
013600     05  WS-FEE-MM               PIC 9(02).
013700     05  WS-CASHOUT-AMT          PIC 9(07).
013800     05  WS-CASHOUT-EDIT         PIC $$$$,$$9.
013900*
014000 COPY CSDAT01Y.
014100*
014200 01  WS-NAV-BACK-PGM         PIC X(08).
014300*
014400 01  WS-IDLE-TIMEOUT-DATA.
014500     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
014600     05  WS-NOW-DT               PIC 9(08).
014700     05  WS-NOW-HH               PIC 9(02).
014800     05  WS-NOW-MM               PIC 9(02).
014900     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
015000*
015100 COPY COCOM01Y.
000000 COPY CVEMP02Y.
015200*
015300 LINKAGE SECTION.
015400 01  DFHCOMMAREA                 PIC X(400).
015500*
015600******************************************************************
015700 PROCEDURE DIVISION.
015800******************************************************************
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016100     PERFORM 1500-CHECK-IDLE-TIMEOUT
016200         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
016300     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
016400     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
016500     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
016600     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
016700     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
016800     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
016900     EXEC CICS
017000         RETURN TRANSID(WS-TRANID)
017100         COMMAREA(CARDDEMO-COMMAREA)
017200     END-EXEC
017300     GOBACK.
017400*
017500 1000-INITIALIZE.
017600     MOVE SPACES                 TO ERRMSGI INFOMSGI
017700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
017800     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
017900     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
018000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
018100     IF EIBCALEN > 0
018200         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
018300     END-IF.
018400 1000-INITIALIZE-EXIT.
018500     EXIT.
018600******************************************************************
018700* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
018800* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
018900* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
019000* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
019100******************************************************************
019200 1500-CHECK-IDLE-TIMEOUT.
019300     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
019400         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
019500     END-IF
019600     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
019700     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
019800     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
019900     COMPUTE WS-IDLE-ELAPSED-MINS =
020000         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
020100          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
020200         + (WS-NOW-HH * 60 + WS-NOW-MM)
020300         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
020400     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
020500         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
020600     END-IF.
020700 1500-CHECK-IDLE-TIMEOUT-EXIT.
020800     EXIT.
020900*
021000******************************************************************
021100* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
021200* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
021300* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
021400******************************************************************
021500 2500-NAV-BACK.
021600     IF CDEMO-NAV-STACK-PTR > 0
021700         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
021800                                 TO WS-NAV-BACK-PGM
021900         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
022000     ELSE
022100         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
022200     END-IF
022300     SET CDEMO-PGM-REENTER       TO TRUE
022400     EXEC CICS
022500         XCTL PROGRAM(WS-NAV-BACK-PGM)
022600         COMMAREA(CARDDEMO-COMMAREA)
022700     END-EXEC.
022800 2500-NAV-BACK-EXIT.
022900     EXIT.
023000*
023100 2000-RECEIVE-MAP.
023200     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
023300         GO TO 2000-RECEIVE-MAP-EXIT
023400     END-IF
023500     EXEC CICS
023600         RECEIVE MAP('CPCH00A') MAPSET('COPCH00')
023700         INTO(WS-SCREEN-FIELDS)
023800         RESP(WS-RESP-CD)
023900     END-EXEC.
024000 2000-RECEIVE-MAP-EXIT.
024100     EXIT.
024200*
024300 3000-PROCESS-INPUT.
024400     IF CDEMO-TIMEOUT-EXPIRED
024500         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
024600         SET CDEMO-PGM-ENTER      TO TRUE
024700         EXEC CICS
024800             XCTL PROGRAM('COSGN00C')
024900             COMMAREA(CARDDEMO-COMMAREA)
025000         END-EXEC
025100     END-IF
025200     IF EIBAID = DFHPF3
025300         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
025400         GO TO 3000-PROCESS-INPUT-EXIT
025500     END-IF
025600     IF CDEMO-PGM-ENTER
025700         MOVE 'Key an account and the product to move it to'
025800                                 TO INFOMSGI
025900         GO TO 3000-PROCESS-INPUT-EXIT
026000     END-IF
026100     IF CDEMO-USRTYP-AUDITOR
026200        AND (PCHACT-SCHEDULE OR PCHACT-CANCEL)
026300         MOVE 'Auditor role is view-only - change refused'
026400                                 TO ERRMSGI
026500         GO TO 3000-PROCESS-INPUT-EXIT
026600     END-IF
026700     PERFORM 4000-SHOW-ACCOUNT THRU 4000-SHOW-ACCOUNT-EXIT
026800     IF ERRMSGI NOT = SPACES
026900         GO TO 3000-PROCESS-INPUT-EXIT
027000     END-IF
000000     IF PCHACT-SCHEDULE OR PCHACT-CANCEL
000000         PERFORM 3100-CHECK-INSIDER THRU 3100-CHECK-INSIDER-EXIT
000000         IF EMC-LINKED
000000             GO TO 3000-PROCESS-INPUT-EXIT
000000         END-IF
000000     END-IF
027100     EVALUATE TRUE
027200         WHEN PCHACT-SCHEDULE
027300             PERFORM 6000-SCHEDULE-CHANGE
027400                 THRU 6000-SCHEDULE-CHANGE-EXIT
027500         WHEN PCHACT-CANCEL
027600             PERFORM 6500-CANCEL-CHANGE
027700                 THRU 6500-CANCEL-CHANGE-EXIT
027800         WHEN PCHACTI = SPACES OR LOW-VALUES
027900             CONTINUE
028000         WHEN OTHER
028100             MOVE 'Action must be S (schedule) or X (cancel)'
028200                                 TO ERRMSGI
028300     END-EVALUATE.
028400 3000-PROCESS-INPUT-EXIT.
028500     EXIT.
028600*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 3100-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE WS-ACCT-ID-N           TO EMC-ACCT-ID
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
028700******************************************************************
028800* READ THE ACCOUNT, SHOW ITS PRODUCT AND ANY CHANGE ALREADY
028900* PENDING, AND - WHEN A NEW GROUP IS KEYED - THE NEW PRODUCT'S
029000* TERMS, THE EFFECTIVE DATE AND WHAT HAPPENS TO THE POINTS AND
029100* THE ANNUAL FEE.
029200******************************************************************
029300 4000-SHOW-ACCOUNT.
029400     IF ACCTSIDI = SPACES OR LOW-VALUES
029500         MOVE 'Account ID is required' TO ERRMSGI
029600         GO TO 4000-SHOW-ACCOUNT-EXIT
029700     END-IF
029800     IF ACCTSIDI IS NOT NUMERIC
029900         MOVE 'Account ID must be 11 digits' TO ERRMSGI
030000         GO TO 4000-SHOW-ACCOUNT-EXIT
030100     END-IF
030200     MOVE ACCTSIDI               TO WS-ACCT-ID-N
030300     MOVE WS-ACCT-ID-N           TO ACCT-ID
030400     EXEC CICS
030500         READ DATASET('ACCTDAT')
030600         INTO(ACCOUNT-RECORD)
030700         RIDFLD(ACCT-ID)
030800         RESP(WS-RESP-CD)
030900     END-EXEC
031000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
031100         MOVE 'Account not found' TO ERRMSGI
031200         GO TO 4000-SHOW-ACCOUNT-EXIT
031300     END-IF
031400     MOVE ACCT-ACTIVE-STATUS     TO ASTATI
031500     MOVE ACCT-GROUP-ID          TO CURGRPI
031600     MOVE SPACES                 TO EFFDTI PTSEFFI FEEEFFI
031700     MOVE ZERO                   TO NPAPRI NCAPRI NFEEI PTSBALI
031800     MOVE ACCT-GROUP-ID          TO WS-RATE-GROUP-ID
031900     PERFORM 4200-PRICE-GROUP THRU 4200-PRICE-GROUP-EXIT
032000     MOVE WS-GROUP-PURCH-RATE    TO OPAPRI
032100     MOVE WS-GROUP-CASH-RATE     TO OCAPRI
032200     MOVE WS-GROUP-FEE-AMT       TO OFEEI
032300     PERFORM 4100-FIND-PENDING THRU 4100-FIND-PENDING-EXIT
032400     MOVE 'N'                    TO WS-NEW-GROUP-OK-SW
032500     IF NEWGRPI = SPACES OR LOW-VALUES
032600         GO TO 4000-SHOW-ACCOUNT-EXIT
032700     END-IF
032800     IF NEWGRPI = ACCT-GROUP-ID
032900         MOVE 'Account is already on that product' TO ERRMSGI
033000         GO TO 4000-SHOW-ACCOUNT-EXIT
033100     END-IF
033200     MOVE NEWGRPI                TO WS-RATE-GROUP-ID
033300     PERFORM 4200-PRICE-GROUP THRU 4200-PRICE-GROUP-EXIT
033400     IF NOT WS-RATE-FOUND
033500         MOVE 'No rates on file for that product' TO ERRMSGI
033600         GO TO 4000-SHOW-ACCOUNT-EXIT
033700     END-IF
033800     MOVE 'Y'                    TO WS-NEW-GROUP-OK-SW
033900     MOVE WS-GROUP-PURCH-RATE    TO NPAPRI
034000     MOVE WS-GROUP-CASH-RATE     TO NCAPRI
034100     MOVE WS-GROUP-FEE-AMT       TO NFEEI
034200     PERFORM 4400-SET-EFFECTIVE-DATE
034300         THRU 4400-SET-EFFECTIVE-DATE-EXIT
034400     MOVE WS-EFF-X               TO EFFDTI
034500     PERFORM 4500-DESCRIBE-POINTS THRU 4500-DESCRIBE-POINTS-EXIT
034600     PERFORM 4600-DESCRIBE-FEE THRU 4600-DESCRIBE-FEE-EXIT.
034700 4000-SHOW-ACCOUNT-EXIT.
034800     EXIT.
034900*
035000******************************************************************
035100* THE ACCOUNT'S PRODUCT CHANGE ROWS - A SCHEDULED OR NOTICED ONE
035200* IS THE CHANGE PENDING, AND ITS KEY IS KEPT FOR A CANCEL.
035300******************************************************************
035400 4100-FIND-PENDING.
035500     MOVE 'N'                    TO WS-PENDING-SW
035600     MOVE SPACES                 TO PNDGRPI PNDEFFI PNDSTATI
035700     MOVE 'N'                    TO WS-PCH-BROWSE-SW
035800     MOVE ACCT-ID                TO PCH-ACCT-ID
035900     MOVE LOW-VALUES             TO PCH-KEYED-TS
036000     EXEC CICS
036100         STARTBR DATASET('PRODCHG')
036200         RIDFLD(PCH-KEY)
036300         GTEQ
036400         RESP(WS-RESP-CD)
036500     END-EXEC
036600     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
036700         GO TO 4100-FIND-PENDING-EXIT
036800     END-IF
036900     PERFORM 4110-NEXT-CHANGE THRU 4110-NEXT-CHANGE-EXIT
037000         UNTIL WS-PCH-BROWSE-DONE
037100     EXEC CICS
037200         ENDBR DATASET('PRODCHG')
037300     END-EXEC.
037400 4100-FIND-PENDING-EXIT.
037500     EXIT.
037600*
037700 4110-NEXT-CHANGE.
037800     EXEC CICS
037900         READNEXT DATASET('PRODCHG')
038000         INTO(PRODUCT-CHANGE-RECORD)
038100         RIDFLD(PCH-KEY)
038200         RESP(WS-RESP-CD)
038300     END-EXEC
038400     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
038500        OR PCH-ACCT-ID NOT = ACCT-ID
038600         MOVE 'Y'                TO WS-PCH-BROWSE-SW
038700         GO TO 4110-NEXT-CHANGE-EXIT
038800     END-IF
038900     IF PCH-PENDING
039000         MOVE 'Y'                TO WS-PENDING-SW
039100         MOVE PCH-KEY            TO WS-PENDING-KEY
039200         MOVE PCH-NEW-GROUP-ID   TO PNDGRPI
039300         MOVE PCH-EFF-DATE       TO PNDEFFI
039400         MOVE PCH-STATUS         TO PNDSTATI
039500     END-IF.
039600 4110-NEXT-CHANGE-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000* PRICE WS-RATE-GROUP-ID AS THE BATCH WILL: THE NEWEST INTRATES
040100* ROW FOR THE GROUP DATED ON OR BEFORE TODAY, ELSE THE COMPILED
040200* CVINT01Y ENTRY, AND THE SAME FOR THE ANNUAL FEE ON FEERATE
040300* OVER CVAFE01Y. WS-RATE-FOUND IS LEFT OFF FOR A GROUP ON
040400* NEITHER RATE SOURCE - NOT A PRODUCT AN ACCOUNT CAN MOVE TO.
040500* A ZERO CASH RATE FALLS BACK TO THE PURCHASE RATE.
040600******************************************************************
040700 4200-PRICE-GROUP.
040800     MOVE ACCT-INT-RATE-VALUES   TO ACCT-INT-RATE-TABLE
040900     MOVE ANNUAL-FEE-VALUES      TO ANNUAL-FEE-TABLE
041000     MOVE ZERO                   TO WS-GROUP-PURCH-RATE
041100     MOVE ZERO                   TO WS-GROUP-CASH-RATE
041200     MOVE 'N'                    TO WS-RATE-FOUND-SW
041300     MOVE 'N'                    TO WS-IRT-BROWSE-SW
041400     MOVE WS-RATE-GROUP-ID       TO IRT-GROUP-ID
041500     MOVE LOW-VALUES             TO IRT-EFF-DATE
041600     EXEC CICS
041700         STARTBR DATASET('INTRATES')
041800         RIDFLD(IRT-KEY)
041900         GTEQ
042000         RESP(WS-RESP-CD)
042100     END-EXEC
042200     IF WS-RESP-CD = ZERO
042300         PERFORM 4210-NEXT-RATE-ROW THRU 4210-NEXT-RATE-ROW-EXIT
042400             UNTIL WS-IRT-BROWSE-DONE
042500         EXEC CICS
042600             ENDBR DATASET('INTRATES')
042700         END-EXEC
042800     END-IF
042900     IF NOT WS-RATE-FOUND
043000         PERFORM VARYING AIR-IDX FROM 1 BY 1
043100                 UNTIL AIR-IDX > 5 OR WS-RATE-FOUND
043200             IF AIR-GROUP-ID (AIR-IDX) = WS-RATE-GROUP-ID
043300                 MOVE AIR-ANNUAL-RATE (AIR-IDX)
043400                                 TO WS-GROUP-PURCH-RATE
043500                 MOVE AIR-CASH-RATE (AIR-IDX)
043600                                 TO WS-GROUP-CASH-RATE
043700                 MOVE 'Y'        TO WS-RATE-FOUND-SW
043800             END-IF
043900         END-PERFORM
044000     END-IF
044100     IF WS-GROUP-CASH-RATE = ZERO
044200         MOVE WS-GROUP-PURCH-RATE TO WS-GROUP-CASH-RATE
044300     END-IF
044400     MOVE 'N'                    TO WS-AFE-FOUND-SW
044500     PERFORM VARYING AFE-IDX FROM 1 BY 1
044600             UNTIL AFE-IDX > 5 OR WS-AFE-FOUND
044700         IF AFE-GROUP-ID (AFE-IDX) = WS-RATE-GROUP-ID
044800             MOVE AFE-FEE-AMT (AFE-IDX) TO WS-GROUP-FEE-AMT
044900             MOVE 'Y'            TO WS-AFE-FOUND-SW
045000         END-IF
045100     END-PERFORM
045200     IF NOT WS-AFE-FOUND
045300         MOVE AFE-FEE-AMT (1)    TO WS-GROUP-FEE-AMT
045400     END-IF
045500     MOVE 'N'                    TO WS-FER-BROWSE-SW
045600     MOVE LOW-VALUES             TO FER-KEY
045700     MOVE WS-RATE-GROUP-ID       TO FER-GROUP-ID
045800     EXEC CICS
045900         STARTBR DATASET('FEERATE')
046000         RIDFLD(FER-KEY)
046100         GTEQ
046200         RESP(WS-RESP-CD)
046300     END-EXEC
046400     IF WS-RESP-CD = ZERO
046500         PERFORM 4220-NEXT-FEE-ROW THRU 4220-NEXT-FEE-ROW-EXIT
046600             UNTIL WS-FER-BROWSE-DONE
046700         EXEC CICS
046800             ENDBR DATASET('FEERATE')
046900         END-EXEC
047000     END-IF.
047100 4200-PRICE-GROUP-EXIT.
047200     EXIT.
047300*
047400******************************************************************
047500* THE INTRATES AND FEERATE KEYS ASCEND BY EFFECTIVE DATE WITHIN
047600* THE GROUP, SO THE LAST ROW READ BEFORE A FUTURE-DATED ONE IS
047700* THE ONE IN FORCE TODAY.
047800******************************************************************
047900 4210-NEXT-RATE-ROW.
048000     EXEC CICS
048100         READNEXT DATASET('INTRATES')
048200         INTO(INT-RATE-REF-RECORD)
048300         RIDFLD(IRT-KEY)
048400         RESP(WS-RESP-CD)
048500     END-EXEC
048600     IF WS-RESP-CD NOT = ZERO
048700        OR IRT-GROUP-ID NOT = WS-RATE-GROUP-ID
048800        OR IRT-EFF-DATE > WS-CURDATE-YYYY-MM-DD
048900         MOVE 'Y'                TO WS-IRT-BROWSE-SW
049000         GO TO 4210-NEXT-RATE-ROW-EXIT
049100     END-IF
049200     MOVE IRT-ANNUAL-RATE        TO WS-GROUP-PURCH-RATE
049300     MOVE IRT-CASH-ADV-RATE      TO WS-GROUP-CASH-RATE
049400     MOVE 'Y'                    TO WS-RATE-FOUND-SW.
049500 4210-NEXT-RATE-ROW-EXIT.
049600     EXIT.
049700*
049800 4220-NEXT-FEE-ROW.
049900     EXEC CICS
050000         READNEXT DATASET('FEERATE')
050100         INTO(TRAN-FEE-RATE-RECORD)
050200         RIDFLD(FER-KEY)
050300         RESP(WS-RESP-CD)
050400     END-EXEC
050500     IF WS-RESP-CD NOT = ZERO
050600        OR FER-GROUP-ID NOT = WS-RATE-GROUP-ID
050700        OR FER-EFF-DATE > WS-CURDATE-YYYY-MM-DD
050800         MOVE 'Y'                TO WS-FER-BROWSE-SW
050900         GO TO 4220-NEXT-FEE-ROW-EXIT
051000     END-IF
051100     IF FER-ANNUAL-FEE-AMT IS NUMERIC
051200         MOVE FER-ANNUAL-FEE-AMT TO WS-GROUP-FEE-AMT
051300     END-IF.
051400 4220-NEXT-FEE-ROW-EXIT.
051500     EXIT.
051600*
051700******************************************************************
051800* THE CHANGE TAKES EFFECT AT THE ACCOUNT'S NEXT CYCLE CUT - THIS
051900* MONTH WHILE ITS CYCLE DAY IS STILL AHEAD, OTHERWISE NEXT MONTH
052000* - SO THE CYCLE IN PROGRESS IS PRICED AND BILLED WHOLLY UNDER
052100* THE OLD PRODUCT. A CUT FEWER THAN PCP-MIN-NOTICE-DAYS AWAY
052200* LEAVES TOO LITTLE TIME FOR THE NOTICE, AND THE CHANGE MOVES TO
052300* THE CUT AFTER.
052400******************************************************************
052500 4400-SET-EFFECTIVE-DATE.
052600     MOVE ACCT-CYCLE-DAY         TO WS-CUT-DAY
052700     IF WS-CUT-DAY = ZERO
052800         MOVE 28                 TO WS-CUT-DAY
052900     END-IF
053000     MOVE WS-CURDATE-YEAR        TO WS-EFF-YYYY
053100     MOVE WS-CURDATE-MONTH       TO WS-EFF-MM
053200     MOVE WS-CUT-DAY             TO WS-EFF-DD
053300     IF WS-CUT-DAY NOT > WS-CURDATE-DAY
053400         PERFORM 4410-ADD-MONTH THRU 4410-ADD-MONTH-EXIT
053500     END-IF
053600     COMPUTE WS-DAYS-OUT =
053700         FUNCTION INTEGER-OF-DATE(WS-EFF-N)
053800         - FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
053900     IF WS-DAYS-OUT < PCP-MIN-NOTICE-DAYS
054000         PERFORM 4410-ADD-MONTH THRU 4410-ADD-MONTH-EXIT
054100     END-IF
054200     MOVE WS-EFF-YYYY            TO WS-EFFX-YYYY
054300     MOVE WS-EFF-MM              TO WS-EFFX-MM
054400     MOVE WS-EFF-DD              TO WS-EFFX-DD.
054500 4400-SET-EFFECTIVE-DATE-EXIT.
054600     EXIT.
054700*
054800 4410-ADD-MONTH.
054900     IF WS-EFF-MM = 12
055000         ADD 1                   TO WS-EFF-YYYY
055100         MOVE 1                  TO WS-EFF-MM
055200     ELSE
055300         ADD 1                   TO WS-EFF-MM
055400     END-IF.
055500 4410-ADD-MONTH-EXIT.
055600     EXIT.
055700*
055800******************************************************************
055900* WHAT THE CONVERSION DOES WITH THE REWARDS POINTS - A ROW IS
056000* OPENED ON A MOVE INTO THE REWARDS GROUP; ON A MOVE OUT OF IT
056100* THE BALANCE IS CASHED OUT OR FORFEITED BY POLICY (CVPCH02Y).
056200* THE BALANCE SHOWN IS TODAY'S - CBPCH01C SETTLES WHATEVER IS
056300* ON THE ROW AT THE CUT.
056400******************************************************************
056500 4500-DESCRIBE-POINTS.
056600     IF NEWGRPI = PCP-REWARDS-GROUP-ID
056700         MOVE 'Rewards account opened at the conversion'
056800                                 TO PTSEFFI
056900         GO TO 4500-DESCRIBE-POINTS-EXIT
057000     END-IF
057100     IF ACCT-GROUP-ID NOT = PCP-REWARDS-GROUP-ID
057200         MOVE 'No rewards on either product' TO PTSEFFI
057300         GO TO 4500-DESCRIBE-POINTS-EXIT
057400     END-IF
057500     MOVE ACCT-ID                TO RWD-ACCT-ID
057600     EXEC CICS
057700         READ DATASET('REWARDS')
057800         INTO(REWARDS-RECORD)
057900         RIDFLD(RWD-ACCT-ID)
058000         RESP(WS-RESP-CD)
058100     END-EXEC
058200     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
058300         MOVE ZERO               TO RWD-POINTS-BAL
058400     END-IF
058500     MOVE RWD-POINTS-BAL         TO PTSBALI
058600     IF PCP-FORFEIT-POINTS
058700         MOVE 'Points are forfeited at the conversion'
058800                                 TO PTSEFFI
058900         GO TO 4500-DESCRIBE-POINTS-EXIT
059000     END-IF
059100     COMPUTE WS-CASHOUT-AMT =
059200         RWD-POINTS-BAL / PCP-POINTS-PER-DOLLAR
059300     MOVE WS-CASHOUT-AMT         TO WS-CASHOUT-EDIT
059400     STRING 'Points cashed out as credit of '
059500                                 DELIMITED BY SIZE
059600            WS-CASHOUT-EDIT      DELIMITED BY SIZE
059700       INTO PTSEFFI
059800     END-STRING.
059900 4500-DESCRIBE-POINTS-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300* WHAT THE CONVERSION DOES WITH THE ANNUAL FEE (SEE CBPCH01C).
060400* INSIDE A FEE YEAR ALREADY CHARGED, THE UNUSED MONTHS OF THE OLD
060500* FEE ARE REBATED AND THE NEW FEE CHARGED FOR THE SAME MONTHS.
060600* OTHERWISE A NEW FEE IS ASSESSED FOR THE MONTHS LEFT TO THE
060700* NEXT ANNIVERSARY - EXCEPT IN THE ACCOUNT'S FIRST YEAR, WHICH
060800* STAYS FEE-FREE.
060900******************************************************************
061000 4600-DESCRIBE-FEE.
061100     IF ACCT-ANNUAL-FEE-DATE NOT = SPACES
061200         MOVE ACCT-ANNUAL-FEE-DATE (1:4) TO WS-FEE-YYYY
061300         MOVE ACCT-ANNUAL-FEE-DATE (6:2) TO WS-FEE-MM
061400         COMPUTE WS-MONTHS-USED =
061500             (WS-EFF-YYYY * 12 + WS-EFF-MM)
061600             - (WS-FEE-YYYY * 12 + WS-FEE-MM)
061700         IF WS-MONTHS-USED >= ZERO AND WS-MONTHS-USED < 12
061800             MOVE 'Old fee rebated and new fee charged pro-rata'
061900                                 TO FEEEFFI
062000             GO TO 4600-DESCRIBE-FEE-EXIT
062100         END-IF
062200     END-IF
062300     MOVE ACCT-OPEN-DATE (1:4)   TO WS-FEE-YYYY
062400     MOVE ACCT-OPEN-DATE (6:2)   TO WS-FEE-MM
062500     COMPUTE WS-MONTHS-USED =
062600         (WS-EFF-YYYY * 12 + WS-EFF-MM)
062700         - (WS-FEE-YYYY * 12 + WS-FEE-MM)
062800     IF WS-MONTHS-USED < 12
062900         MOVE 'First-year fee waiver carries over'
063000                                 TO FEEEFFI
063100         GO TO 4600-DESCRIBE-FEE-EXIT
063200     END-IF
063300     IF WS-GROUP-FEE-AMT > ZERO
063400         MOVE 'New fee assessed pro-rata to next anniversary'
063500                                 TO FEEEFFI
063600     ELSE
063700         MOVE 'No annual fee on the new product'
063800                                 TO FEEEFFI
063900     END-IF.
064000 4600-DESCRIBE-FEE-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400* SCHEDULE - ONE CHANGE AT A TIME, ON AN ACTIVE ACCOUNT, TO A
064500* PRODUCT THE RATE TABLES KNOW.
064600******************************************************************
064700 6000-SCHEDULE-CHANGE.
064800     IF NOT WS-NEW-GROUP-OK
064900         MOVE 'Key the product to move the account to'
065000                                 TO ERRMSGI
065100         GO TO 6000-SCHEDULE-CHANGE-EXIT
065200     END-IF
065300     IF ACCT-ACTIVE-STATUS NOT = 'A'
065400         MOVE 'Account is not active' TO ERRMSGI
065500         GO TO 6000-SCHEDULE-CHANGE-EXIT
065600     END-IF
065700     IF WS-CHANGE-PENDING
065800         MOVE 'A product change is already pending'
065900                                 TO ERRMSGI
066000         GO TO 6000-SCHEDULE-CHANGE-EXIT
066100     END-IF
066200     IF REISSUI = SPACES OR LOW-VALUES
066300         MOVE 'N'                TO REISSUI
066400     END-IF
066500     IF REISSUI NOT = 'Y' AND REISSUI NOT = 'N'
066600         MOVE 'Reissue plastic must be Y or N' TO ERRMSGI
066700         GO TO 6000-SCHEDULE-CHANGE-EXIT
066800     END-IF
066900     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
067000     MOVE SPACES                 TO PRODUCT-CHANGE-RECORD
067100     MOVE ACCT-ID                TO PCH-ACCT-ID
067200     MOVE WS-CURRENT-TIMESTAMP   TO PCH-KEYED-TS
067300     MOVE ACCT-GROUP-ID          TO PCH-OLD-GROUP-ID
067400     MOVE NEWGRPI                TO PCH-NEW-GROUP-ID
067500     MOVE WS-EFF-X               TO PCH-EFF-DATE
067600     MOVE REISSUI                TO PCH-REISSUE-IND
067700     MOVE CDEMO-USER-ID          TO PCH-KEYED-BY
067800     SET PCH-SCHEDULED           TO TRUE
067900     MOVE ZERO                   TO PCH-FEE-REBATE-AMT
068000     MOVE ZERO                   TO PCH-FEE-CHARGED-AMT
068100     MOVE ZERO                   TO PCH-POINTS-AMT
068200     MOVE ZERO                   TO PCH-CASHOUT-AMT
068300     MOVE ZERO                   TO PCH-CARDS-REISSUED
068400     EXEC CICS
068500         WRITE DATASET('PRODCHG')
068600         FROM(PRODUCT-CHANGE-RECORD)
068700         RIDFLD(PCH-KEY)
068800         RESP(WS-RESP-CD)
068900     END-EXEC
069000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
069100         MOVE 'Unable to schedule the change - try again'
069200                                 TO ERRMSGI
069300         GO TO 6000-SCHEDULE-CHANGE-EXIT
069400     END-IF
069500     MOVE ACCT-GROUP-ID          TO AUD-OLD-VALUE
069600     MOVE SPACES                 TO AUD-NEW-VALUE
069700     STRING 'S '                 DELIMITED BY SIZE
069800            PCH-NEW-GROUP-ID     DELIMITED BY SPACE
069900            ' '                  DELIMITED BY SIZE
070000            PCH-EFF-DATE         DELIMITED BY SIZE
070100       INTO AUD-NEW-VALUE
070200     END-STRING
070300     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
070400     MOVE SPACES                 TO PCHACTI
070500     PERFORM 4100-FIND-PENDING THRU 4100-FIND-PENDING-EXIT
070600     MOVE 'Product change scheduled - notice goes out tonight'
070700                                 TO INFOMSGI.
070800 6000-SCHEDULE-CHANGE-EXIT.
070900     EXIT.
071000*
071100******************************************************************
071200* CANCEL - ONLY A CHANGE CBPCH01C HAS NOT YET CONVERTED.
071300******************************************************************
071400 6500-CANCEL-CHANGE.
071500     IF NOT WS-CHANGE-PENDING
071600         MOVE 'No pending product change to cancel' TO ERRMSGI
071700         GO TO 6500-CANCEL-CHANGE-EXIT
071800     END-IF
071900     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
072000     MOVE WS-PENDING-KEY         TO PCH-KEY
072100     EXEC CICS
072200         READ DATASET('PRODCHG')
072300         INTO(PRODUCT-CHANGE-RECORD)
072400         RIDFLD(PCH-KEY)
072500         UPDATE
072600         RESP(WS-RESP-CD)
072700     END-EXEC
072800     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
072900         MOVE 'Unable to cancel - try again' TO ERRMSGI
073000         GO TO 6500-CANCEL-CHANGE-EXIT
073100     END-IF
073200     IF NOT PCH-PENDING
073300         EXEC CICS
073400             UNLOCK DATASET('PRODCHG')
073500         END-EXEC
073600         MOVE 'No pending product change to cancel' TO ERRMSGI
073700         GO TO 6500-CANCEL-CHANGE-EXIT
073800     END-IF
073900     MOVE SPACES                 TO AUD-OLD-VALUE
074000     STRING PCH-STATUS           DELIMITED BY SIZE
074100            ' '                  DELIMITED BY SIZE
074200            PCH-NEW-GROUP-ID     DELIMITED BY SPACE
074300            ' '                  DELIMITED BY SIZE
074400            PCH-EFF-DATE         DELIMITED BY SIZE
074500       INTO AUD-OLD-VALUE
074600     END-STRING
074700     SET PCH-CANCELLED           TO TRUE
074800     MOVE 'CANCELLED BY REP'     TO PCH-REFUSE-REASON
074900     EXEC CICS
075000         REWRITE DATASET('PRODCHG')
075100         FROM(PRODUCT-CHANGE-RECORD)
075200         RESP(WS-RESP-CD)
075300     END-EXEC
075400     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
075500         MOVE 'Unable to cancel - try again' TO ERRMSGI
075600         GO TO 6500-CANCEL-CHANGE-EXIT
075700     END-IF
075800     MOVE SPACES                 TO AUD-NEW-VALUE
075900     STRING 'X '                 DELIMITED BY SIZE
076000            PCH-NEW-GROUP-ID     DELIMITED BY SPACE
076100       INTO AUD-NEW-VALUE
076200     END-STRING
076300     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
076400     MOVE SPACES                 TO PCHACTI
076500     PERFORM 4100-FIND-PENDING THRU 4100-FIND-PENDING-EXIT
076600     MOVE 'Product change cancelled' TO INFOMSGI.
076700 6500-CANCEL-CHANGE-EXIT.
076800     EXIT.
076900*
077000 6900-WRITE-AUDIT-ROW.
077100     MOVE ACCT-ID                TO AUD-ACCT-ID
077200     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
077300     MOVE CDEMO-USER-ID          TO AUD-USER-ID
077400     MOVE 'PRODCHG'              TO AUD-FIELD-NAME
077500     EXEC CICS
077600         WRITE DATASET('ACCTAUD')
077700         FROM(ACCT-AUDIT-RECORD)
077800         RIDFLD(AUD-KEY)
077900         RESP(WS-RESP-CD)
078000     END-EXEC.
078100 6900-WRITE-AUDIT-ROW-EXIT.
078200     EXIT.
078300*
078400 8000-SEND-MAP.
078500     EXEC CICS
078600         SEND MAP('CPCH00A') MAPSET('COPCH00')
078700         FROM(WS-SCREEN-FIELDS)
078800         ERASE
078900     END-EXEC.
079000 8000-SEND-MAP-EXIT.
079100     EXIT.
079200*
079300 9999-EXIT.
079400     EXIT.
