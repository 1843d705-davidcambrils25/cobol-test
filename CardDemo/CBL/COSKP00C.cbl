000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COSKP00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - SKIP-A-PAYMENT ENROLLMENT
001100*                     BY A REP.
000000* 2026-10-15  MAINT   A SKIP-PAYMENT ENROLMENT ON AN ACCOUNT
000000*                     LINKED TO THE USER ON EMPLINK IS REFUSED
000000*                     (COEMPSVC).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       A REP KEYS AN ACCOUNT AND SEES WHETHER IT MAY
001500*                SKIP A PAYMENT, HOW MANY SKIPS IT HAS USED IN
001600*                THE YEAR, AND ITS SKIP-PAYMENT HISTORY (SKIPPAY,
001700*                CVSKP01Y). THE CYCLE MONTH (YYYY-MM) IS THE
001800*                MONTH OF THE CUT WHOSE MINIMUM IS SKIPPED; LEFT
001900*                BLANK IT DEFAULTS TO THE ACCOUNT'S NEXT CUT.
002000*                SKPACTI 'E' ENROLLS THE ACCOUNT FOR THAT CUT AND
002100*                'X' CANCELS AN ENROLLMENT NOT YET APPLIED. TO
002200*                ENROLL, THE ACCOUNT MUST BE ACTIVE ('A'), HAVE
002300*                NO DELINQUENT CYCLES, NOT BE ON AN ACTIVE
002400*                HARDSHIP PLAN OR HAVE A SETTLEMENT OFFER IN
002500*                FORCE, AND BE UNDER THE YEARLY LIMIT (CVSKP02Y) -
002600*                THE RULES CBSKP01C APPLIES TO THE MARKETING
002700*                OFFER-RESPONSE FILE. CBACT04C RECHECKS THE
002800*                ACCOUNT AT THE CUT. EVERY CHANGE IS AUDITED TO
002900*                ACCTAUD. THE READ-ONLY AUDITOR ROLE MAY VIEW
003000*                BUT NOT CHANGE.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500 01  WS-PGMNAME                  PIC X(08) VALUE 'COSKP00C'.
003600 01  WS-TRANID                   PIC X(04) VALUE 'CSKP'.
003700*
003800******************************************************************
003900* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004000* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004100* AS ON COACTAPC.
004200******************************************************************
004300 01  WS-SCREEN-FIELDS.
004400     05  ACCTSIDI                PIC X(11).
004500     05  SKPMONI                 PIC X(07).
004600     05  SKPACTI                 PIC X(01).
004700         88 SKPACT-ENROLL        VALUE 'E'.
004800         88 SKPACT-CANCEL        VALUE 'X'.
004900     05  ASTATI                  PIC X(01).
005000     05  DLQCYCI                 PIC Z9.
005100     05  USEDI                   PIC 9(01).
005200     05  MAXSKPI                 PIC 9(01).
005300     05  ELIGI                   PIC X(40).
005400     05  SKP-HIST-LINE OCCURS 6 TIMES
005500                         INDEXED BY WS-HST-IDX.
005600         10  HMONI               PIC X(07).
005700         10  HSTATI              PIC X(01).
005800         10  HCHANI              PIC X(01).
005900         10  HBYI                PIC X(08).
006000         10  HDUEI               PIC X(10).
006100         10  HRSNI               PIC X(30).
006200     05  ERRMSGI                 PIC X(78).
006300     05  INFOMSGI                PIC X(45).
006400*
006500 COPY CVACT01Y.
006600 COPY CVSKP01Y.
006700 COPY CVSKP02Y.
006800 COPY CVHRD01Y.
006900 COPY CVSTL01Y.
007000 COPY CVAUD01Y.
007100*
007200 01  WS-MISC-STORAGE.
007300     05  WS-RESP-CD              PIC S9(08) COMP.
007400     05  WS-CURRENT-TIMESTAMP    PIC X(26).
007500     05  WS-ACCT-ID-N            PIC 9(11).
007600     05  WS-HIST-LINES           PIC 9(02).
007700     05  WS-SKP-BROWSE-SW        PIC X(01).
007800         88 WS-SKP-BROWSE-DONE   VALUE 'Y'.
007900     05  WS-STL-BROWSE-SW        PIC X(01).
008000         88 WS-STL-BROWSE-DONE   VALUE 'Y'.
008100     05  WS-STL-INFORCE-SW       PIC X(01).
008200         88 WS-STL-IN-FORCE      VALUE 'Y'.
008300*
008400******************************************************************
008500* SKIP-PAYMENT WORK AREA. THE TARGET MONTH IS THE ONE KEYED OR,
008600* BY DEFAULT, THE MONTH OF THE ACCOUNT'S NEXT CUT - THIS MONTH
008700* WHILE ITS CYCLE DAY IS STILL AHEAD, OTHERWISE NEXT MONTH.
008800******************************************************************
008900 01  WS-SKIP-WORK.
009000     05  WS-TARGET-MONTH.
009100         10  WS-TGT-YYYY         PIC 9(04).
009200         10  FILLER              PIC X(01) VALUE '-'.
009300         10  WS-TGT-MM           PIC 9(02).
009400     05  WS-NEXT-CUT-MONTH.
009500         10  WS-NCM-YYYY         PIC 9(04).
009600         10  FILLER              PIC X(01) VALUE '-'.
009700         10  WS-NCM-MM           PIC 9(02).
009800     05  WS-CUT-DAY              PIC 9(02).
009900     05  WS-YEAR-USED            PIC 9(02).
010000     05  WS-ELIGIBLE-SW          PIC X(01).
010100         88 WS-SKIP-ELIGIBLE     VALUE 'Y'.
010200     05  WS-ROW-FOUND-SW         PIC X(01).
010300         88 WS-TARGET-ROW-FOUND  VALUE 'Y'.
010400     05  WS-ROW-STATUS           PIC X(01).
010500         88 WS-ROW-COUNTS        VALUE 'E' 'A'.
010600*
010700 COPY CSDAT01Y.
010800*
010900 01  WS-NAV-BACK-PGM         PIC X(08).
011000*
011100 01  WS-IDLE-TIMEOUT-DATA.
011200     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
011300     05  WS-NOW-DT               PIC 9(08).
011400     05  WS-NOW-HH               PIC 9(02).
011500     05  WS-NOW-MM               PIC 9(02).
011600     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
011700*
011800 COPY COCOM01Y.
000000 COPY CVEMP02Y.
011900*
012000 LINKAGE SECTION.
012100 01  DFHCOMMAREA                 PIC X(400).
012200*
012300******************************************************************
012400 PROCEDURE DIVISION.
012500******************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012800     PERFORM 1500-CHECK-IDLE-TIMEOUT
012900         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
013000     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
013100     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
013200     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
013300     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
013400     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
013500     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
013600     EXEC CICS
013700         RETURN TRANSID(WS-TRANID)
013800         COMMAREA(CARDDEMO-COMMAREA)
013900     END-EXEC
014000     GOBACK.
014100*
014200 1000-INITIALIZE.
014300     MOVE SPACES                 TO ERRMSGI INFOMSGI
014400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
014500     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
014600     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014700     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
014800     IF EIBCALEN > 0
014900         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
015000     END-IF.
015100 1000-INITIALIZE-EXIT.
015200     EXIT.
015300******************************************************************
015400* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
015500* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
015600* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
015700* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
015800******************************************************************
015900 1500-CHECK-IDLE-TIMEOUT.
016000     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
016100         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
016200     END-IF
016300     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
016400     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
016500     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
016600     COMPUTE WS-IDLE-ELAPSED-MINS =
016700         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
016800          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
016900         + (WS-NOW-HH * 60 + WS-NOW-MM)
017000         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
017100     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
017200         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
017300     END-IF.
017400 1500-CHECK-IDLE-TIMEOUT-EXIT.
017500     EXIT.
017600*
017700******************************************************************
017800* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
017900* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
018000* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
018100******************************************************************
018200 2500-NAV-BACK.
018300     IF CDEMO-NAV-STACK-PTR > 0
018400         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
018500                                 TO WS-NAV-BACK-PGM
018600         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
018700     ELSE
018800         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
018900     END-IF
019000     SET CDEMO-PGM-REENTER       TO TRUE
019100     EXEC CICS
019200         XCTL PROGRAM(WS-NAV-BACK-PGM)
019300         COMMAREA(CARDDEMO-COMMAREA)
019400     END-EXEC.
019500 2500-NAV-BACK-EXIT.
019600     EXIT.
019700*
019800 2000-RECEIVE-MAP.
019900     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
020000         GO TO 2000-RECEIVE-MAP-EXIT
020100     END-IF
020200     EXEC CICS
020300         RECEIVE MAP('CSKP00A') MAPSET('COSKP00')
020400         INTO(WS-SCREEN-FIELDS)
020500         RESP(WS-RESP-CD)
020600     END-EXEC.
020700 2000-RECEIVE-MAP-EXIT.
020800     EXIT.
020900*
021000 3000-PROCESS-INPUT.
021100     IF CDEMO-TIMEOUT-EXPIRED
021200         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
021300         SET CDEMO-PGM-ENTER      TO TRUE
021400         EXEC CICS
021500             XCTL PROGRAM('COSGN00C')
021600             COMMAREA(CARDDEMO-COMMAREA)
021700         END-EXEC
021800     END-IF
021900     IF EIBAID = DFHPF3
022000         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
022100         GO TO 3000-PROCESS-INPUT-EXIT
022200     END-IF
022300     IF CDEMO-PGM-ENTER
022400         MOVE 'Key an account to see skip-payment options'
022500                                 TO INFOMSGI
022600         GO TO 3000-PROCESS-INPUT-EXIT
022700     END-IF
022800     IF CDEMO-USRTYP-AUDITOR
022900        AND (SKPACT-ENROLL OR SKPACT-CANCEL)
023000         MOVE 'Auditor role is view-only - change refused'
023100                                 TO ERRMSGI
023200         GO TO 3000-PROCESS-INPUT-EXIT
023300     END-IF
023400     PERFORM 4000-SHOW-ACCOUNT THRU 4000-SHOW-ACCOUNT-EXIT
023500     IF ERRMSGI NOT = SPACES
023600         GO TO 3000-PROCESS-INPUT-EXIT
023700     END-IF
023800     EVALUATE TRUE
023900         WHEN SKPACT-ENROLL
024000             PERFORM 6000-ENROLL THRU 6000-ENROLL-EXIT
024100         WHEN SKPACT-CANCEL
024200             PERFORM 6500-CANCEL THRU 6500-CANCEL-EXIT
024300         WHEN SKPACTI = SPACES OR LOW-VALUES
024400             CONTINUE
024500         WHEN OTHER
024600             MOVE 'Action must be E (enroll) or X (cancel)'
024700                                 TO ERRMSGI
024800     END-EVALUATE.
024900 3000-PROCESS-INPUT-EXIT.
025000     EXIT.
025100*
025200******************************************************************
025300* READ THE ACCOUNT, SETTLE THE TARGET MONTH, LIST THE HISTORY
025400* (COUNTING THE TARGET YEAR'S SKIPS ON THE WAY) AND SAY WHETHER
025500* THE ACCOUNT MAY SKIP THAT MONTH.
025600******************************************************************
025700 4000-SHOW-ACCOUNT.
025800     IF ACCTSIDI = SPACES OR LOW-VALUES
025900         MOVE 'Account ID is required' TO ERRMSGI
026000         GO TO 4000-SHOW-ACCOUNT-EXIT
026100     END-IF
026200     IF ACCTSIDI IS NOT NUMERIC
026300         MOVE 'Account ID must be 11 digits' TO ERRMSGI
026400         GO TO 4000-SHOW-ACCOUNT-EXIT
026500     END-IF
026600     MOVE ACCTSIDI               TO WS-ACCT-ID-N
026700     MOVE WS-ACCT-ID-N           TO ACCT-ID
026800     EXEC CICS
026900         READ DATASET('ACCTDAT')
027000         INTO(ACCOUNT-RECORD)
027100         RIDFLD(ACCT-ID)
027200         RESP(WS-RESP-CD)
027300     END-EXEC
027400     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
027500         MOVE 'Account not found' TO ERRMSGI
027600         GO TO 4000-SHOW-ACCOUNT-EXIT
027700     END-IF
027800     MOVE ACCT-ACTIVE-STATUS     TO ASTATI
027900     MOVE ACCT-CYCLES-DELINQUENT TO DLQCYCI
028000     MOVE SKL-MAX-PER-YEAR       TO MAXSKPI
028100     PERFORM 4100-SET-NEXT-CUT THRU 4100-SET-NEXT-CUT-EXIT
028200     IF SKPMONI = SPACES OR LOW-VALUES
028300         MOVE WS-NEXT-CUT-MONTH  TO WS-TARGET-MONTH
028400         MOVE WS-TARGET-MONTH    TO SKPMONI
028500     ELSE
028600         IF SKPMONI (1:4) IS NOT NUMERIC
028700            OR SKPMONI (5:1) NOT = '-'
028800            OR SKPMONI (6:2) IS NOT NUMERIC
028900            OR SKPMONI (6:2) < '01' OR SKPMONI (6:2) > '12'
029000             MOVE 'Cycle month must be YYYY-MM' TO ERRMSGI
029100             GO TO 4000-SHOW-ACCOUNT-EXIT
029200         END-IF
029300         MOVE SKPMONI            TO WS-TARGET-MONTH
029400     END-IF
029500     PERFORM 4700-LIST-HISTORY THRU 4700-LIST-HISTORY-EXIT
029600     MOVE WS-YEAR-USED           TO USEDI
029700     PERFORM 4200-CHECK-ELIGIBILITY
029800         THRU 4200-CHECK-ELIGIBILITY-EXIT
029900     IF WS-SKIP-ELIGIBLE
030000         MOVE 'Eligible to skip the payment for that cut'
030100                                 TO ELIGI
030200     END-IF.
030300 4000-SHOW-ACCOUNT-EXIT.
030400     EXIT.
030500*
030600 4100-SET-NEXT-CUT.
030700     MOVE ACCT-CYCLE-DAY         TO WS-CUT-DAY
030800     IF WS-CUT-DAY = ZERO
030900         MOVE 28                 TO WS-CUT-DAY
031000     END-IF
031100     MOVE WS-CURDATE-YEAR        TO WS-NCM-YYYY
031200     MOVE WS-CURDATE-MONTH       TO WS-NCM-MM
031300     IF WS-CUT-DAY NOT > WS-CURDATE-DAY
031400         IF WS-NCM-MM = 12
031500             ADD 1               TO WS-NCM-YYYY
031600             MOVE 1              TO WS-NCM-MM
031700         ELSE
031800             ADD 1               TO WS-NCM-MM
031900         END-IF
032000     END-IF.
032100 4100-SET-NEXT-CUT-EXIT.
032200     EXIT.
032300*
032400******************************************************************
032500* SKIP-PAYMENT RULES - THE FIRST ONE THE ACCOUNT FAILS IS SHOWN.
032600******************************************************************
032700 4200-CHECK-ELIGIBILITY.
032800     MOVE 'N'                    TO WS-ELIGIBLE-SW
032900     MOVE SPACES                 TO ELIGI
033000     IF WS-TARGET-MONTH < WS-NEXT-CUT-MONTH
033100         MOVE 'That cut has already been made' TO ELIGI
033200         GO TO 4200-CHECK-ELIGIBILITY-EXIT
033300     END-IF
033400     IF WS-TARGET-ROW-FOUND AND WS-ROW-COUNTS
033500         MOVE 'Already enrolled for that cut' TO ELIGI
033600         GO TO 4200-CHECK-ELIGIBILITY-EXIT
033700     END-IF
033800     IF ACCT-ACTIVE-STATUS NOT = 'A'
033900         MOVE 'Account is not active' TO ELIGI
034000         GO TO 4200-CHECK-ELIGIBILITY-EXIT
034100     END-IF
034200     IF ACCT-CYCLES-DELINQUENT > ZERO
034300         MOVE 'Account is delinquent' TO ELIGI
034400         GO TO 4200-CHECK-ELIGIBILITY-EXIT
034500     END-IF
034600     MOVE ACCT-ID                TO HRD-ACCT-ID
034700     EXEC CICS
034800         READ DATASET('HRDPLAN')
034900         INTO(HARDSHIP-PLAN-RECORD)
035000         RIDFLD(HRD-ACCT-ID)
035100         RESP(WS-RESP-CD)
035200     END-EXEC
035300     IF WS-RESP-CD = DFHRESP(NORMAL) AND HRD-ACTIVE
035400         MOVE 'Account is on a hardship plan' TO ELIGI
035500         GO TO 4200-CHECK-ELIGIBILITY-EXIT
035600     END-IF
035700     PERFORM 4300-CHECK-SETTLEMENT
035800         THRU 4300-CHECK-SETTLEMENT-EXIT
035900     IF WS-STL-IN-FORCE
036000         MOVE 'Account has a settlement offer in force'
036100                                 TO ELIGI
036200         GO TO 4200-CHECK-ELIGIBILITY-EXIT
036300     END-IF
036400     IF WS-YEAR-USED NOT < SKL-MAX-PER-YEAR
036500         MOVE 'Yearly skip-payment limit reached' TO ELIGI
036600         GO TO 4200-CHECK-ELIGIBILITY-EXIT
036700     END-IF
036800     MOVE 'Y'                    TO WS-ELIGIBLE-SW.
036900 4200-CHECK-ELIGIBILITY-EXIT.
037000     EXIT.
037100*
037200 4300-CHECK-SETTLEMENT.
037300     MOVE 'N'                    TO WS-STL-INFORCE-SW
037400     MOVE 'N'                    TO WS-STL-BROWSE-SW
037500     MOVE ACCT-ID                TO STL-ACCT-ID
037600     MOVE ZERO                   TO STL-SEQ
037700     EXEC CICS
037800         STARTBR DATASET('SETLOFR')
037900         RIDFLD(STL-KEY)
038000         GTEQ
038100         RESP(WS-RESP-CD)
038200     END-EXEC
038300     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
038400         GO TO 4300-CHECK-SETTLEMENT-EXIT
038500     END-IF
038600     PERFORM 4310-CHECK-NEXT-OFFER
038700         THRU 4310-CHECK-NEXT-OFFER-EXIT
038800         UNTIL WS-STL-BROWSE-DONE OR WS-STL-IN-FORCE
038900     EXEC CICS
039000         ENDBR DATASET('SETLOFR')
039100     END-EXEC.
039200 4300-CHECK-SETTLEMENT-EXIT.
039300     EXIT.
039400*
039500 4310-CHECK-NEXT-OFFER.
039600     EXEC CICS
039700         READNEXT DATASET('SETLOFR')
039800         INTO(SETTLEMENT-OFFER-RECORD)
039900         RIDFLD(STL-KEY)
040000         RESP(WS-RESP-CD)
040100     END-EXEC
040200     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
040300        OR STL-ACCT-ID NOT = ACCT-ID
040400         MOVE 'Y'                TO WS-STL-BROWSE-SW
040500         GO TO 4310-CHECK-NEXT-OFFER-EXIT
040600     END-IF
040700     IF STL-IN-FORCE
040800         MOVE 'Y'                TO WS-STL-INFORCE-SW
040900     END-IF.
041000 4310-CHECK-NEXT-OFFER-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* THE ACCOUNT'S SKIP-PAYMENT ROWS, OLDEST MONTH FIRST - THE FIRST
041500* SIX ARE SHOWN. ROWS IN THE TARGET YEAR STILL ENROLLED OR
041600* APPLIED COUNT AGAINST THE LIMIT, AND THE TARGET MONTH'S OWN ROW
041700* IS NOTED SO A VOIDED OR CANCELLED MONTH CAN BE RE-ENROLLED.
041800******************************************************************
041900 4700-LIST-HISTORY.
042000     MOVE ZERO                   TO WS-YEAR-USED
042100     MOVE ZERO                   TO WS-HIST-LINES
042200     MOVE 'N'                    TO WS-ROW-FOUND-SW
042300     MOVE SPACES                 TO WS-ROW-STATUS
042400     MOVE 'N'                    TO WS-SKP-BROWSE-SW
042500     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
042600             UNTIL WS-HST-IDX > 6
042700         MOVE SPACES             TO SKP-HIST-LINE (WS-HST-IDX)
042800     END-PERFORM
042900     MOVE ACCT-ID                TO SKP-ACCT-ID
043000     MOVE LOW-VALUES             TO SKP-CYCLE-MONTH
043100     EXEC CICS
043200         STARTBR DATASET('SKIPPAY')
043300         RIDFLD(SKP-KEY)
043400         GTEQ
043500         RESP(WS-RESP-CD)
043600     END-EXEC
043700     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
043800         GO TO 4700-LIST-HISTORY-EXIT
043900     END-IF
044000     PERFORM 4710-NEXT-HISTORY THRU 4710-NEXT-HISTORY-EXIT
044100         UNTIL WS-SKP-BROWSE-DONE
044200     EXEC CICS
044300         ENDBR DATASET('SKIPPAY')
044400     END-EXEC.
044500 4700-LIST-HISTORY-EXIT.
044600     EXIT.
044700*
044800 4710-NEXT-HISTORY.
044900     EXEC CICS
045000         READNEXT DATASET('SKIPPAY')
045100         INTO(SKIP-PAY-RECORD)
045200         RIDFLD(SKP-KEY)
045300         RESP(WS-RESP-CD)
045400     END-EXEC
045500     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
045600        OR SKP-ACCT-ID NOT = ACCT-ID
045700         MOVE 'Y'                TO WS-SKP-BROWSE-SW
045800         GO TO 4710-NEXT-HISTORY-EXIT
045900     END-IF
046000     IF SKP-CYCLE-MONTH (1:4) = WS-TARGET-MONTH (1:4)
046100        AND SKP-COUNTS-TO-LIMIT
046200         ADD 1                   TO WS-YEAR-USED
046300     END-IF
046400     IF SKP-CYCLE-MONTH = WS-TARGET-MONTH
046500         MOVE 'Y'                TO WS-ROW-FOUND-SW
046600         MOVE SKP-STATUS         TO WS-ROW-STATUS
046700     END-IF
046800     IF WS-HIST-LINES < 6
046900         ADD 1                   TO WS-HIST-LINES
047000         SET WS-HST-IDX          TO WS-HIST-LINES
047100         MOVE SKP-CYCLE-MONTH    TO HMONI (WS-HST-IDX)
047200         MOVE SKP-STATUS         TO HSTATI (WS-HST-IDX)
047300         MOVE SKP-CHANNEL        TO HCHANI (WS-HST-IDX)
047400         MOVE SKP-ENROLLED-BY    TO HBYI (WS-HST-IDX)
047500         MOVE SKP-SKIPPED-DUE-DATE TO HDUEI (WS-HST-IDX)
047600         MOVE SKP-VOID-REASON    TO HRSNI (WS-HST-IDX)
047700     END-IF.
047800 4710-NEXT-HISTORY-EXIT.
047900     EXIT.
048000*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 5900-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE ACCT-ID                TO EMC-ACCT-ID
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
000000 5900-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
048100******************************************************************
048200* ENROLL - A NEW ROW FOR THE MONTH, OR A VOIDED OR CANCELLED ONE
048300* TAKEN BACK UP.
048400******************************************************************
048500 6000-ENROLL.
000000     PERFORM 5900-CHECK-INSIDER THRU 5900-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 6000-ENROLL-EXIT
000000     END-IF
048600     IF NOT WS-SKIP-ELIGIBLE
048700         MOVE ELIGI              TO ERRMSGI
048800         GO TO 6000-ENROLL-EXIT
048900     END-IF
049000     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
049100     MOVE ACCT-ID                TO SKP-ACCT-ID
049200     MOVE WS-TARGET-MONTH        TO SKP-CYCLE-MONTH
049300     IF WS-TARGET-ROW-FOUND
049400         EXEC CICS
049500             READ DATASET('SKIPPAY')
049600             INTO(SKIP-PAY-RECORD)
049700             RIDFLD(SKP-KEY)
049800             UPDATE
049900             RESP(WS-RESP-CD)
050000         END-EXEC
050100         IF WS-RESP-CD NOT = DFHRESP(NORMAL)
050200             MOVE 'Unable to enroll - try again' TO ERRMSGI
050300             GO TO 6000-ENROLL-EXIT
050400         END-IF
050500     END-IF
050600     MOVE SKP-STATUS             TO AUD-OLD-VALUE
050700     IF NOT WS-TARGET-ROW-FOUND
050800         MOVE SPACES             TO AUD-OLD-VALUE
050900     END-IF
051000     SET SKP-ENROLLED            TO TRUE
051100     SET SKP-BY-REP              TO TRUE
051200     MOVE SPACES                 TO SKP-OFFER-CD
051300     MOVE CDEMO-USER-ID          TO SKP-ENROLLED-BY
051400     MOVE WS-CURRENT-TIMESTAMP   TO SKP-ENROLLED-TS
051500     MOVE SPACES                 TO SKP-APPLIED-DATE
051600     MOVE SPACES                 TO SKP-SKIPPED-DUE-DATE
051700     MOVE SPACES                 TO SKP-VOID-REASON
051800     IF WS-TARGET-ROW-FOUND
051900         EXEC CICS
052000             REWRITE DATASET('SKIPPAY')
052100             FROM(SKIP-PAY-RECORD)
052200             RESP(WS-RESP-CD)
052300         END-EXEC
052400     ELSE
052500         EXEC CICS
052600             WRITE DATASET('SKIPPAY')
052700             FROM(SKIP-PAY-RECORD)
052800             RIDFLD(SKP-KEY)
052900             RESP(WS-RESP-CD)
053000         END-EXEC
053100     END-IF
053200     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
053300         MOVE 'Unable to enroll - try again' TO ERRMSGI
053400         GO TO 6000-ENROLL-EXIT
053500     END-IF
053600     MOVE SPACES                 TO AUD-NEW-VALUE
053700     STRING 'E '                 DELIMITED BY SIZE
053800            WS-TARGET-MONTH      DELIMITED BY SIZE
053900       INTO AUD-NEW-VALUE
054000     END-STRING
054100     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
054200     MOVE SPACES                 TO SKPACTI
054300     PERFORM 4700-LIST-HISTORY THRU 4700-LIST-HISTORY-EXIT
054400     MOVE WS-YEAR-USED           TO USEDI
054500     MOVE 'Already enrolled for that cut' TO ELIGI
054600     MOVE 'Enrolled - the payment for that cut is skipped'
054700                                 TO INFOMSGI.
054800 6000-ENROLL-EXIT.
054900     EXIT.
055000*
055100******************************************************************
055200* CANCEL - ONLY AN ENROLLMENT CBACT04C HAS NOT YET APPLIED.
055300******************************************************************
055400 6500-CANCEL.
055500     IF NOT WS-TARGET-ROW-FOUND OR WS-ROW-STATUS NOT = 'E'
055600         MOVE 'No open enrollment for that cut to cancel'
055700                                 TO ERRMSGI
055800         GO TO 6500-CANCEL-EXIT
055900     END-IF
056000     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
056100     MOVE ACCT-ID                TO SKP-ACCT-ID
056200     MOVE WS-TARGET-MONTH        TO SKP-CYCLE-MONTH
056300     EXEC CICS
056400         READ DATASET('SKIPPAY')
056500         INTO(SKIP-PAY-RECORD)
056600         RIDFLD(SKP-KEY)
056700         UPDATE
056800         RESP(WS-RESP-CD)
056900     END-EXEC
057000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
057100         MOVE 'Unable to cancel - try again' TO ERRMSGI
057200         GO TO 6500-CANCEL-EXIT
057300     END-IF
057400     IF NOT SKP-ENROLLED
057500         EXEC CICS
057600             UNLOCK DATASET('SKIPPAY')
057700         END-EXEC
057800         MOVE 'No open enrollment for that cut to cancel'
057900                                 TO ERRMSGI
058000         GO TO 6500-CANCEL-EXIT
058100     END-IF
058200     SET SKP-CANCELLED           TO TRUE
058300     MOVE 'CANCELLED BY REP'     TO SKP-VOID-REASON
058400     EXEC CICS
058500         REWRITE DATASET('SKIPPAY')
058600         FROM(SKIP-PAY-RECORD)
058700         RESP(WS-RESP-CD)
058800     END-EXEC
058900     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
059000         MOVE 'Unable to cancel - try again' TO ERRMSGI
059100         GO TO 6500-CANCEL-EXIT
059200     END-IF
059300     MOVE SPACES                 TO AUD-OLD-VALUE
059400     STRING 'E '                 DELIMITED BY SIZE
059500            WS-TARGET-MONTH      DELIMITED BY SIZE
059600       INTO AUD-OLD-VALUE
059700     END-STRING
059800     MOVE SPACES                 TO AUD-NEW-VALUE
059900     STRING 'X '                 DELIMITED BY SIZE
060000            WS-TARGET-MONTH      DELIMITED BY SIZE
060100       INTO AUD-NEW-VALUE
060200     END-STRING
060300     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
060400     MOVE SPACES                 TO SKPACTI
060500     PERFORM 4700-LIST-HISTORY THRU 4700-LIST-HISTORY-EXIT
060600     MOVE WS-YEAR-USED           TO USEDI
060700     PERFORM 4200-CHECK-ELIGIBILITY
060800         THRU 4200-CHECK-ELIGIBILITY-EXIT
060900     MOVE 'Enrollment cancelled - payment due as normal'
061000                                 TO INFOMSGI.
061100 6500-CANCEL-EXIT.
061200     EXIT.
061300*
061400 6900-WRITE-AUDIT-ROW.
061500     MOVE ACCT-ID                TO AUD-ACCT-ID
061600     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
061700     MOVE CDEMO-USER-ID          TO AUD-USER-ID
061800     MOVE 'SKIPPAY'              TO AUD-FIELD-NAME
061900     EXEC CICS
062000         WRITE DATASET('ACCTAUD')
062100         FROM(ACCT-AUDIT-RECORD)
062200         RIDFLD(AUD-KEY)
062300         RESP(WS-RESP-CD)
062400     END-EXEC.
062500 6900-WRITE-AUDIT-ROW-EXIT.
062600     EXIT.
062700*
062800 8000-SEND-MAP.
062900     EXEC CICS
063000         SEND MAP('CSKP00A') MAPSET('COSKP00')
063100         FROM(WS-SCREEN-FIELDS)
063200         ERASE
063300     END-EXEC.
063400 8000-SEND-MAP-EXIT.
063500     EXIT.
063600*
063700 9999-EXIT.
063800     EXIT.
