000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COXFR00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - ACCOUNT TRANSFER /
001100*                     RENUMBERING FOR A COMPROMISED ACCOUNT.
000000* 2026-10-15  MAINT   EACH REISSUED CARD IS PAIRED OLD-TO-NEW ON
000000*                     CARDRPL (CVCUP01Y), FLAGGED LOST/STOLEN,
000000*                     FOR THE CBCUP01C CARD-ON-FILE ACCOUNT-
000000*                     UPDATER EXTRACT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WHEN THE ACCOUNT NUMBER ITSELF IS COMPROMISED
001500*                (ACCOUNT TAKEOVER), REPLACING THE PLASTIC ON
001600*                COLST00C IS NOT ENOUGH. THE REP KEYS THE OLD
001700*                ACCOUNT AND THE NEW ACCOUNT NUMBER AND CONFIRMS
001800*                WITH 'Y'. THE NEW ACCOUNT OPENS AS A COPY OF
001900*                THE OLD ONE - BALANCE AND ITS COMPONENT BUCKETS,
002000*                LIMITS, CYCLE DATES, PRICING - AND POINTS BACK
002100*                AT IT (ACCT-XFER-FROM-ACCT-ID). THE OLD ACCOUNT
002200*                CLOSES WITH REASON 'XFER', A ZERO BALANCE AND A
002300*                FORWARD POINTER (ACCT-XFER-TO-ACCT-ID). EVERY
002400*                LIVE CARD IS REISSUED ON THE NEW ACCOUNT AND
002500*                THE OLD PLASTIC BLOCKED 'L'; THE ACCTXREF ROW,
002600*                OPEN AUTHFILE HOLDS, PROMORATE, HRDPLAN,
002700*                INSTPLAN, REWARDS, COLLATRL AND CMPACCT ROWS,
002800*                PENDING PAYMNT SCHEDULES AND OPEN DISPFILE
002900*                CASES ALL MOVE ACROSS. POSTED TRANSACTIONS,
003000*                ARCHIVED STATEMENTS AND THE AUDIT TRAIL STAY
003100*                WHERE THEY ARE - COTRN00C AND COSTM00C FOLLOW
003200*                THE LINK - AND THE NIGHTLY CBXFR01C CARRIES THE
003300*                CYCLE HISTORY (CYCHIST) ACROSS.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 01  WS-PGMNAME                  PIC X(08) VALUE 'COXFR00C'.
003900 01  WS-TRANID                   PIC X(04) VALUE 'CXFR'.
004000*
004100******************************************************************
004200* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004300* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004400* AS ON COACTAPC.
004500******************************************************************
004600 01  WS-SCREEN-FIELDS.
004700     05  OLDACCTI                PIC X(11).
004800     05  NEWACCTI                PIC X(11).
004900     05  CONFIRMI                PIC X(01).
005000     05  CARDCNTI                PIC 9(02).
005100     05  ERRMSGI                 PIC X(78).
005200     05  INFOMSGI                PIC X(45).
005300*
005400 COPY CVACT01Y.
005500 COPY CVACT02Y.
000000 COPY CVCUP01Y.
005600 COPY CVXRF01Y.
005700 COPY CVAUT01Y.
005800 COPY CVPRM01Y.
005900 COPY CVHRD01Y.
006000 COPY CVINS01Y.
006100 COPY CVRWD01Y.
006200 COPY CVCOL01Y.
006300 COPY CVCMP03Y.
006400 COPY CVPAY01Y.
006500 COPY CVDSP01Y.
006600 COPY CVAUD01Y.
006700 COPY CVAUD02Y.
006800*
006900 01  WS-MISC-STORAGE.
007000     05  WS-RESP-CD              PIC S9(08) COMP.
007100     05  WS-CURRENT-TIMESTAMP    PIC X(26).
007200     05  WS-OLD-ACCT-ID          PIC 9(11).
007300     05  WS-NEW-ACCT-ID          PIC 9(11).
007400     05  WS-OLD-STATUS           PIC X(01).
007500     05  WS-COMPANY-ID           PIC X(10).
007600     05  WS-REISSUE-EXP-YEAR     PIC 9(04).
000000     05  WS-OLD-EXP-DATE         PIC X(10).
007700     05  WS-AUD-SEQ              PIC 9(04) VALUE ZERO.
007800     05  WS-BROWSE-SW            PIC X(01).
007900         88  WS-BROWSE-DONE      VALUE 'Y'.
008000     05  WS-ROW-FOUND-SW         PIC X(01).
008100         88  WS-ROW-FOUND        VALUE 'Y'.
008200     05  WS-PAY-BROWSE-KEY       PIC X(16).
008300     05  WS-DSP-BROWSE-KEY       PIC X(16).
008400     05  WS-MAP-CARD-NUM         PIC X(16).
008500     05  WS-CARD-SEQ             PIC 9(02).
008600     05  WS-MOVED-CNT            PIC 9(03).
008700     05  WS-SCHED-CNT            PIC 9(03).
008800     05  WS-CASE-CNT             PIC 9(03).
008900*
009000******************************************************************
009100* OLD-TO-NEW CARD NUMBER MAP, BUILT AS THE CARDS ARE REISSUED AND
009200* USED TO RE-POINT THE HOLDS, PLANS AND CASES THAT NAME A CARD.
009300******************************************************************
009400 01  WS-CARD-MAP.
009500     05  WS-MAP-CNT              PIC 9(02) VALUE ZERO.
009600     05  WS-MAP-MAX              PIC 9(02) VALUE 20.
009700     05  WS-MAP-ENTRY OCCURS 20 TIMES
009800                       INDEXED BY WS-MAP-IDX.
009900         10  WS-MAP-OLD-CARD     PIC X(16).
010000         10  WS-MAP-NEW-CARD     PIC X(16).
010100*
010200 COPY CSDAT01Y.
010300*
010400 01  WS-NAV-BACK-PGM         PIC X(08).
010500*
010600 01  WS-IDLE-TIMEOUT-DATA.
010700     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
010800     05  WS-NOW-DT               PIC 9(08).
010900     05  WS-NOW-HH               PIC 9(02).
011000     05  WS-NOW-MM               PIC 9(02).
011100     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
011200*
011300 COPY COCOM01Y.
011400*
011500 LINKAGE SECTION.
011600 01  DFHCOMMAREA                 PIC X(400).
011700*
011800******************************************************************
011900 PROCEDURE DIVISION.
012000******************************************************************
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012300     PERFORM 1500-CHECK-IDLE-TIMEOUT
012400         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
012500     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
012600     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
012700     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
012800     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
012900     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
013000     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
013100     EXEC CICS
013200         RETURN TRANSID(WS-TRANID)
013300         COMMAREA(CARDDEMO-COMMAREA)
013400     END-EXEC
013500     GOBACK.
013600*
013700 1000-INITIALIZE.
013800     MOVE SPACES                 TO ERRMSGI INFOMSGI
013900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
014000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
014100     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014200     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
014300     IF EIBCALEN > 0
014400         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
014500     END-IF.
014600 1000-INITIALIZE-EXIT.
014700     EXIT.
014800******************************************************************
014900* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
015000* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
015100* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
015200* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
015300******************************************************************
015400 1500-CHECK-IDLE-TIMEOUT.
015500     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
015600         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
015700     END-IF
015800     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
015900     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
016000     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
016100     COMPUTE WS-IDLE-ELAPSED-MINS =
016200         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
016300          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
016400         + (WS-NOW-HH * 60 + WS-NOW-MM)
016500         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
016600     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
016700         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
016800     END-IF.
016900 1500-CHECK-IDLE-TIMEOUT-EXIT.
017000     EXIT.
017100*
017200******************************************************************
017300* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
017400* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
017500* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
017600******************************************************************
017700 2500-NAV-BACK.
017800     IF CDEMO-NAV-STACK-PTR > 0
017900         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
018000                                 TO WS-NAV-BACK-PGM
018100         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
018200     ELSE
018300         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
018400     END-IF
018500     SET CDEMO-PGM-REENTER       TO TRUE
018600     EXEC CICS
018700         XCTL PROGRAM(WS-NAV-BACK-PGM)
018800         COMMAREA(CARDDEMO-COMMAREA)
018900     END-EXEC.
019000 2500-NAV-BACK-EXIT.
019100     EXIT.
019200*
019300 2000-RECEIVE-MAP.
019400     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
019500         GO TO 2000-RECEIVE-MAP-EXIT
019600     END-IF
019700     EXEC CICS
019800         RECEIVE MAP('CXFR00A') MAPSET('COXFR00')
019900         INTO(WS-SCREEN-FIELDS)
020000         RESP(WS-RESP-CD)
020100     END-EXEC.
020200 2000-RECEIVE-MAP-EXIT.
020300     EXIT.
020400*
020500 3000-PROCESS-INPUT.
020600     IF CDEMO-TIMEOUT-EXPIRED
020700         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
020800         SET CDEMO-PGM-ENTER      TO TRUE
020900         EXEC CICS
021000             XCTL PROGRAM('COSGN00C')
021100             COMMAREA(CARDDEMO-COMMAREA)
021200         END-EXEC
021300     END-IF
021400     IF EIBAID = DFHPF3
021500         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
021600         GO TO 3000-PROCESS-INPUT-EXIT
021700     END-IF
021800     IF CDEMO-PGM-ENTER
021900         GO TO 3000-PROCESS-INPUT-EXIT
022000     END-IF
022100     IF CDEMO-USRTYP-AUDITOR
022200         MOVE 'Auditor role is view-only - change refused'
022300                                 TO ERRMSGI
022400         GO TO 3000-PROCESS-INPUT-EXIT
022500     END-IF
022600     PERFORM 4000-VALIDATE-REQUEST
022700         THRU 4000-VALIDATE-REQUEST-EXIT
022800     IF ERRMSGI NOT = SPACES
022900         GO TO 3000-PROCESS-INPUT-EXIT
023000     END-IF
023100     IF CONFIRMI NOT = 'Y'
023200         MOVE 'Review the accounts, then key Y to confirm'
023300                                 TO INFOMSGI
023400         GO TO 3000-PROCESS-INPUT-EXIT
023500     END-IF
023600     PERFORM 5000-TRANSFER-ACCOUNT
023700         THRU 5000-TRANSFER-ACCOUNT-EXIT.
023800 3000-PROCESS-INPUT-EXIT.
023900     EXIT.
024000*
024100******************************************************************
024200* THE OLD ACCOUNT MUST BE ON FILE AND STILL OPEN - A CLOSED,
024300* CHARGED-OFF OR SANCTIONS-FROZEN ACCOUNT IS NOT MOVED - AND THE
024400* NEW NUMBER MUST BE FREE ON BOTH ACCTDAT AND ACCTXREF.
024500******************************************************************
024600 4000-VALIDATE-REQUEST.
024700     IF OLDACCTI = SPACES OR LOW-VALUES
024800        OR OLDACCTI IS NOT NUMERIC
024900         MOVE 'Old account number must be 11 digits' TO ERRMSGI
025000         GO TO 4000-VALIDATE-REQUEST-EXIT
025100     END-IF
025200     IF NEWACCTI = SPACES OR LOW-VALUES
025300        OR NEWACCTI IS NOT NUMERIC
025400         MOVE 'New account number must be 11 digits' TO ERRMSGI
025500         GO TO 4000-VALIDATE-REQUEST-EXIT
025600     END-IF
025700     MOVE OLDACCTI               TO WS-OLD-ACCT-ID
025800     MOVE NEWACCTI               TO WS-NEW-ACCT-ID
025900     IF WS-NEW-ACCT-ID = ZERO
026000        OR WS-NEW-ACCT-ID = WS-OLD-ACCT-ID
026100         MOVE 'New account number must differ from the old'
026200                                 TO ERRMSGI
026300         GO TO 4000-VALIDATE-REQUEST-EXIT
026400     END-IF
026500     MOVE WS-OLD-ACCT-ID         TO ACCT-ID
026600     EXEC CICS
026700         READ DATASET('ACCTDAT')
026800         INTO(ACCOUNT-RECORD)
026900         RIDFLD(ACCT-ID)
027000         RESP(WS-RESP-CD)
027100     END-EXEC
027200     IF WS-RESP-CD NOT = ZERO
027300         MOVE 'Old account not found' TO ERRMSGI
027400         GO TO 4000-VALIDATE-REQUEST-EXIT
027500     END-IF
027600     EVALUATE ACCT-ACTIVE-STATUS
027700         WHEN 'C'
027800             MOVE 'Old account is closed - nothing to transfer'
027900                                 TO ERRMSGI
028000         WHEN 'Z'
028100             MOVE 'Old account is charged off - cannot transfer'
028200                                 TO ERRMSGI
028300         WHEN 'S'
028400             MOVE 'Account frozen under sanctions - cannot move'
028500                                 TO ERRMSGI
028600     END-EVALUATE
028700     IF ERRMSGI NOT = SPACES
028800         GO TO 4000-VALIDATE-REQUEST-EXIT
028900     END-IF
029000     MOVE WS-NEW-ACCT-ID         TO ACCT-ID
029100     EXEC CICS
029200         READ DATASET('ACCTDAT')
029300         INTO(ACCOUNT-RECORD)
029400         RIDFLD(ACCT-ID)
029500         RESP(WS-RESP-CD)
029600     END-EXEC
029700     IF WS-RESP-CD = ZERO
029800         MOVE 'New account number is already in use' TO ERRMSGI
029900         GO TO 4000-VALIDATE-REQUEST-EXIT
030000     END-IF
030100     MOVE WS-NEW-ACCT-ID         TO XRF-ACCT-ID
030200     EXEC CICS
030300         READ DATASET('ACCTXREF')
030400         INTO(ACCT-CUST-XREF-RECORD)
030500         RIDFLD(XRF-ACCT-ID)
030600         RESP(WS-RESP-CD)
030700     END-EXEC
030800     IF WS-RESP-CD = ZERO
030900         MOVE 'New account number is already in use' TO ERRMSGI
031000     END-IF.
031100 4000-VALIDATE-REQUEST-EXIT.
031200     EXIT.
031300*
031400******************************************************************
031500* OPEN THE NEW ACCOUNT AS A COPY OF THE OLD, THEN CLOSE THE OLD
031600* ONE 'XFER' WITH A ZERO BALANCE, AND CARRY EVERYTHING THAT
031700* HANGS OFF THE ACCOUNT NUMBER ACROSS.
031800******************************************************************
031900 5000-TRANSFER-ACCOUNT.
032000     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
032100     MOVE WS-OLD-ACCT-ID         TO ACCT-ID
032200     EXEC CICS
032300         READ DATASET('ACCTDAT')
032400         INTO(ACCOUNT-RECORD)
032500         RIDFLD(ACCT-ID)
032600         RESP(WS-RESP-CD)
032700     END-EXEC
032800     IF WS-RESP-CD NOT = ZERO
032900         MOVE 'Old account not found' TO ERRMSGI
033000         GO TO 5000-TRANSFER-ACCOUNT-EXIT
033100     END-IF
033200     MOVE ACCT-ACTIVE-STATUS     TO WS-OLD-STATUS
033300     MOVE ACCT-COMPANY-ID        TO WS-COMPANY-ID
033400     MOVE WS-NEW-ACCT-ID         TO ACCT-ID
033500     MOVE ZERO                   TO ACCT-XFER-TO-ACCT-ID
033600     MOVE WS-OLD-ACCT-ID         TO ACCT-XFER-FROM-ACCT-ID
033700     MOVE WS-CURDATE-YYYY-MM-DD  TO ACCT-XFER-DATE
033800     MOVE WS-CURDATE-YYYY-MM-DD  TO ACCT-REISSUE-DATE
033900     EXEC CICS
034000         WRITE DATASET('ACCTDAT')
034100         FROM(ACCOUNT-RECORD)
034200         RIDFLD(ACCT-ID)
034300         RESP(WS-RESP-CD)
034400     END-EXEC
034500     IF WS-RESP-CD NOT = ZERO
034600         MOVE 'New account not saved - nothing was moved'
034700                                 TO ERRMSGI
034800         GO TO 5000-TRANSFER-ACCOUNT-EXIT
034900     END-IF
035000     MOVE WS-OLD-ACCT-ID         TO ACCT-ID
035100     EXEC CICS
035200         READ DATASET('ACCTDAT')
035300         INTO(ACCOUNT-RECORD)
035400         RIDFLD(ACCT-ID)
035500         UPDATE
035600         RESP(WS-RESP-CD)
035700     END-EXEC
035800     IF WS-RESP-CD NOT = ZERO
035900         MOVE 'Old account could not be closed - call support'
036000                                 TO ERRMSGI
036100         GO TO 5000-TRANSFER-ACCOUNT-EXIT
036200     END-IF
036300     MOVE 'C'                    TO ACCT-ACTIVE-STATUS
036400     SET ACCT-CLOSED-TRANSFERRED TO TRUE
036500     MOVE WS-NEW-ACCT-ID         TO ACCT-XFER-TO-ACCT-ID
036600     MOVE WS-CURDATE-YYYY-MM-DD  TO ACCT-XFER-DATE
036700     MOVE ZERO                   TO ACCT-CURR-BAL
036800                                    ACCT-CURR-CYC-CREDIT
036900                                    ACCT-CURR-CYC-DEBIT
037000                                    ACCT-MIN-PAY-DUE
037100                                    ACCT-INT-DUE-BAL
037200                                    ACCT-FEE-DUE-BAL
037300                                    ACCT-CASH-ADV-BAL
037400                                    ACCT-PAST-DUE-AMT
037500                                    ACCT-INSTL-BAL
037600                                    ACCT-INSTL-DUE-BAL
037700     EXEC CICS
037800         REWRITE DATASET('ACCTDAT')
037900         FROM(ACCOUNT-RECORD)
038000         RESP(WS-RESP-CD)
038100     END-EXEC
038200     IF WS-RESP-CD NOT = ZERO
038300         MOVE 'Old account could not be closed - call support'
038400                                 TO ERRMSGI
038500         GO TO 5000-TRANSFER-ACCOUNT-EXIT
038600     END-IF
038700     MOVE WS-OLD-ACCT-ID         TO AUD-ACCT-ID
038800     MOVE 'ACSTTUS'              TO AUD-FIELD-NAME
038900     MOVE WS-OLD-STATUS          TO AUD-OLD-VALUE
039000     MOVE 'C'                    TO AUD-NEW-VALUE
039100     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
039200     MOVE 'CLSRSN'               TO AUD-FIELD-NAME
039300     MOVE SPACES                 TO AUD-OLD-VALUE
039400     MOVE 'XFER'                 TO AUD-NEW-VALUE
039500     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
039600     MOVE 'XFERTO'               TO AUD-FIELD-NAME
039700     MOVE WS-NEW-ACCT-ID         TO AUD-NEW-VALUE
039800     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
039900     MOVE WS-NEW-ACCT-ID         TO AUD-ACCT-ID
040000     MOVE 'XFERFROM'             TO AUD-FIELD-NAME
040100     MOVE WS-OLD-ACCT-ID         TO AUD-NEW-VALUE
040200     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
040300     PERFORM 5100-WRITE-XREF-ROW THRU 5100-WRITE-XREF-ROW-EXIT
040400     PERFORM 6000-REISSUE-CARDS THRU 6000-REISSUE-CARDS-EXIT
040500     PERFORM 7000-MOVE-OPEN-HOLDS THRU 7000-MOVE-OPEN-HOLDS-EXIT
040600     PERFORM 7200-MOVE-ACCOUNT-ROWS
040700         THRU 7200-MOVE-ACCOUNT-ROWS-EXIT
040800     PERFORM 7400-MOVE-INSTALLMENT-PLANS
040900         THRU 7400-MOVE-INSTALLMENT-PLANS-EXIT
041000     PERFORM 7600-MOVE-SCHEDULES THRU 7600-MOVE-SCHEDULES-EXIT
041100     PERFORM 7800-MOVE-OPEN-DISPUTES
041200         THRU 7800-MOVE-OPEN-DISPUTES-EXIT
041300     PERFORM 5800-LOG-ACTIVITY THRU 5800-LOG-ACTIVITY-EXIT
041400     MOVE WS-MAP-CNT             TO CARDCNTI
041500     MOVE SPACES                 TO INFOMSGI
041600     STRING 'Transferred - cards reissued: '
041700                                 DELIMITED BY SIZE
041800            WS-MAP-CNT           DELIMITED BY SIZE
041900       INTO INFOMSGI
042000     END-STRING.
042100 5000-TRANSFER-ACCOUNT-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500* THE NEW ACCOUNT IS HELD BY THE SAME CUSTOMER(S) - COPY THE OLD
042600* ACCOUNT'S ACCTXREF ROW ONTO THE NEW NUMBER. THE OLD ROW STAYS
042700* SO THE CLOSED ACCOUNT STILL RESOLVES TO ITS HOLDER.
042800******************************************************************
042900 5100-WRITE-XREF-ROW.
043000     MOVE WS-OLD-ACCT-ID         TO XRF-ACCT-ID
043100     EXEC CICS
043200         READ DATASET('ACCTXREF')
043300         INTO(ACCT-CUST-XREF-RECORD)
043400         RIDFLD(XRF-ACCT-ID)
043500         RESP(WS-RESP-CD)
043600     END-EXEC
043700     IF WS-RESP-CD NOT = ZERO
043800         GO TO 5100-WRITE-XREF-ROW-EXIT
043900     END-IF
044000     MOVE WS-NEW-ACCT-ID         TO XRF-ACCT-ID
044100     EXEC CICS
044200         WRITE DATASET('ACCTXREF')
044300         FROM(ACCT-CUST-XREF-RECORD)
044400         RIDFLD(XRF-ACCT-ID)
044500         RESP(WS-RESP-CD)
044600     END-EXEC.
044700 5100-WRITE-XREF-ROW-EXIT.
044800     EXIT.
044900*
045000******************************************************************
045100* RECORD THE TRANSFER ON THE USER'S ACTIVITY TRAIL (SEE
045200* COUSR04C), THE SAME ROW COACT01C WRITES FOR AN ORIGINATION.
045300******************************************************************
045400 5800-LOG-ACTIVITY.
045500     MOVE CDEMO-USER-ID          TO UAL-USER-ID
045600     MOVE WS-CURRENT-TIMESTAMP   TO UAL-TIMESTAMP
045700     MOVE WS-PGMNAME             TO UAL-PGMNAME
045800     MOVE 'TRANSFER'             TO UAL-ACTION
045900     MOVE WS-NEW-ACCT-ID         TO UAL-ACCT-ID
046000     EXEC CICS
046100         WRITE DATASET('USRACT')
046200         FROM(USER-ACTIVITY-RECORD)
046300         RESP(WS-RESP-CD)
046400     END-EXEC.
046500 5800-LOG-ACTIVITY-EXIT.
046600     EXIT.
046700*
046800******************************************************************
046900* ACCTAUD IS KEYED BY ACCOUNT AND TIMESTAMP - A RUNNING SEQUENCE
047000* IN THE LAST FOUR POSITIONS KEEPS ROWS WRITTEN IN THE SAME
047100* INSTANT APART (THE CBPCH01C CONVENTION).
047200******************************************************************
047300 5900-WRITE-AUDIT-ROW.
047400     ADD 1                       TO WS-AUD-SEQ
047500     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
047600     MOVE WS-AUD-SEQ             TO AUD-TIMESTAMP (23:4)
047700     MOVE CDEMO-USER-ID          TO AUD-USER-ID
047800     EXEC CICS
047900         WRITE DATASET('ACCTAUD')
048000         FROM(ACCT-AUDIT-RECORD)
048100         RESP(WS-RESP-CD)
048200     END-EXEC.
048300 5900-WRITE-AUDIT-ROW-EXIT.
048400     EXIT.
048500*
048600******************************************************************
048700* REISSUE EVERY LIVE CARD ON THE NEW ACCOUNT. THE CARDAIX SWEEP
048800* ONLY COLLECTS THE OLD CARD NUMBERS; EACH IS THEN BLOCKED 'L'
048900* (COMPROMISED, AS ON COLST00C) AND ITS REPLACEMENT CUT THE
049000* COLST00C WAY - NOT-YET-ACTIVATED, SAME EMBOSSED NAME, NEW
049100* CVV, FOUR-YEAR EXPIRY. CARDS ALREADY STOPPED OR BLOCKED STAY
049200* BEHIND ON THE OLD ACCOUNT.
049300******************************************************************
049400 6000-REISSUE-CARDS.
049500     MOVE ZERO                   TO WS-MAP-CNT
049600     MOVE 'N'                    TO WS-BROWSE-SW
049700     MOVE WS-OLD-ACCT-ID         TO CARD-ACCT-ID
049800     EXEC CICS
049900         STARTBR DATASET('CARDAIX')
050000         RIDFLD(CARD-ACCT-ID)
050100         GTEQ
050200         RESP(WS-RESP-CD)
050300     END-EXEC
050400     IF WS-RESP-CD NOT = ZERO
050500         GO TO 6000-REISSUE-CARDS-EXIT
050600     END-IF
050700     PERFORM 6100-COLLECT-NEXT-CARD
050800         THRU 6100-COLLECT-NEXT-CARD-EXIT
050900         UNTIL WS-BROWSE-DONE
051000     EXEC CICS
051100         ENDBR DATASET('CARDAIX')
051200     END-EXEC
051300     PERFORM 6200-REISSUE-ONE-CARD
051400         THRU 6200-REISSUE-ONE-CARD-EXIT
051500         VARYING WS-MAP-IDX FROM 1 BY 1
051600         UNTIL WS-MAP-IDX > WS-MAP-CNT.
051700 6000-REISSUE-CARDS-EXIT.
051800     EXIT.
051900*
052000 6100-COLLECT-NEXT-CARD.
052100     EXEC CICS
052200         READNEXT DATASET('CARDAIX')
052300         INTO(CARD-RECORD)
052400         RIDFLD(CARD-ACCT-ID)
052500         RESP(WS-RESP-CD)
052600     END-EXEC
052700     IF WS-RESP-CD NOT = ZERO
052800        OR CARD-ACCT-ID NOT = WS-OLD-ACCT-ID
052900        OR WS-MAP-CNT NOT < WS-MAP-MAX
053000         MOVE 'Y'                TO WS-BROWSE-SW
053100         GO TO 6100-COLLECT-NEXT-CARD-EXIT
053200     END-IF
053300     IF CARD-ACTIVE-STATUS = 'L' OR 'S'
053400         GO TO 6100-COLLECT-NEXT-CARD-EXIT
053500     END-IF
053600     ADD 1                       TO WS-MAP-CNT
053700     SET WS-MAP-IDX              TO WS-MAP-CNT
053800     MOVE CARD-NUM               TO WS-MAP-OLD-CARD (WS-MAP-IDX)
053900     MOVE SPACES                 TO WS-MAP-NEW-CARD (WS-MAP-IDX).
054000 6100-COLLECT-NEXT-CARD-EXIT.
054100     EXIT.
054200*
054300 6200-REISSUE-ONE-CARD.
054400     MOVE WS-MAP-OLD-CARD (WS-MAP-IDX) TO CARD-NUM
054500     EXEC CICS
054600         READ DATASET('CARDDAT')
054700         INTO(CARD-RECORD)
054800         RIDFLD(CARD-NUM)
054900         UPDATE
055000         RESP(WS-RESP-CD)
055100     END-EXEC
055200     IF WS-RESP-CD NOT = ZERO
055300         GO TO 6200-REISSUE-ONE-CARD-EXIT
055400     END-IF
000000     MOVE CARD-EXPIRAION-DATE    TO WS-OLD-EXP-DATE
055500     MOVE 'L'                    TO CARD-ACTIVE-STATUS
055600     MOVE WS-CURDATE-YYYY-MM-DD  TO CARD-HOTLIST-DATE
055700     EXEC CICS
055800         REWRITE DATASET('CARDDAT')
055900         FROM(CARD-RECORD)
056000         RESP(WS-RESP-CD)
056100     END-EXEC
056200     MOVE WS-NEW-ACCT-ID         TO CARD-NUM (1:11)
056300     MOVE WS-CURRENT-TIMESTAMP (12:3) TO CARD-NUM (12:3)
056400     SET WS-CARD-SEQ             TO WS-MAP-IDX
056500     MOVE WS-CARD-SEQ            TO CARD-NUM (15:2)
056600     MOVE WS-NEW-ACCT-ID         TO CARD-ACCT-ID
056700     MOVE WS-CURRENT-TIMESTAMP (14:3) TO CARD-CVV-CD
056800     MOVE 'A'                    TO CARD-ACTIVE-STATUS
056900     MOVE 'N'                    TO CARD-ACTIVATION-STATUS
057000     MOVE SPACES                 TO CARD-ACTIVATION-DATE
057100     MOVE SPACES                 TO CARD-HOTLIST-DATE
057200     MOVE SPACES                 TO CARD-EMBOSS-SENT-DATE
057300     COMPUTE WS-REISSUE-EXP-YEAR = WS-CURDATE-YEAR + 4
057400     MOVE WS-REISSUE-EXP-YEAR    TO CARD-EXPIRAION-DATE (1:4)
057500     MOVE '-'                    TO CARD-EXPIRAION-DATE (5:1)
057600     MOVE WS-CURDATE-MONTH       TO CARD-EXPIRAION-DATE (6:2)
057700     MOVE '-'                    TO CARD-EXPIRAION-DATE (8:1)
057800     MOVE WS-CURDATE-DAY         TO CARD-EXPIRAION-DATE (9:2)
057900     EXEC CICS
058000         WRITE DATASET('CARDDAT')
058100         FROM(CARD-RECORD)
058200         RIDFLD(CARD-NUM)
058300         RESP(WS-RESP-CD)
058400     END-EXEC
058500     IF WS-RESP-CD = ZERO
058600         MOVE CARD-NUM           TO WS-MAP-NEW-CARD (WS-MAP-IDX)
000000         PERFORM 6300-RECORD-REPLACEMENT
000000             THRU 6300-RECORD-REPLACEMENT-EXIT
058700     END-IF.
058800 6200-REISSUE-ONE-CARD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PAIR THE BLOCKED OLD-ACCOUNT NUMBER WITH ITS REPLACEMENT ON THE
000000* NEW ACCOUNT ON CARDRPL, FLAGGED LOST/STOLEN BECAUSE THE ACCOUNT
000000* WAS TAKEN OVER, FOR THE CBCUP01C ACCOUNT-UPDATER EXTRACT.
000000******************************************************************
000000 6300-RECORD-REPLACEMENT.
000000     MOVE SPACES                 TO CARD-REPLACEMENT-RECORD
000000     MOVE CARD-NUM               TO CRP-NEW-CARD-NUM
000000     MOVE WS-CURRENT-TIMESTAMP   TO CRP-CREATED-TS
000000     MOVE WS-MAP-OLD-CARD (WS-MAP-IDX) TO CRP-OLD-CARD-NUM
000000     MOVE CARD-ACCT-ID           TO CRP-ACCT-ID
000000     MOVE WS-OLD-EXP-DATE        TO CRP-OLD-EXP-DATE
000000     MOVE CARD-EXPIRAION-DATE    TO CRP-NEW-EXP-DATE
000000     SET CRP-REASON-RENUMBER     TO TRUE
000000     SET CRP-LOST-STOLEN         TO TRUE
000000     EXEC CICS
000000         WRITE DATASET('CARDRPL')
000000         FROM(CARD-REPLACEMENT-RECORD)
000000         RIDFLD(CRP-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 6300-RECORD-REPLACEMENT-EXIT.
058900     EXIT.
059000*
059100******************************************************************
059200* TRANSLATE A CARD NUMBER THROUGH THE REISSUE MAP. A CARD WITH NO
059300* REPLACEMENT (ALREADY STOPPED OR BLOCKED) IS LEFT AS IT WAS.
059400******************************************************************
059500 6500-MAP-CARD-NUMBER.
059600     PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
059700             UNTIL WS-MAP-IDX > WS-MAP-CNT
059800         IF WS-MAP-OLD-CARD (WS-MAP-IDX) = WS-MAP-CARD-NUM
059900            AND WS-MAP-NEW-CARD (WS-MAP-IDX) NOT = SPACES
060000             MOVE WS-MAP-NEW-CARD (WS-MAP-IDX)
060100                                 TO WS-MAP-CARD-NUM
060200             GO TO 6500-MAP-CARD-NUMBER-EXIT
060300         END-IF
060400     END-PERFORM.
060500 6500-MAP-CARD-NUMBER-EXIT.
060600     EXIT.
060700*
060800******************************************************************
060900* OPEN AUTHFILE HOLDS MOVE TO THE NEW ACCOUNT (SAME SEQUENCE
061000* NUMBER, CARD RE-POINTED) SO A LEGITIMATE PENDING CHARGE STILL
061100* SETTLES AND STILL COUNTS AGAINST OPEN-TO-BUY. MATCHED AND
061200* EXPIRED HOLDS ARE HISTORY AND STAY. EACH HOLD IS FOUND WITH A
061300* FRESH ONE-ROW BROWSE FROM JUST PAST THE LAST ONE LOOKED AT, SO
061400* NO BROWSE IS OPEN WHILE THE FILE IS UPDATED.
061500******************************************************************
061600 7000-MOVE-OPEN-HOLDS.
061700     MOVE ZERO                   TO WS-MOVED-CNT
061800     MOVE 'N'                    TO WS-BROWSE-SW
061900     MOVE WS-OLD-ACCT-ID         TO AUT-ACCT-ID
062000     MOVE ZERO                   TO AUT-SEQ
062100     PERFORM 7100-MOVE-NEXT-HOLD THRU 7100-MOVE-NEXT-HOLD-EXIT
062200         UNTIL WS-BROWSE-DONE.
062300 7000-MOVE-OPEN-HOLDS-EXIT.
062400     EXIT.
062500*
062600 7100-MOVE-NEXT-HOLD.
062700     EXEC CICS
062800         STARTBR DATASET('AUTHFILE')
062900         RIDFLD(AUT-KEY)
063000         GTEQ
063100         RESP(WS-RESP-CD)
063200     END-EXEC
063300     IF WS-RESP-CD NOT = ZERO
063400         MOVE 'Y'                TO WS-BROWSE-SW
063500         GO TO 7100-MOVE-NEXT-HOLD-EXIT
063600     END-IF
063700     EXEC CICS
063800         READNEXT DATASET('AUTHFILE')
063900         INTO(AUTH-HOLD-RECORD)
064000         RIDFLD(AUT-KEY)
064100         RESP(WS-RESP-CD)
064200     END-EXEC
064300     EXEC CICS
064400         ENDBR DATASET('AUTHFILE')
064500     END-EXEC
064600     IF WS-RESP-CD NOT = ZERO
064700        OR AUT-ACCT-ID NOT = WS-OLD-ACCT-ID
064800         MOVE 'Y'                TO WS-BROWSE-SW
064900         GO TO 7100-MOVE-NEXT-HOLD-EXIT
065000     END-IF
065100     IF NOT AUT-OPEN
065200         GO TO 7150-STEP-PAST-HOLD
065300     END-IF
065400     EXEC CICS
065500         READ DATASET('AUTHFILE')
065600         INTO(AUTH-HOLD-RECORD)
065700         RIDFLD(AUT-KEY)
065800         UPDATE
065900         RESP(WS-RESP-CD)
066000     END-EXEC
066100     IF WS-RESP-CD NOT = ZERO
066200         GO TO 7150-STEP-PAST-HOLD
066300     END-IF
066400     EXEC CICS
066500         DELETE DATASET('AUTHFILE')
066600         RESP(WS-RESP-CD)
066700     END-EXEC
066800     MOVE WS-NEW-ACCT-ID         TO AUT-ACCT-ID
066900     MOVE AUT-CARD-NUM           TO WS-MAP-CARD-NUM
067000     PERFORM 6500-MAP-CARD-NUMBER THRU 6500-MAP-CARD-NUMBER-EXIT
067100     MOVE WS-MAP-CARD-NUM        TO AUT-CARD-NUM
067200     EXEC CICS
067300         WRITE DATASET('AUTHFILE')
067400         FROM(AUTH-HOLD-RECORD)
067500         RIDFLD(AUT-KEY)
067600         RESP(WS-RESP-CD)
067700     END-EXEC
067800     ADD 1                       TO WS-MOVED-CNT
067900     MOVE WS-OLD-ACCT-ID         TO AUT-ACCT-ID.
068000 7150-STEP-PAST-HOLD.
068100     IF AUT-SEQ = 9999
068200         MOVE 'Y'                TO WS-BROWSE-SW
068300     ELSE
068400         ADD 1                   TO AUT-SEQ
068500     END-IF.
068600 7100-MOVE-NEXT-HOLD-EXIT.
068700     EXIT.
068800*
068900******************************************************************
069000* THE ONE-ROW-PER-ACCOUNT FILES - PROMOTIONAL RATE, HARDSHIP
069100* PLAN, REWARDS BALANCE, SECURED CARD COLLATERAL AND (ON A
069200* CORPORATE CARD) THE COMPANY LINK - ARE RE-KEYED ONTO THE NEW
069300* ACCOUNT: READ FOR UPDATE, DELETED, WRITTEN UNDER THE NEW KEY.
069400******************************************************************
069500 7200-MOVE-ACCOUNT-ROWS.
069600     MOVE WS-OLD-ACCT-ID         TO PRM-ACCT-ID
069700     EXEC CICS
069800         READ DATASET('PROMORATE')
069900         INTO(PROMO-RATE-RECORD)
070000         RIDFLD(PRM-ACCT-ID)
070100         UPDATE
070200         RESP(WS-RESP-CD)
070300     END-EXEC
070400     IF WS-RESP-CD = ZERO
070500         EXEC CICS
070600             DELETE DATASET('PROMORATE')
070700             RESP(WS-RESP-CD)
070800         END-EXEC
070900         MOVE WS-NEW-ACCT-ID     TO PRM-ACCT-ID
071000         EXEC CICS
071100             WRITE DATASET('PROMORATE')
071200             FROM(PROMO-RATE-RECORD)
071300             RIDFLD(PRM-ACCT-ID)
071400             RESP(WS-RESP-CD)
071500         END-EXEC
071600     END-IF
071700     MOVE WS-OLD-ACCT-ID         TO HRD-ACCT-ID
071800     EXEC CICS
071900         READ DATASET('HRDPLAN')
072000         INTO(HARDSHIP-PLAN-RECORD)
072100         RIDFLD(HRD-ACCT-ID)
072200         UPDATE
072300         RESP(WS-RESP-CD)
072400     END-EXEC
072500     IF WS-RESP-CD = ZERO
072600         EXEC CICS
072700             DELETE DATASET('HRDPLAN')
072800             RESP(WS-RESP-CD)
072900         END-EXEC
073000         MOVE WS-NEW-ACCT-ID     TO HRD-ACCT-ID
073100         EXEC CICS
073200             WRITE DATASET('HRDPLAN')
073300             FROM(HARDSHIP-PLAN-RECORD)
073400             RIDFLD(HRD-ACCT-ID)
073500             RESP(WS-RESP-CD)
073600         END-EXEC
073700     END-IF
073800     MOVE WS-OLD-ACCT-ID         TO RWD-ACCT-ID
073900     EXEC CICS
074000         READ DATASET('REWARDS')
074100         INTO(REWARDS-RECORD)
074200         RIDFLD(RWD-ACCT-ID)
074300         UPDATE
074400         RESP(WS-RESP-CD)
074500     END-EXEC
074600     IF WS-RESP-CD = ZERO
074700         EXEC CICS
074800             DELETE DATASET('REWARDS')
074900             RESP(WS-RESP-CD)
075000         END-EXEC
075100         MOVE WS-NEW-ACCT-ID     TO RWD-ACCT-ID
075200         EXEC CICS
075300             WRITE DATASET('REWARDS')
075400             FROM(REWARDS-RECORD)
075500             RIDFLD(RWD-ACCT-ID)
075600             RESP(WS-RESP-CD)
075700         END-EXEC
075800     END-IF
075900     MOVE WS-OLD-ACCT-ID         TO COL-ACCT-ID
076000     EXEC CICS
076100         READ DATASET('COLLATRL')
076200         INTO(COLLATERAL-RECORD)
076300         RIDFLD(COL-ACCT-ID)
076400         UPDATE
076500         RESP(WS-RESP-CD)
076600     END-EXEC
076700     IF WS-RESP-CD = ZERO
076800         EXEC CICS
076900             DELETE DATASET('COLLATRL')
077000             RESP(WS-RESP-CD)
077100         END-EXEC
077200         MOVE WS-NEW-ACCT-ID     TO COL-ACCT-ID
077300         EXEC CICS
077400             WRITE DATASET('COLLATRL')
077500             FROM(COLLATERAL-RECORD)
077600             RIDFLD(COL-ACCT-ID)
077700             RESP(WS-RESP-CD)
077800         END-EXEC
077900     END-IF
078000     IF WS-COMPANY-ID = SPACES
078100         GO TO 7200-MOVE-ACCOUNT-ROWS-EXIT
078200     END-IF
078300     MOVE WS-COMPANY-ID          TO CMA-COMPANY-ID
078400     MOVE WS-OLD-ACCT-ID         TO CMA-ACCT-ID
078500     EXEC CICS
078600         READ DATASET('CMPACCT')
078700         INTO(COMPANY-ACCOUNT-RECORD)
078800         RIDFLD(CMA-KEY)
078900         UPDATE
079000         RESP(WS-RESP-CD)
079100     END-EXEC
079200     IF WS-RESP-CD = ZERO
079300         EXEC CICS
079400             DELETE DATASET('CMPACCT')
079500             RESP(WS-RESP-CD)
079600         END-EXEC
079700         MOVE WS-NEW-ACCT-ID     TO CMA-ACCT-ID
079800         EXEC CICS
079900             WRITE DATASET('CMPACCT')
080000             FROM(COMPANY-ACCOUNT-RECORD)
080100             RIDFLD(CMA-KEY)
080200             RESP(WS-RESP-CD)
080300         END-EXEC
080400     END-IF.
080500 7200-MOVE-ACCOUNT-ROWS-EXIT.
080600     EXIT.
080700*
080800******************************************************************
080900* EVERY INSTALLMENT PLAN ON THE ACCOUNT - ACTIVE OR CLOSED, SO
081000* THE PLAN HISTORY FOLLOWS THE BALANCE IT CAME FROM - IS RE-KEYED
081100* ONTO THE NEW ACCOUNT WITH ITS CARD RE-POINTED. EACH MOVED ROW
081200* LEAVES THE OLD ACCOUNT'S KEY RANGE, SO THE NEXT ONE IS ALWAYS
081300* THE FIRST ROW LEFT UNDER THE OLD NUMBER.
081400******************************************************************
081500 7400-MOVE-INSTALLMENT-PLANS.
081600     MOVE 'N'                    TO WS-BROWSE-SW
081700     PERFORM 7500-MOVE-NEXT-PLAN THRU 7500-MOVE-NEXT-PLAN-EXIT
081800         UNTIL WS-BROWSE-DONE.
081900 7400-MOVE-INSTALLMENT-PLANS-EXIT.
082000     EXIT.
082100*
082200 7500-MOVE-NEXT-PLAN.
082300     MOVE WS-OLD-ACCT-ID         TO INS-ACCT-ID
082400     MOVE LOW-VALUES             TO INS-TRAN-ID
082500     EXEC CICS
082600         STARTBR DATASET('INSTPLAN')
082700         RIDFLD(INS-KEY)
082800         GTEQ
082900         RESP(WS-RESP-CD)
083000     END-EXEC
083100     IF WS-RESP-CD NOT = ZERO
083200         MOVE 'Y'                TO WS-BROWSE-SW
083300         GO TO 7500-MOVE-NEXT-PLAN-EXIT
083400     END-IF
083500     EXEC CICS
083600         READNEXT DATASET('INSTPLAN')
083700         INTO(INSTALLMENT-PLAN-RECORD)
083800         RIDFLD(INS-KEY)
083900         RESP(WS-RESP-CD)
084000     END-EXEC
084100     EXEC CICS
084200         ENDBR DATASET('INSTPLAN')
084300     END-EXEC
084400     IF WS-RESP-CD NOT = ZERO
084500        OR INS-ACCT-ID NOT = WS-OLD-ACCT-ID
084600         MOVE 'Y'                TO WS-BROWSE-SW
084700         GO TO 7500-MOVE-NEXT-PLAN-EXIT
084800     END-IF
084900     EXEC CICS
085000         READ DATASET('INSTPLAN')
085100         INTO(INSTALLMENT-PLAN-RECORD)
085200         RIDFLD(INS-KEY)
085300         UPDATE
085400         RESP(WS-RESP-CD)
085500     END-EXEC
085600     IF WS-RESP-CD = ZERO
085700         EXEC CICS
085800             DELETE DATASET('INSTPLAN')
085900             RESP(WS-RESP-CD)
086000         END-EXEC
086100     END-IF
086200     IF WS-RESP-CD NOT = ZERO
086300         MOVE 'Y'                TO WS-BROWSE-SW
086400         GO TO 7500-MOVE-NEXT-PLAN-EXIT
086500     END-IF
086600     MOVE WS-NEW-ACCT-ID         TO INS-ACCT-ID
086700     MOVE INS-CARD-NUM           TO WS-MAP-CARD-NUM
086800     PERFORM 6500-MAP-CARD-NUMBER THRU 6500-MAP-CARD-NUMBER-EXIT
086900     MOVE WS-MAP-CARD-NUM        TO INS-CARD-NUM
087000     EXEC CICS
087100         WRITE DATASET('INSTPLAN')
087200         FROM(INSTALLMENT-PLAN-RECORD)
087300         RIDFLD(INS-KEY)
087400         RESP(WS-RESP-CD)
087500     END-EXEC.
087600 7500-MOVE-NEXT-PLAN-EXIT.
087700     EXIT.
087800*
087900******************************************************************
088000* PENDING PAYMENTS - ACTIVE OR SUSPENDED AUTOPAY SCHEDULES AND
088100* ONE-TIME PAYMENTS NOT YET POSTED - ARE RE-POINTED AT THE NEW
088200* ACCOUNT SO THE CARDHOLDER'S PAYMENT RELATIONSHIP CARRIES ON.
088300* THE PAYMENT FILE HAS NO ACCOUNT PATH, SO THIS IS A FULL
088400* BROWSE, AS IN COACT02C'S CANCELLATION SWEEP.
088500******************************************************************
088600 7600-MOVE-SCHEDULES.
088700     MOVE ZERO                   TO WS-SCHED-CNT
088800     MOVE 'N'                    TO WS-BROWSE-SW
088900     MOVE LOW-VALUES             TO WS-PAY-BROWSE-KEY
089000     EXEC CICS
089100         STARTBR DATASET('PAYMNT')
089200         RIDFLD(WS-PAY-BROWSE-KEY)
089300         GTEQ
089400         RESP(WS-RESP-CD)
089500     END-EXEC
089600     IF WS-RESP-CD NOT = ZERO
089700         GO TO 7600-MOVE-SCHEDULES-EXIT
089800     END-IF
089900     PERFORM 7700-MOVE-NEXT-SCHED THRU 7700-MOVE-NEXT-SCHED-EXIT
090000         UNTIL WS-BROWSE-DONE
090100     EXEC CICS
090200         ENDBR DATASET('PAYMNT')
090300     END-EXEC.
090400 7600-MOVE-SCHEDULES-EXIT.
090500     EXIT.
090600*
090700 7700-MOVE-NEXT-SCHED.
090800     EXEC CICS
090900         READNEXT DATASET('PAYMNT')
091000         INTO(PAYMENT-RECORD)
091100         RIDFLD(WS-PAY-BROWSE-KEY)
091200         RESP(WS-RESP-CD)
091300     END-EXEC
091400     IF WS-RESP-CD NOT = ZERO
091500         MOVE 'Y'                TO WS-BROWSE-SW
091600         GO TO 7700-MOVE-NEXT-SCHED-EXIT
091700     END-IF
091800     IF PAY-ACCT-ID NOT = WS-OLD-ACCT-ID
091900        OR NOT (PAY-STATUS-ACTIVE OR PAY-STATUS-SUSPENDED)
092000         GO TO 7700-MOVE-NEXT-SCHED-EXIT
092100     END-IF
092200     EXEC CICS
092300         READ DATASET('PAYMNT')
092400         INTO(PAYMENT-RECORD)
092500         RIDFLD(WS-PAY-BROWSE-KEY)
092600         UPDATE
092700         RESP(WS-RESP-CD)
092800     END-EXEC
092900     IF WS-RESP-CD = ZERO
093000         MOVE WS-NEW-ACCT-ID     TO PAY-ACCT-ID
093100         EXEC CICS
093200             REWRITE DATASET('PAYMNT')
093300             FROM(PAYMENT-RECORD)
093400             RESP(WS-RESP-CD)
093500         END-EXEC
093600         ADD 1                   TO WS-SCHED-CNT
093700     END-IF.
093800 7700-MOVE-NEXT-SCHED-EXIT.
093900     EXIT.
094000*
094100******************************************************************
094200* OPEN DISPUTE CASES (OPEN, PROVISIONALLY CREDITED, OR UNDER
094300* REPRESENTMENT REVIEW) FOLLOW THE ACCOUNT, SO A PROVISIONAL
094400* CREDIT REVERSAL OR A WON CASE POSTS TO THE LIVE NUMBER. THE
094500* CASE KEEPS ITS TRAN-ID KEY; ONLY THE ACCOUNT AND CARD CHANGE.
094600* DISPFILE IS KEYED BY TRANSACTION, SO THIS IS A FULL BROWSE AS
094700* ON CODSP00C. RESOLVED CASES STAY WITH THE OLD ACCOUNT.
094800******************************************************************
094900 7800-MOVE-OPEN-DISPUTES.
095000     MOVE ZERO                   TO WS-CASE-CNT
095100     MOVE 'N'                    TO WS-BROWSE-SW
095200     MOVE LOW-VALUES             TO WS-DSP-BROWSE-KEY
095300     EXEC CICS
095400         STARTBR DATASET('DISPFILE')
095500         RIDFLD(WS-DSP-BROWSE-KEY)
095600         GTEQ
095700         RESP(WS-RESP-CD)
095800     END-EXEC
095900     IF WS-RESP-CD NOT = ZERO
096000         GO TO 7800-MOVE-OPEN-DISPUTES-EXIT
096100     END-IF
096200     PERFORM 7900-MOVE-NEXT-CASE THRU 7900-MOVE-NEXT-CASE-EXIT
096300         UNTIL WS-BROWSE-DONE
096400     EXEC CICS
096500         ENDBR DATASET('DISPFILE')
096600     END-EXEC.
096700 7800-MOVE-OPEN-DISPUTES-EXIT.
096800     EXIT.
096900*
097000 7900-MOVE-NEXT-CASE.
097100     EXEC CICS
097200         READNEXT DATASET('DISPFILE')
097300         INTO(DISPUTE-CASE-RECORD)
097400         RIDFLD(WS-DSP-BROWSE-KEY)
097500         RESP(WS-RESP-CD)
097600     END-EXEC
097700     IF WS-RESP-CD NOT = ZERO
097800         MOVE 'Y'                TO WS-BROWSE-SW
097900         GO TO 7900-MOVE-NEXT-CASE-EXIT
098000     END-IF
098100     IF DSP-ACCT-ID NOT = WS-OLD-ACCT-ID
098200        OR NOT (DSP-CASE-OPEN OR DSP-PROV-CREDITED
098300                OR DSP-REPR-REVIEW)
098400         GO TO 7900-MOVE-NEXT-CASE-EXIT
098500     END-IF
098600     EXEC CICS
098700         READ DATASET('DISPFILE')
098800         INTO(DISPUTE-CASE-RECORD)
098900         RIDFLD(WS-DSP-BROWSE-KEY)
099000         UPDATE
099100         RESP(WS-RESP-CD)
099200     END-EXEC
099300     IF WS-RESP-CD = ZERO
099400         MOVE WS-NEW-ACCT-ID     TO DSP-ACCT-ID
099500         MOVE DSP-CARD-NUM       TO WS-MAP-CARD-NUM
099600         PERFORM 6500-MAP-CARD-NUMBER
099700             THRU 6500-MAP-CARD-NUMBER-EXIT
099800         MOVE WS-MAP-CARD-NUM    TO DSP-CARD-NUM
099900         EXEC CICS
100000             REWRITE DATASET('DISPFILE')
100100             FROM(DISPUTE-CASE-RECORD)
100200             RESP(WS-RESP-CD)
100300         END-EXEC
100400         ADD 1                   TO WS-CASE-CNT
100500     END-IF.
100600 7900-MOVE-NEXT-CASE-EXIT.
100700     EXIT.
100800*
100900 8000-SEND-MAP.
101000     EXEC CICS
101100         SEND MAP('CXFR00A') MAPSET('COXFR00')
101200         FROM(WS-SCREEN-FIELDS)
101300         ERASE
101400     END-EXEC.
101500 8000-SEND-MAP-EXIT.
101600     EXIT.
