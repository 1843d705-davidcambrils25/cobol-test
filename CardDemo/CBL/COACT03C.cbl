000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COACT03C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - REINSTATEMENT OF A
001100*                     RECENTLY CLOSED ACCOUNT.
000000* 2026-10-15  MAINT   EACH REISSUED CARD IS PAIRED OLD-TO-NEW ON
000000*                     CARDRPL (CVCUP01Y) FOR THE CBCUP01C CARD-
000000*                     ON-FILE ACCOUNT-UPDATER EXTRACT.
000000* 2026-10-15  MAINT   A REINSTATEMENT OF AN ACCOUNT LINKED TO THE
000000*                     USER ON EMPLINK IS REFUSED (COEMPSVC).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       PUTS BACK AN ACCOUNT COACT02C CLOSED, SO A
001500*                CARDHOLDER WHO CALLS BACK A FEW DAYS AFTER
001600*                CLOSING KEEPS THEIR ACCOUNT NUMBER, OPEN DATE
001700*                AND BUREAU TRADELINE INSTEAD OF BEING REOPENED
001800*                AS A NEW ACCOUNT ON COACT01C. ONLY AN ACCOUNT IN
001900*                STATUS 'C' WITH A VOLUNTARY CLOSURE REASON,
002000*                CLOSED NO MORE THAN CDEMO-REINSTATE-WINDOW-DAYS
002100*                AGO (CVRIN01Y - THE CLOSURE DATE IS THE
002200*                'ACSTTUS'-TO-'C' ACCTAUD ROW), QUALIFIES. THE
002300*                PRIOR CREDIT LIMIT IS RESTORED SUBJECT TO A
002400*                FRESH CUSTOMER AGGREGATE EXPOSURE CHECK (THE
002500*                COACT01C RULE, CVEXP01Y CEILING). THE STATUS
002600*                GOES BACK TO 'A', EVERY CARD THE CLOSURE
002700*                STOPPED IS REISSUED THE COCRDSLC WAY, AND WHEN
002800*                RSTPAYI IS 'Y' THE AUTOPAY SCHEDULES THE
002900*                CLOSURE CANCELLED ARE PUT BACK, RE-TARGETED TO
003000*                THE NEXT CYCLE DAY. THE REVERSAL IS WRITTEN TO
003100*                ACCTAUD ('ACSTTUS' 'C' TO 'A'), WHICH CBPRF01C
003200*                NETS OUT OF ITS CLOSED-ACCOUNT COUNT. A SECURED
003300*                CARD WHOSE DEPOSIT WAS RELEASED AT CLOSURE IS
003400*                REFUSED. THE READ-ONLY AUDITOR ROLE IS REFUSED.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 01  WS-PGMNAME                  PIC X(08) VALUE 'COACT03C'.
004000 01  WS-TRANID                   PIC X(04) VALUE 'CARI'.
004100*
004200******************************************************************
004300* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004400* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004500* AS ON COACTAPC.
004600******************************************************************
004700 01  WS-SCREEN-FIELDS.
004800     05  ACCTSIDI                PIC X(11).
004900     05  RSTPAYI                 PIC X(01).
005000     05  CONFIRMI                PIC X(01).
005100     05  CLSDATEI                PIC X(10).
005200     05  CLSRSNI                 PIC X(04).
005300     05  LIMITI                  PIC Z(09)9.99.
005400     05  CARDCNTI                PIC 9(02).
005500     05  PAYCNTI                 PIC 9(03).
005600     05  ERRMSGI                 PIC X(78).
005700     05  INFOMSGI                PIC X(45).
005800*
005900 COPY CVACT01Y.
006000 COPY CVACT02Y.
000000 COPY CVCUP01Y.
006100 COPY CVXRF01Y.
006200 COPY CVEXP01Y.
006300 COPY CVRIN01Y.
006400 COPY CVCOL01Y.
006500 COPY CVPAY01Y.
006600 COPY CVAUD01Y.
006700 COPY CVAUD02Y.
006800*
006900 01  WS-MISC-STORAGE.
007000     05  WS-RESP-CD              PIC S9(08) COMP.
007100     05  WS-CURRENT-TIMESTAMP    PIC X(26).
007200     05  WS-ACCT-KEY             PIC 9(11).
007300     05  WS-PRIOR-LIMIT          PIC S9(10)V99.
007400     05  WS-OLD-REASON           PIC X(04).
007500     05  WS-CYCLE-DAY            PIC 9(02).
007600     05  WS-CLOSE-TS             PIC X(26).
007700     05  WS-CLOSE-DATE-N         PIC 9(08).
007800     05  WS-DAYS-CLOSED          PIC S9(07) COMP-3.
007900     05  WS-REISSUE-EXP-YEAR     PIC 9(04).
000000     05  WS-OLD-EXP-DATE         PIC X(10).
008000     05  WS-AUD-SEQ              PIC 9(04) VALUE ZERO.
008100     05  WS-BROWSE-SW            PIC X(01).
008200         88  WS-BROWSE-DONE      VALUE 'Y'.
008300     05  WS-PAY-BROWSE-KEY       PIC X(16).
008400     05  WS-CARD-SEQ             PIC 9(02).
008500     05  WS-SCHED-CNT            PIC 9(03).
008600     05  WS-TARGET-DATE          PIC X(08).
008700     05  WS-TARGET-MM            PIC 9(02).
008800     05  WS-TARGET-DD            PIC 9(02).
008900     05  WS-TARGET-YYYY          PIC 9(04).
009000*
009100******************************************************************
009200* THE CARDS THE CLOSURE STOPPED, COLLECTED OFF THE CARDAIX SWEEP
009300* BEFORE ANY ARE TOUCHED, WITH THE REPLACEMENT CUT FOR EACH.
009400******************************************************************
009500 01  WS-CARD-MAP.
009600     05  WS-MAP-CNT              PIC 9(02) VALUE ZERO.
009700     05  WS-MAP-MAX              PIC 9(02) VALUE 20.
009800     05  WS-MAP-ENTRY OCCURS 20 TIMES
009900                       INDEXED BY WS-MAP-IDX.
010000         10  WS-MAP-OLD-CARD     PIC X(16).
010100         10  WS-MAP-NEW-CARD     PIC X(16).
010200 01  WS-REISSUED-CNT             PIC 9(02) VALUE ZERO.
010300*
010400 COPY CSDAT01Y.
010500*
010600 01  WS-NAV-BACK-PGM         PIC X(08).
010700*
010800 01  WS-IDLE-TIMEOUT-DATA.
010900     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
011000     05  WS-NOW-DT               PIC 9(08).
011100     05  WS-NOW-HH               PIC 9(02).
011200     05  WS-NOW-MM               PIC 9(02).
011300     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
011400*
011500 COPY COCOM01Y.
000000 COPY CVEMP02Y.
011600*
011700 LINKAGE SECTION.
011800 01  DFHCOMMAREA                 PIC X(400).
011900*
012000******************************************************************
012100 PROCEDURE DIVISION.
012200******************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012500     PERFORM 1500-CHECK-IDLE-TIMEOUT
012600         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
012700     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
012800     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
012900     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
013000     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
013100     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
013200     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
013300     EXEC CICS
013400         RETURN TRANSID(WS-TRANID)
013500         COMMAREA(CARDDEMO-COMMAREA)
013600     END-EXEC
013700     GOBACK.
013800*
013900 1000-INITIALIZE.
014000     MOVE SPACES                 TO ERRMSGI INFOMSGI
014100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
014200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
014300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
014500     IF EIBCALEN > 0
014600         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
014700     END-IF.
014800 1000-INITIALIZE-EXIT.
014900     EXIT.
015000******************************************************************
015100* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
015200* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
015300* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
015400* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
015500******************************************************************
015600 1500-CHECK-IDLE-TIMEOUT.
015700     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
015800         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
015900     END-IF
016000     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
016100     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
016200     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
016300     COMPUTE WS-IDLE-ELAPSED-MINS =
016400         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
016500          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
016600         + (WS-NOW-HH * 60 + WS-NOW-MM)
016700         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
016800     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
016900         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
017000     END-IF.
017100 1500-CHECK-IDLE-TIMEOUT-EXIT.
017200     EXIT.
017300*
017400******************************************************************
017500* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
017600* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
017700* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
017800******************************************************************
017900 2500-NAV-BACK.
018000     IF CDEMO-NAV-STACK-PTR > 0
018100         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
018200                                 TO WS-NAV-BACK-PGM
018300         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
018400     ELSE
018500         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
018600     END-IF
018700     SET CDEMO-PGM-REENTER       TO TRUE
018800     EXEC CICS
018900         XCTL PROGRAM(WS-NAV-BACK-PGM)
019000         COMMAREA(CARDDEMO-COMMAREA)
019100     END-EXEC.
019200 2500-NAV-BACK-EXIT.
019300     EXIT.
019400*
019500 2000-RECEIVE-MAP.
019600     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
019700         GO TO 2000-RECEIVE-MAP-EXIT
019800     END-IF
019900     EXEC CICS
020000         RECEIVE MAP('CACT03A') MAPSET('COACT03')
020100         INTO(WS-SCREEN-FIELDS)
020200         RESP(WS-RESP-CD)
020300     END-EXEC.
020400 2000-RECEIVE-MAP-EXIT.
020500     EXIT.
020600*
020700 3000-PROCESS-INPUT.
020800     IF CDEMO-TIMEOUT-EXPIRED
020900         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
021000         SET CDEMO-PGM-ENTER      TO TRUE
021100         EXEC CICS
021200             XCTL PROGRAM('COSGN00C')
021300             COMMAREA(CARDDEMO-COMMAREA)
021400         END-EXEC
021500     END-IF
021600     IF EIBAID = DFHPF3
021700         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
021800         GO TO 3000-PROCESS-INPUT-EXIT
021900     END-IF
022000     IF CDEMO-PGM-ENTER
022100         GO TO 3000-PROCESS-INPUT-EXIT
022200     END-IF
022300     IF CDEMO-USRTYP-AUDITOR
022400         MOVE 'Auditor role is view-only - change refused'
022500                                 TO ERRMSGI
022600         GO TO 3000-PROCESS-INPUT-EXIT
022700     END-IF
022800     PERFORM 4000-VALIDATE-REQUEST
022900         THRU 4000-VALIDATE-REQUEST-EXIT
023000     IF ERRMSGI NOT = SPACES
023100         GO TO 3000-PROCESS-INPUT-EXIT
023200     END-IF
023300     IF CONFIRMI NOT = 'Y'
023400         MOVE 'Review the account, then key Y to reinstate'
023500                                 TO INFOMSGI
023600         GO TO 3000-PROCESS-INPUT-EXIT
023700     END-IF
023800     PERFORM 5000-REINSTATE-ACCOUNT
023900         THRU 5000-REINSTATE-ACCOUNT-EXIT.
024000 3000-PROCESS-INPUT-EXIT.
024100     EXIT.
024200*
024300******************************************************************
024400* THE ACCOUNT MUST BE CLOSED ('C') FOR A VOLUNTARY REASON, INSIDE
024500* THE REINSTATEMENT WINDOW, NOT A SECURED CARD WHOSE DEPOSIT HAS
024600* GONE BACK, AND ITS PRIOR LIMIT MUST STILL FIT UNDER THE
024700* CUSTOMER'S AGGREGATE EXPOSURE CEILING.
024800******************************************************************
024900 4000-VALIDATE-REQUEST.
025000     IF ACCTSIDI = SPACES OR LOW-VALUES
025100        OR ACCTSIDI IS NOT NUMERIC
025200         MOVE 'Account number must be 11 digits' TO ERRMSGI
025300         GO TO 4000-VALIDATE-REQUEST-EXIT
025400     END-IF
025500     IF RSTPAYI = SPACES OR LOW-VALUES
025600         MOVE 'N'                TO RSTPAYI
025700     END-IF
025800     IF RSTPAYI NOT = 'Y' AND RSTPAYI NOT = 'N'
025900         MOVE 'Restore autopay must be Y or N' TO ERRMSGI
026000         GO TO 4000-VALIDATE-REQUEST-EXIT
026100     END-IF
026200     MOVE ACCTSIDI               TO WS-ACCT-KEY
026300     MOVE WS-ACCT-KEY            TO ACCT-ID
026400     EXEC CICS
026500         READ DATASET('ACCTDAT')
026600         INTO(ACCOUNT-RECORD)
026700         RIDFLD(ACCT-ID)
026800         RESP(WS-RESP-CD)
026900     END-EXEC
027000     IF WS-RESP-CD NOT = ZERO
027100         MOVE 'Account not found' TO ERRMSGI
027200         GO TO 4000-VALIDATE-REQUEST-EXIT
027300     END-IF
027400     IF ACCT-ACTIVE-STATUS NOT = 'C'
027500         MOVE 'Account is not closed - nothing to reinstate'
027600                                 TO ERRMSGI
027700         GO TO 4000-VALIDATE-REQUEST-EXIT
027800     END-IF
027900     MOVE ACCT-CLOSE-REASON-CD   TO CLSRSNI
028000     MOVE ACCT-CLOSE-REASON-CD   TO CDEMO-REINSTATE-REASON
028100     IF NOT CDEMO-REINSTATE-VOLUNTARY
028200         MOVE 'Closure reason is not voluntary - open a new acco
028300-             'unt instead'      TO ERRMSGI
028400         GO TO 4000-VALIDATE-REQUEST-EXIT
028500     END-IF
028600     MOVE ACCT-CREDIT-LIMIT      TO WS-PRIOR-LIMIT
028700     MOVE WS-PRIOR-LIMIT         TO LIMITI
028800     PERFORM 4100-FIND-CLOSURE THRU 4100-FIND-CLOSURE-EXIT
028900     IF WS-CLOSE-TS = SPACES
029000         MOVE 'No closure row on the audit trail - cannot reins
029100-             'tate'             TO ERRMSGI
029200         GO TO 4000-VALIDATE-REQUEST-EXIT
029300     END-IF
029400     MOVE WS-CLOSE-TS (1:8)      TO WS-CLOSE-DATE-N
029500     STRING WS-CLOSE-TS (1:4) '-'
029600            WS-CLOSE-TS (5:2) '-'
029700            WS-CLOSE-TS (7:2)
029800            DELIMITED BY SIZE INTO CLSDATEI
029900     END-STRING
030000     COMPUTE WS-DAYS-CLOSED =
030100         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
030200         - FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE-N)
030300     IF WS-DAYS-CLOSED > CDEMO-REINSTATE-WINDOW-DAYS
030400         MOVE 'Closed too long ago to reinstate - open a new acc
030500-             'ount instead'     TO ERRMSGI
030600         GO TO 4000-VALIDATE-REQUEST-EXIT
030700     END-IF
030800     MOVE WS-ACCT-KEY            TO COL-ACCT-ID
030900     EXEC CICS
031000         READ DATASET('COLLATRL')
031100         INTO(COLLATERAL-RECORD)
031200         RIDFLD(COL-ACCT-ID)
031300         RESP(WS-RESP-CD)
031400     END-EXEC
031500     IF WS-RESP-CD = ZERO AND NOT COL-HELD
031600         MOVE 'Secured deposit was released at closure - cannot
031700-             ' reinstate'       TO ERRMSGI
031800         GO TO 4000-VALIDATE-REQUEST-EXIT
031900     END-IF
032000     PERFORM 4200-CHECK-EXPOSURE THRU 4200-CHECK-EXPOSURE-EXIT.
032100 4000-VALIDATE-REQUEST-EXIT.
032200     EXIT.
032300*
032400******************************************************************
032500* THE ACCOUNT MASTER CARRIES NO CLOSE DATE - THE CLOSURE IS THE
032600* LATEST 'ACSTTUS'-TO-'C' ACCTAUD ROW COACT02C WROTE FOR THE
032700* ACCOUNT, THE SAME ROW CBPRF01C COUNTS.
032800******************************************************************
032900 4100-FIND-CLOSURE.
033000     MOVE SPACES                 TO WS-CLOSE-TS
033100     MOVE 'N'                    TO WS-BROWSE-SW
033200     MOVE WS-ACCT-KEY            TO AUD-ACCT-ID
033300     MOVE LOW-VALUES             TO AUD-TIMESTAMP
033400     EXEC CICS
033500         STARTBR DATASET('ACCTAUD')
033600         RIDFLD(AUD-KEY)
033700         GTEQ
033800         RESP(WS-RESP-CD)
033900     END-EXEC
034000     IF WS-RESP-CD NOT = ZERO
034100         GO TO 4100-FIND-CLOSURE-EXIT
034200     END-IF
034300     PERFORM 4110-NEXT-AUDIT-ROW THRU 4110-NEXT-AUDIT-ROW-EXIT
034400         UNTIL WS-BROWSE-DONE
034500     EXEC CICS
034600         ENDBR DATASET('ACCTAUD')
034700     END-EXEC.
034800 4100-FIND-CLOSURE-EXIT.
034900     EXIT.
035000*
035100 4110-NEXT-AUDIT-ROW.
035200     EXEC CICS
035300         READNEXT DATASET('ACCTAUD')
035400         INTO(ACCT-AUDIT-RECORD)
035500         RIDFLD(AUD-KEY)
035600         RESP(WS-RESP-CD)
035700     END-EXEC
035800     IF WS-RESP-CD NOT = ZERO
035900        OR AUD-ACCT-ID NOT = WS-ACCT-KEY
036000         MOVE 'Y'                TO WS-BROWSE-SW
036100         GO TO 4110-NEXT-AUDIT-ROW-EXIT
036200     END-IF
036300     IF AUD-FIELD-NAME = 'ACSTTUS'
036400        AND AUD-NEW-VALUE (1:1) = 'C'
036500         MOVE AUD-TIMESTAMP      TO WS-CLOSE-TS
036600     END-IF.
036700 4110-NEXT-AUDIT-ROW-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100* TOTAL THE CUSTOMER'S OTHER CREDIT LIMITS OVER THE XREFCAIX
037200* PATH, AS COACT01C DOES FOR A NEW ACCOUNT, AND REFUSE WHEN THE
037300* RESTORED LIMIT WOULD TAKE AGGREGATE COMMITTED CREDIT PAST THE
037400* CVEXP01Y CEILING. CLOSED AND CHARGED-OFF ACCOUNTS ARE LEFT
037500* OUT OF THE TOTAL - THIS ONE INCLUDED, SINCE IT IS STILL 'C'.
037600******************************************************************
037700 4200-CHECK-EXPOSURE.
037800     MOVE ZERO                   TO CEX-AGG-LIMIT-TOTAL
037900     MOVE ZERO                   TO CEX-AGG-BAL-TOTAL
038000     MOVE WS-ACCT-KEY            TO CEX-SKIP-ACCT-ID
038100     MOVE 'N'                    TO CEX-BROWSE-SW
038200     MOVE WS-ACCT-KEY            TO XRF-ACCT-ID
038300     EXEC CICS
038400         READ DATASET('ACCTXREF')
038500         INTO(ACCT-CUST-XREF-RECORD)
038600         RIDFLD(XRF-ACCT-ID)
038700         RESP(WS-RESP-CD)
038800     END-EXEC
038900     IF WS-RESP-CD NOT = ZERO
039000         MOVE WS-ACCT-KEY        TO XRF-CUST-ID
039100     END-IF
039200     MOVE XRF-CUST-ID            TO CEX-HOLD-CUST-ID
039300     EXEC CICS
039400         STARTBR DATASET('XREFCAIX')
039500         RIDFLD(XRF-CUST-ID)
039600         GTEQ
039700         RESP(WS-RESP-CD)
039800     END-EXEC
039900     IF WS-RESP-CD NOT = ZERO
040000         GO TO 4200-CHECK-EXPOSURE-TEST
040100     END-IF
040200     PERFORM 4210-NEXT-EXPOSURE-ROW
040300         THRU 4210-NEXT-EXPOSURE-ROW-EXIT
040400         UNTIL CEX-BROWSE-DONE
040500     EXEC CICS
040600         ENDBR DATASET('XREFCAIX')
040700     END-EXEC.
040800 4200-CHECK-EXPOSURE-TEST.
040900     IF CEX-AGG-LIMIT-TOTAL + WS-PRIOR-LIMIT >
041000        CDEMO-CUST-EXPOSURE-CEILING
041100         MOVE 'Customer aggregate exposure ceiling exceeded - re
041200-             'instatement refused' TO ERRMSGI
041300     END-IF.
041400 4200-CHECK-EXPOSURE-EXIT.
041500     EXIT.
041600*
041700 4210-NEXT-EXPOSURE-ROW.
041800     EXEC CICS
041900         READNEXT DATASET('XREFCAIX')
042000         INTO(ACCT-CUST-XREF-RECORD)
042100         RIDFLD(XRF-CUST-ID)
042200         RESP(WS-RESP-CD)
042300     END-EXEC
042400     IF WS-RESP-CD NOT = ZERO
042500        OR XRF-CUST-ID NOT = CEX-HOLD-CUST-ID
042600         MOVE 'Y'                TO CEX-BROWSE-SW
042700         GO TO 4210-NEXT-EXPOSURE-ROW-EXIT
042800     END-IF
042900     IF XRF-ACCT-ID = CEX-SKIP-ACCT-ID
043000         GO TO 4210-NEXT-EXPOSURE-ROW-EXIT
043100     END-IF
043200     MOVE XRF-ACCT-ID            TO ACCT-ID
043300     EXEC CICS
043400         READ DATASET('ACCTDAT')
043500         INTO(ACCOUNT-RECORD)
043600         RIDFLD(ACCT-ID)
043700         RESP(WS-RESP-CD)
043800     END-EXEC
043900     IF WS-RESP-CD NOT = ZERO
044000         GO TO 4210-NEXT-EXPOSURE-ROW-EXIT
044100     END-IF
044200     IF ACCT-ACTIVE-STATUS = 'C' OR ACCT-ACTIVE-STATUS = 'Z'
044300         GO TO 4210-NEXT-EXPOSURE-ROW-EXIT
044400     END-IF
044500     ADD ACCT-CREDIT-LIMIT       TO CEX-AGG-LIMIT-TOTAL
044600     ADD ACCT-CURR-BAL           TO CEX-AGG-BAL-TOTAL.
044700 4210-NEXT-EXPOSURE-ROW-EXIT.
044800     EXIT.
044900*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 4900-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE WS-ACCT-KEY            TO EMC-ACCT-ID
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
000000 4900-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
045000******************************************************************
045100* REOPEN THE ACCOUNT: STATUS BACK TO 'A' AT THE PRIOR LIMIT, THE
045200* CLOSURE REASON CLEARED, THE REVERSAL ON ACCTAUD, THE STOPPED
045300* CARDS REISSUED AND, ON REQUEST, THE CANCELLED AUTOPAY PUT BACK.
045400******************************************************************
045500 5000-REINSTATE-ACCOUNT.
000000     PERFORM 4900-CHECK-INSIDER THRU 4900-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 5000-REINSTATE-ACCOUNT-EXIT
000000     END-IF
045600     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
045700     MOVE WS-ACCT-KEY            TO ACCT-ID
045800     EXEC CICS
045900         READ DATASET('ACCTDAT')
046000         INTO(ACCOUNT-RECORD)
046100         RIDFLD(ACCT-ID)
046200         UPDATE
046300         RESP(WS-RESP-CD)
046400     END-EXEC
046500     IF WS-RESP-CD NOT = ZERO
046600         MOVE 'Account not found' TO ERRMSGI
046700         GO TO 5000-REINSTATE-ACCOUNT-EXIT
046800     END-IF
046900     IF ACCT-ACTIVE-STATUS NOT = 'C'
047000         EXEC CICS
047100             UNLOCK DATASET('ACCTDAT')
047200         END-EXEC
047300         MOVE 'Account is not closed - nothing to reinstate'
047400                                 TO ERRMSGI
047500         GO TO 5000-REINSTATE-ACCOUNT-EXIT
047600     END-IF
047700     MOVE ACCT-CLOSE-REASON-CD   TO WS-OLD-REASON
047800     MOVE ACCT-CYCLE-DAY         TO WS-CYCLE-DAY
047900     MOVE 'A'                    TO ACCT-ACTIVE-STATUS
048000     MOVE SPACES                 TO ACCT-CLOSE-REASON-CD
048100     MOVE WS-PRIOR-LIMIT         TO ACCT-CREDIT-LIMIT
048200     EXEC CICS
048300         REWRITE DATASET('ACCTDAT')
048400         FROM(ACCOUNT-RECORD)
048500         RESP(WS-RESP-CD)
048600     END-EXEC
048700     IF WS-RESP-CD NOT = ZERO
048800         MOVE 'Reinstatement failed - account not saved'
048900                                 TO ERRMSGI
049000         GO TO 5000-REINSTATE-ACCOUNT-EXIT
049100     END-IF
049200     MOVE WS-ACCT-KEY            TO AUD-ACCT-ID
049300     MOVE 'ACSTTUS'              TO AUD-FIELD-NAME
049400     MOVE 'C'                    TO AUD-OLD-VALUE
049500     MOVE 'A'                    TO AUD-NEW-VALUE
049600     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
049700     MOVE 'CLSRSN'               TO AUD-FIELD-NAME
049800     MOVE WS-OLD-REASON          TO AUD-OLD-VALUE
049900     MOVE SPACES                 TO AUD-NEW-VALUE
050000     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
050100     MOVE 'REINSTATE'            TO AUD-FIELD-NAME
050200     MOVE CLSDATEI               TO AUD-OLD-VALUE
050300     MOVE WS-CURDATE-YYYY-MM-DD  TO AUD-NEW-VALUE
050400     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
050500     PERFORM 6000-REISSUE-CARDS THRU 6000-REISSUE-CARDS-EXIT
050600     MOVE 'CARDREIS'             TO AUD-FIELD-NAME
050700     MOVE SPACES                 TO AUD-OLD-VALUE
050800     MOVE WS-REISSUED-CNT        TO AUD-NEW-VALUE
050900     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
051000     MOVE ZERO                   TO WS-SCHED-CNT
051100     IF RSTPAYI = 'Y'
051200         PERFORM 7000-RESTORE-SCHEDULES
051300             THRU 7000-RESTORE-SCHEDULES-EXIT
051400         MOVE 'PAYRSTR'          TO AUD-FIELD-NAME
051500         MOVE SPACES             TO AUD-OLD-VALUE
051600         MOVE WS-SCHED-CNT       TO AUD-NEW-VALUE
051700         PERFORM 5900-WRITE-AUDIT-ROW
051800             THRU 5900-WRITE-AUDIT-ROW-EXIT
051900     END-IF
052000     PERFORM 5800-LOG-ACTIVITY THRU 5800-LOG-ACTIVITY-EXIT
052100     MOVE WS-REISSUED-CNT        TO CARDCNTI
052200     MOVE WS-SCHED-CNT           TO PAYCNTI
052300     MOVE SPACES                 TO INFOMSGI
052400     STRING 'Reinstated - cards reissued: '
052500                                 DELIMITED BY SIZE
052600            WS-REISSUED-CNT      DELIMITED BY SIZE
052700       INTO INFOMSGI
052800     END-STRING.
052900 5000-REINSTATE-ACCOUNT-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300* RECORD THE REINSTATEMENT ON THE USER'S ACTIVITY TRAIL (SEE
053400* COUSR04C), THE SAME ROW COACT01C WRITES FOR AN ORIGINATION.
053500******************************************************************
053600 5800-LOG-ACTIVITY.
053700     MOVE CDEMO-USER-ID          TO UAL-USER-ID
053800     MOVE WS-CURRENT-TIMESTAMP   TO UAL-TIMESTAMP
053900     MOVE WS-PGMNAME             TO UAL-PGMNAME
054000     MOVE 'REINSTATE'            TO UAL-ACTION
054100     MOVE WS-ACCT-KEY            TO UAL-ACCT-ID
054200     EXEC CICS
054300         WRITE DATASET('USRACT')
054400         FROM(USER-ACTIVITY-RECORD)
054500         RESP(WS-RESP-CD)
054600     END-EXEC.
054700 5800-LOG-ACTIVITY-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100* ACCTAUD IS KEYED BY ACCOUNT AND TIMESTAMP - A RUNNING SEQUENCE
055200* IN THE LAST FOUR POSITIONS KEEPS ROWS WRITTEN IN THE SAME
055300* INSTANT APART (THE CBPCH01C CONVENTION).
055400******************************************************************
055500 5900-WRITE-AUDIT-ROW.
055600     ADD 1                       TO WS-AUD-SEQ
055700     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
055800     MOVE WS-AUD-SEQ             TO AUD-TIMESTAMP (23:4)
055900     MOVE CDEMO-USER-ID          TO AUD-USER-ID
056000     EXEC CICS
056100         WRITE DATASET('ACCTAUD')
056200         FROM(ACCT-AUDIT-RECORD)
056300         RESP(WS-RESP-CD)
056400     END-EXEC.
056500 5900-WRITE-AUDIT-ROW-EXIT.
056600     EXIT.
056700*
056800******************************************************************
056900* REISSUE EVERY CARD THE CLOSURE STOPPED ('S'). THE PLASTIC WENT
057000* ONTO THE NETWORK HOT-CARD LIST (CBHCD01C), SO IT CANNOT SIMPLY
057100* BE SWITCHED BACK ON - EACH IS CLOSED AND A REPLACEMENT CUT THE
057200* COCRDSLC WAY: NOT-YET-ACTIVATED, SAME EMBOSSED NAME, NEW CVV,
057300* FOUR-YEAR EXPIRY. CLOSING THE OLD CARD ALSO KEEPS A LATER
057400* CLOSE-AND-REINSTATE FROM REISSUING IT A SECOND TIME.
057500******************************************************************
057600 6000-REISSUE-CARDS.
057700     MOVE ZERO                   TO WS-MAP-CNT
057800     MOVE ZERO                   TO WS-REISSUED-CNT
057900     MOVE 'N'                    TO WS-BROWSE-SW
058000     MOVE WS-ACCT-KEY            TO CARD-ACCT-ID
058100     EXEC CICS
058200         STARTBR DATASET('CARDAIX')
058300         RIDFLD(CARD-ACCT-ID)
058400         GTEQ
058500         RESP(WS-RESP-CD)
058600     END-EXEC
058700     IF WS-RESP-CD NOT = ZERO
058800         GO TO 6000-REISSUE-CARDS-EXIT
058900     END-IF
059000     PERFORM 6100-COLLECT-NEXT-CARD
059100         THRU 6100-COLLECT-NEXT-CARD-EXIT
059200         UNTIL WS-BROWSE-DONE
059300     EXEC CICS
059400         ENDBR DATASET('CARDAIX')
059500     END-EXEC
059600     PERFORM 6200-REISSUE-ONE-CARD
059700         THRU 6200-REISSUE-ONE-CARD-EXIT
059800         VARYING WS-MAP-IDX FROM 1 BY 1
059900         UNTIL WS-MAP-IDX > WS-MAP-CNT.
060000 6000-REISSUE-CARDS-EXIT.
060100     EXIT.
060200*
060300 6100-COLLECT-NEXT-CARD.
060400     EXEC CICS
060500         READNEXT DATASET('CARDAIX')
060600         INTO(CARD-RECORD)
060700         RIDFLD(CARD-ACCT-ID)
060800         RESP(WS-RESP-CD)
060900     END-EXEC
061000     IF WS-RESP-CD NOT = ZERO
061100        OR CARD-ACCT-ID NOT = WS-ACCT-KEY
061200        OR WS-MAP-CNT NOT < WS-MAP-MAX
061300         MOVE 'Y'                TO WS-BROWSE-SW
061400         GO TO 6100-COLLECT-NEXT-CARD-EXIT
061500     END-IF
061600     IF CARD-ACTIVE-STATUS NOT = 'S'
061700         GO TO 6100-COLLECT-NEXT-CARD-EXIT
061800     END-IF
061900     ADD 1                       TO WS-MAP-CNT
062000     SET WS-MAP-IDX              TO WS-MAP-CNT
062100     MOVE CARD-NUM               TO WS-MAP-OLD-CARD (WS-MAP-IDX)
062200     MOVE SPACES                 TO WS-MAP-NEW-CARD (WS-MAP-IDX).
062300 6100-COLLECT-NEXT-CARD-EXIT.
062400     EXIT.
062500*
062600 6200-REISSUE-ONE-CARD.
062700     MOVE WS-MAP-OLD-CARD (WS-MAP-IDX) TO CARD-NUM
062800     EXEC CICS
062900         READ DATASET('CARDDAT')
063000         INTO(CARD-RECORD)
063100         RIDFLD(CARD-NUM)
063200         UPDATE
063300         RESP(WS-RESP-CD)
063400     END-EXEC
063500     IF WS-RESP-CD NOT = ZERO
063600         GO TO 6200-REISSUE-ONE-CARD-EXIT
063700     END-IF
000000     MOVE CARD-EXPIRAION-DATE    TO WS-OLD-EXP-DATE
063800     MOVE 'C'                    TO CARD-ACTIVE-STATUS
063900     EXEC CICS
064000         REWRITE DATASET('CARDDAT')
064100         FROM(CARD-RECORD)
064200         RESP(WS-RESP-CD)
064300     END-EXEC
064400     IF WS-RESP-CD NOT = ZERO
064500         GO TO 6200-REISSUE-ONE-CARD-EXIT
064600     END-IF
064700     MOVE WS-ACCT-KEY            TO CARD-NUM (1:11)
064800     MOVE WS-CURRENT-TIMESTAMP (12:3) TO CARD-NUM (12:3)
064900     SET WS-CARD-SEQ             TO WS-MAP-IDX
065000     MOVE WS-CARD-SEQ            TO CARD-NUM (15:2)
065100     MOVE WS-CURRENT-TIMESTAMP (14:3) TO CARD-CVV-CD
065200     MOVE 'A'                    TO CARD-ACTIVE-STATUS
065300     MOVE 'N'                    TO CARD-ACTIVATION-STATUS
065400     MOVE SPACES                 TO CARD-ACTIVATION-DATE
065500     MOVE SPACES                 TO CARD-HOTLIST-DATE
065600     MOVE SPACES                 TO CARD-EMBOSS-SENT-DATE
065700     COMPUTE WS-REISSUE-EXP-YEAR = WS-CURDATE-YEAR + 4
065800     MOVE WS-REISSUE-EXP-YEAR    TO CARD-EXPIRAION-DATE (1:4)
065900     MOVE '-'                    TO CARD-EXPIRAION-DATE (5:1)
066000     MOVE WS-CURDATE-MONTH       TO CARD-EXPIRAION-DATE (6:2)
066100     MOVE '-'                    TO CARD-EXPIRAION-DATE (8:1)
066200     MOVE WS-CURDATE-DAY         TO CARD-EXPIRAION-DATE (9:2)
066300     EXEC CICS
066400         WRITE DATASET('CARDDAT')
066500         FROM(CARD-RECORD)
066600         RIDFLD(CARD-NUM)
066700         RESP(WS-RESP-CD)
066800     END-EXEC
066900     IF WS-RESP-CD = ZERO
067000         MOVE CARD-NUM           TO WS-MAP-NEW-CARD (WS-MAP-IDX)
000000         PERFORM 6300-RECORD-REPLACEMENT
000000             THRU 6300-RECORD-REPLACEMENT-EXIT
067100         ADD 1                   TO WS-REISSUED-CNT
067200     END-IF.
067300 6200-REISSUE-ONE-CARD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PAIR THE NUMBER THE CLOSURE STOPPED WITH ITS REPLACEMENT ON
000000* CARDRPL FOR THE CBCUP01C ACCOUNT-UPDATER EXTRACT, SO A
000000* RECURRING MERCHANT PICKS UP THE NEW CARD.
000000******************************************************************
000000 6300-RECORD-REPLACEMENT.
000000     MOVE SPACES                 TO CARD-REPLACEMENT-RECORD
000000     MOVE CARD-NUM               TO CRP-NEW-CARD-NUM
000000     MOVE WS-CURRENT-TIMESTAMP   TO CRP-CREATED-TS
000000     MOVE WS-MAP-OLD-CARD (WS-MAP-IDX) TO CRP-OLD-CARD-NUM
000000     MOVE CARD-ACCT-ID           TO CRP-ACCT-ID
000000     MOVE WS-OLD-EXP-DATE        TO CRP-OLD-EXP-DATE
000000     MOVE CARD-EXPIRAION-DATE    TO CRP-NEW-EXP-DATE
000000     SET CRP-REASON-REISSUE      TO TRUE
000000     MOVE 'N'                    TO CRP-LOST-STOLEN-IND
000000     EXEC CICS
000000         WRITE DATASET('CARDRPL')
000000         FROM(CARD-REPLACEMENT-RECORD)
000000         RIDFLD(CRP-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 6300-RECORD-REPLACEMENT-EXIT.
067400     EXIT.
067500*
067600******************************************************************
067700* PUT BACK THE RECURRING SCHEDULES THE CLOSURE CANCELLED - ONLY
067800* WHEN THE CARDHOLDER ASKS FOR IT (RSTPAYI 'Y'). THE PAYMENT FILE
067900* HAS NO ACCOUNT PATH, SO THIS IS THE SAME FULL BROWSE COACT02C
068000* MADE TO CANCEL THEM.
068100******************************************************************
068200 7000-RESTORE-SCHEDULES.
068300     MOVE 'N'                    TO WS-BROWSE-SW
068400     MOVE LOW-VALUES             TO WS-PAY-BROWSE-KEY
068500     EXEC CICS
068600         STARTBR DATASET('PAYMNT')
068700         RIDFLD(WS-PAY-BROWSE-KEY)
068800         GTEQ
068900         RESP(WS-RESP-CD)
069000     END-EXEC
069100     IF WS-RESP-CD NOT = ZERO
069200         GO TO 7000-RESTORE-SCHEDULES-EXIT
069300     END-IF
069400     PERFORM 7100-RESTORE-NEXT-SCHED
069500         THRU 7100-RESTORE-NEXT-SCHED-EXIT
069600         UNTIL WS-BROWSE-DONE
069700     EXEC CICS
069800         ENDBR DATASET('PAYMNT')
069900     END-EXEC.
070000 7000-RESTORE-SCHEDULES-EXIT.
070100     EXIT.
070200*
070300 7100-RESTORE-NEXT-SCHED.
070400     EXEC CICS
070500         READNEXT DATASET('PAYMNT')
070600         INTO(PAYMENT-RECORD)
070700         RIDFLD(WS-PAY-BROWSE-KEY)
070800         RESP(WS-RESP-CD)
070900     END-EXEC
071000     IF WS-RESP-CD NOT = ZERO
071100         MOVE 'Y'                TO WS-BROWSE-SW
071200         GO TO 7100-RESTORE-NEXT-SCHED-EXIT
071300     END-IF
071400     IF PAY-ACCT-ID NOT = WS-ACCT-KEY
071500        OR NOT PAY-IS-RECURRING
071600        OR NOT PAY-STATUS-CANCELLED
071700         GO TO 7100-RESTORE-NEXT-SCHED-EXIT
071800     END-IF
071900     PERFORM 7200-RETARGET-SCHEDULE
072000         THRU 7200-RETARGET-SCHEDULE-EXIT
072100     SET PAY-STATUS-ACTIVE       TO TRUE
072200     MOVE WS-TARGET-DATE         TO PAY-NEXT-DATE
072300     EXEC CICS
072400         REWRITE DATASET('PAYMNT')
072500         FROM(PAYMENT-RECORD)
072600         RESP(WS-RESP-CD)
072700     END-EXEC
072800     IF WS-RESP-CD = ZERO
072900         ADD 1                   TO WS-SCHED-CNT
073000     END-IF.
073100 7100-RESTORE-NEXT-SCHED-EXIT.
073200     EXIT.
073300*
073400******************************************************************
073500* THE DATE THE SCHEDULE WAS DUE HAS MOST LIKELY PASSED WHILE THE
073600* ACCOUNT WAS CLOSED, AND CBPAY01C ONLY POSTS ON AN EXACT MATCH -
073700* RE-TARGET IT TO THE ACCOUNT'S NEXT CYCLE DAY THE WAY CBPAY01C
073800* ITSELF DOES (THIS MONTH IF STILL AHEAD, OTHERWISE NEXT MONTH).
073900******************************************************************
074000 7200-RETARGET-SCHEDULE.
074100     IF WS-CYCLE-DAY = ZERO
074200         MOVE 28                 TO WS-TARGET-DD
074300     ELSE
074400         MOVE WS-CYCLE-DAY       TO WS-TARGET-DD
074500     END-IF
074600     MOVE WS-CURDATE-MONTH       TO WS-TARGET-MM
074700     MOVE WS-CURDATE-YEAR        TO WS-TARGET-YYYY
074800     IF WS-TARGET-DD < WS-CURDATE-DAY
074900         ADD 1                   TO WS-TARGET-MM
075000         IF WS-TARGET-MM > 12
075100             MOVE 1              TO WS-TARGET-MM
075200             ADD 1               TO WS-TARGET-YYYY
075300         END-IF
075400     END-IF
075500     MOVE WS-TARGET-MM           TO WS-TARGET-DATE (1:2)
075600     MOVE '/'                    TO WS-TARGET-DATE (3:1)
075700     MOVE WS-TARGET-DD           TO WS-TARGET-DATE (4:2)
075800     MOVE '/'                    TO WS-TARGET-DATE (6:1)
075900     MOVE WS-TARGET-YYYY (3:2)   TO WS-TARGET-DATE (7:2).
076000 7200-RETARGET-SCHEDULE-EXIT.
076100     EXIT.
076200*
076300 8000-SEND-MAP.
076400     EXEC CICS
076500         SEND MAP('CACT03A') MAPSET('COACT03')
076600         FROM(WS-SCREEN-FIELDS)
076700         ERASE
076800     END-EXEC.
076900 8000-SEND-MAP-EXIT.
077000     EXIT.
