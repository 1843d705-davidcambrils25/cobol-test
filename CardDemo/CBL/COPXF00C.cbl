000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COPXF00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MISAPPLIED PAYMENT
001100*                     TRANSFER BETWEEN ACCOUNTS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MOVES A POSTED PAYMENT THAT WAS APPLIED TO THE
001500*                WRONG ACCOUNT ONTO THE ACCOUNT IT WAS MEANT FOR.
001600*                THE REP KEYS THE PAYMENT'S CONFIRMATION NUMBER
001700*                AND THE CORRECT ACCOUNT; THE SCREEN SHOWS THE
001800*                ACCOUNT, AMOUNT AND DATE THE PAYMENT IS ON NOW
001900*                AND ASKS FOR CONFIRMATION. A TRANSFER AT OR
002000*                UNDER CDEMO-PAYXFER-APPR-THRESHOLD (CVPXF01Y) IS
002100*                MADE AT ONCE BY LINKING TO COPXFSVC, WHICH
002200*                REVERSES THE ALLOCATION ON THE SOURCE, RE-RUNS
002300*                IT ON THE TARGET, REFUNDS A LATE FEE THE
002400*                MISAPPLICATION CAUSED AND WRITES THE PAIRED
002500*                AUDIT EVENT. ABOVE THE THRESHOLD THE TRANSFER IS
002600*                HELD AS A PENDING 'PAYXFER' ACCTAPR ROW AGAINST
002700*                THE TARGET ACCOUNT FOR A SECOND USER TO APPROVE
002800*                ON COACTAPC, WHICH LINKS TO THE SAME SERVICE.
002900*                THE READ-ONLY AUDITOR ROLE IS REFUSED.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400 01  WS-PGMNAME                  PIC X(08) VALUE 'COPXF00C'.
003500 01  WS-TRANID                   PIC X(04) VALUE 'CAPX'.
003600*
003700******************************************************************
003800* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
003900* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004000* AS ON COACTAPC.
004100******************************************************************
004200 01  WS-SCREEN-FIELDS.
004300     05  CONFNOI                 PIC X(16).
004400     05  TOACCTI                 PIC X(11).
004500     05  CONFIRMI                PIC X(01).
004600     05  FROMACCTI               PIC X(11).
004700     05  PAYAMTI                 PIC Z(08)9.99.
004800     05  PAYDATEI                PIC X(10).
004900     05  ERRMSGI                 PIC X(78).
005000     05  INFOMSGI                PIC X(45).
005100*
005200 COPY CVPXF01Y.
005300*
005400 COPY CVACT01Y.
005500 COPY CVPAY01Y.
005600 COPY CVAPR01Y.
005700 COPY CVAUD02Y.
005800*
005900 01  WS-MISC-STORAGE.
006000     05  WS-RESP-CD              PIC S9(08) COMP.
006100     05  WS-CURRENT-TIMESTAMP    PIC X(26).
006200     05  WS-TO-ACCT-ID           PIC 9(11).
006300     05  WS-PAY-AMOUNT           PIC S9(09)V99 COMP-3.
006400     05  WS-ACTION               PIC X(10).
006500     05  WS-BROWSE-SW            PIC X(01).
006600         88  WS-BROWSE-DONE      VALUE 'Y'.
006700*
006800 COPY CSDAT01Y.
006900*
007000 01  WS-NAV-BACK-PGM         PIC X(08).
007100*
007200 01  WS-IDLE-TIMEOUT-DATA.
007300     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
007400     05  WS-NOW-DT               PIC 9(08).
007500     05  WS-NOW-HH               PIC 9(02).
007600     05  WS-NOW-MM               PIC 9(02).
007700     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
007800*
007900 COPY COCOM01Y.
008000*
008100 LINKAGE SECTION.
008200 01  DFHCOMMAREA                 PIC X(400).
008300*
008400******************************************************************
008500 PROCEDURE DIVISION.
008600******************************************************************
008700 0000-MAINLINE.
008800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008900     PERFORM 1500-CHECK-IDLE-TIMEOUT
009000         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
009100     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
009200     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
009300     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
009400     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
009500     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
009600     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
009700     EXEC CICS
009800         RETURN TRANSID(WS-TRANID)
009900         COMMAREA(CARDDEMO-COMMAREA)
010000     END-EXEC
010100     GOBACK.
010200*
010300 1000-INITIALIZE.
010400     MOVE SPACES                 TO ERRMSGI INFOMSGI
010500     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
010600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
010700     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
010800     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
010900     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
011000     IF EIBCALEN > 0
011100         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
011200     END-IF.
011300 1000-INITIALIZE-EXIT.
011400     EXIT.
011500******************************************************************
011600* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
011700* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
011800* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
011900* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
012000******************************************************************
012100 1500-CHECK-IDLE-TIMEOUT.
012200     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
012300         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
012400     END-IF
012500     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
012600     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
012700     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
012800     COMPUTE WS-IDLE-ELAPSED-MINS =
012900         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
013000          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
013100         + (WS-NOW-HH * 60 + WS-NOW-MM)
013200         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
013300     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
013400         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
013500     END-IF.
013600 1500-CHECK-IDLE-TIMEOUT-EXIT.
013700     EXIT.
013800*
013900******************************************************************
014000* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
014100* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
014200* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
014300******************************************************************
014400 2500-NAV-BACK.
014500     IF CDEMO-NAV-STACK-PTR > 0
014600         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
014700                                 TO WS-NAV-BACK-PGM
014800         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
014900     ELSE
015000         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
015100     END-IF
015200     SET CDEMO-PGM-REENTER       TO TRUE
015300     EXEC CICS
015400         XCTL PROGRAM(WS-NAV-BACK-PGM)
015500         COMMAREA(CARDDEMO-COMMAREA)
015600     END-EXEC.
015700 2500-NAV-BACK-EXIT.
015800     EXIT.
015900*
016000 2000-RECEIVE-MAP.
016100     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
016200         GO TO 2000-RECEIVE-MAP-EXIT
016300     END-IF
016400     EXEC CICS
016500         RECEIVE MAP('CPXF00A') MAPSET('COPXF00')
016600         INTO(WS-SCREEN-FIELDS)
016700         RESP(WS-RESP-CD)
016800     END-EXEC.
016900 2000-RECEIVE-MAP-EXIT.
017000     EXIT.
017100*
017200 3000-PROCESS-INPUT.
017300     IF CDEMO-TIMEOUT-EXPIRED
017400         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
017500         SET CDEMO-PGM-ENTER      TO TRUE
017600         EXEC CICS
017700             XCTL PROGRAM('COSGN00C')
017800             COMMAREA(CARDDEMO-COMMAREA)
017900         END-EXEC
018000     END-IF
018100     IF EIBAID = DFHPF3
018200         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
018300         GO TO 3000-PROCESS-INPUT-EXIT
018400     END-IF
018500     IF CDEMO-PGM-ENTER
018600         GO TO 3000-PROCESS-INPUT-EXIT
018700     END-IF
018800     IF CDEMO-USRTYP-AUDITOR
018900         MOVE 'Auditor role is view-only - change refused'
019000                                 TO ERRMSGI
019100         GO TO 3000-PROCESS-INPUT-EXIT
019200     END-IF
019300     PERFORM 4000-VALIDATE-REQUEST
019400         THRU 4000-VALIDATE-REQUEST-EXIT
019500     IF ERRMSGI NOT = SPACES
019600         GO TO 3000-PROCESS-INPUT-EXIT
019700     END-IF
019800     IF CONFIRMI NOT = 'Y'
019900         MOVE 'Review the payment, then key Y to transfer'
020000                                 TO INFOMSGI
020100         GO TO 3000-PROCESS-INPUT-EXIT
020200     END-IF
020300     IF WS-PAY-AMOUNT > CDEMO-PAYXFER-APPR-THRESHOLD
020400         PERFORM 5000-QUEUE-APPROVAL
020500             THRU 5000-QUEUE-APPROVAL-EXIT
020600     ELSE
020700         PERFORM 6000-TRANSFER-PAYMENT
020800             THRU 6000-TRANSFER-PAYMENT-EXIT
020900     END-IF
021000     IF ERRMSGI = SPACES
021100         PERFORM 5800-LOG-ACTIVITY THRU 5800-LOG-ACTIVITY-EXIT
021200     END-IF
021300     MOVE SPACES                 TO CONFIRMI.
021400 3000-PROCESS-INPUT-EXIT.
021500     EXIT.
021600*
021700******************************************************************
021800* THE PAYMENT MUST BE A POSTED ONE-TIME PAYMENT, THE TARGET A
021900* DIFFERENT ACCOUNT THAT IS STILL OPEN, AND NO TRANSFER OF THE
022000* SAME PAYMENT MAY ALREADY BE WAITING FOR APPROVAL. COPXFSVC
022100* CHECKS THE PAYMENT AND ACCOUNTS AGAIN WHEN IT MAKES THE MOVE.
022200******************************************************************
022300 4000-VALIDATE-REQUEST.
022400     IF CONFNOI = SPACES OR LOW-VALUES
022500         MOVE 'Enter the payment confirmation number' TO ERRMSGI
022600         GO TO 4000-VALIDATE-REQUEST-EXIT
022700     END-IF
022800     IF TOACCTI = SPACES OR LOW-VALUES
022900        OR TOACCTI IS NOT NUMERIC
023000         MOVE 'Correct account number must be 11 digits'
023100                                 TO ERRMSGI
023200         GO TO 4000-VALIDATE-REQUEST-EXIT
023300     END-IF
023400     MOVE TOACCTI                TO WS-TO-ACCT-ID
023500     MOVE CONFNOI                TO PAY-ID
023600     EXEC CICS
023700         READ DATASET('PAYMNT')
023800         INTO(PAYMENT-RECORD)
023900         RIDFLD(PAY-ID)
024000         RESP(WS-RESP-CD)
024100     END-EXEC
024200     IF WS-RESP-CD NOT = ZERO
024300         MOVE 'Payment not found' TO ERRMSGI
024400         GO TO 4000-VALIDATE-REQUEST-EXIT
024500     END-IF
024600     MOVE PAY-ACCT-ID            TO FROMACCTI
024700     MOVE PAY-AMOUNT             TO WS-PAY-AMOUNT
024800     MOVE PAY-AMOUNT             TO PAYAMTI
024900     MOVE PAY-DATE               TO PAYDATEI
025000     IF NOT PAY-IS-ONE-TIME OR NOT PAY-FUNDS-APPLIED
025100         MOVE 'Only a posted one-time payment can be transferred'
025200                                 TO ERRMSGI
025300         GO TO 4000-VALIDATE-REQUEST-EXIT
025400     END-IF
025500     IF PAY-ACCT-ID = WS-TO-ACCT-ID
025600         MOVE 'Payment is already on that account' TO ERRMSGI
025700         GO TO 4000-VALIDATE-REQUEST-EXIT
025800     END-IF
025900     MOVE WS-TO-ACCT-ID          TO ACCT-ID
026000     EXEC CICS
026100         READ DATASET('ACCTDAT')
026200         INTO(ACCOUNT-RECORD)
026300         RIDFLD(ACCT-ID)
026400         RESP(WS-RESP-CD)
026500     END-EXEC
026600     IF WS-RESP-CD NOT = ZERO
026700         MOVE 'Correct account not found' TO ERRMSGI
026800         GO TO 4000-VALIDATE-REQUEST-EXIT
026900     END-IF
027000     IF ACCT-ACTIVE-STATUS = 'C' OR ACCT-ACTIVE-STATUS = 'Z'
027100         MOVE 'Correct account is closed or charged off'
027200                                 TO ERRMSGI
027300         GO TO 4000-VALIDATE-REQUEST-EXIT
027400     END-IF
027500     PERFORM 4100-CHECK-PENDING THRU 4100-CHECK-PENDING-EXIT.
027600 4000-VALIDATE-REQUEST-EXIT.
027700     EXIT.
027800*
027900******************************************************************
028000* A 'PAYXFER' ROW IS HELD AGAINST THE TARGET ACCOUNT - A PENDING
028100* ONE NAMING THIS PAYMENT MEANS THE TRANSFER IS ALREADY QUEUED.
028200******************************************************************
028300 4100-CHECK-PENDING.
028400     MOVE 'N'                    TO WS-BROWSE-SW
028500     MOVE WS-TO-ACCT-ID          TO APR-ACCT-ID
028600     MOVE ZERO                   TO APR-SEQ-NUM
028700     EXEC CICS
028800         STARTBR DATASET('ACCTAPR')
028900         RIDFLD(APR-KEY)
029000         GTEQ
029100         RESP(WS-RESP-CD)
029200     END-EXEC
029300     IF WS-RESP-CD NOT = ZERO
029400         GO TO 4100-CHECK-PENDING-EXIT
029500     END-IF
029600     PERFORM 4110-NEXT-APPROVAL-ROW
029700         THRU 4110-NEXT-APPROVAL-ROW-EXIT
029800         UNTIL WS-BROWSE-DONE
029900     EXEC CICS
030000         ENDBR DATASET('ACCTAPR')
030100     END-EXEC.
030200 4100-CHECK-PENDING-EXIT.
030300     EXIT.
030400*
030500 4110-NEXT-APPROVAL-ROW.
030600     EXEC CICS
030700         READNEXT DATASET('ACCTAPR')
030800         INTO(LIMIT-APPROVAL-RECORD)
030900         RIDFLD(APR-KEY)
031000         RESP(WS-RESP-CD)
031100     END-EXEC
031200     IF WS-RESP-CD NOT = ZERO
031300        OR APR-ACCT-ID NOT = WS-TO-ACCT-ID
031400         MOVE 'Y'                TO WS-BROWSE-SW
031500         GO TO 4110-NEXT-APPROVAL-ROW-EXIT
031600     END-IF
031700     IF APR-FIELD-NAME = 'PAYXFER'
031800        AND APR-REF-ID = CONFNOI
031900        AND APR-PENDING
032000         MOVE 'Transfer of this payment is already awaiting appr
032100-             'oval'             TO ERRMSGI
032200         MOVE 'Y'                TO WS-BROWSE-SW
032300     END-IF.
032400 4110-NEXT-APPROVAL-ROW-EXIT.
032500     EXIT.
032600*
032700******************************************************************
032800* HOLD THE TRANSFER AS A PENDING ACCTAPR ROW - FIELD NAME
032900* 'PAYXFER', KEYED TO THE TARGET ACCOUNT, THE PAY-ID IN APR-REF-ID
033000* AND THE AMOUNT IN APR-NEW-VALUE - FOR COACTAPC'S SECOND-USER
033100* APPROVAL, WHICH MAKES THE MOVE ON APPROVAL.
033200******************************************************************
033300 5000-QUEUE-APPROVAL.
033400     MOVE WS-TO-ACCT-ID          TO APR-ACCT-ID
033500     MOVE WS-CURRENT-TIMESTAMP (13:4) TO APR-SEQ-NUM
033600     MOVE 'PAYXFER'              TO APR-FIELD-NAME
033700     MOVE CONFNOI                TO APR-REF-ID
033800     MOVE ZERO                   TO APR-OLD-VALUE
033900     MOVE WS-PAY-AMOUNT          TO APR-NEW-VALUE
034000     MOVE CDEMO-USER-ID          TO APR-REQUESTED-BY
034100     MOVE WS-CURRENT-TIMESTAMP   TO APR-REQUESTED-TS
034200     SET APR-PENDING             TO TRUE
034300     MOVE SPACES                 TO APR-APPROVED-BY
034400     MOVE SPACES                 TO APR-APPROVED-TS
034500     EXEC CICS
034600         WRITE DATASET('ACCTAPR')
034700         FROM(LIMIT-APPROVAL-RECORD)
034800         RIDFLD(APR-KEY)
034900         RESP(WS-RESP-CD)
035000     END-EXEC
035100     IF WS-RESP-CD NOT = ZERO
035200         MOVE 'Transfer could not be queued for approval'
035300                                 TO ERRMSGI
035400         GO TO 5000-QUEUE-APPROVAL-EXIT
035500     END-IF
035600     MOVE 'PAYXFERQ'             TO WS-ACTION
035700     MOVE 'Transfer held for second-user approval' TO INFOMSGI.
035800 5000-QUEUE-APPROVAL-EXIT.
035900     EXIT.
036000*
036100 5800-LOG-ACTIVITY.
036200     MOVE CDEMO-USER-ID          TO UAL-USER-ID
036300     MOVE WS-CURRENT-TIMESTAMP   TO UAL-TIMESTAMP
036400     MOVE WS-PGMNAME             TO UAL-PGMNAME
036500     MOVE WS-ACTION              TO UAL-ACTION
036600     MOVE WS-TO-ACCT-ID          TO UAL-ACCT-ID
036700     EXEC CICS
036800         WRITE DATASET('USRACT')
036900         FROM(USER-ACTIVITY-RECORD)
037000         RESP(WS-RESP-CD)
037100     END-EXEC.
037200 5800-LOG-ACTIVITY-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600* AT OR UNDER THE THRESHOLD THE MOVE IS MADE NOW, BY THE SAME
037700* SERVICE THE APPROVAL PATH USES.
037800******************************************************************
037900 6000-TRANSFER-PAYMENT.
038000     MOVE CONFNOI                TO PXF-PAY-ID
038100     MOVE WS-TO-ACCT-ID          TO PXF-TO-ACCT-ID
038200     MOVE CDEMO-USER-ID          TO PXF-USER-ID
038300     EXEC CICS
038400         LINK PROGRAM('COPXFSVC')
038500         COMMAREA(PAY-TRANSFER-PARM)
038600         RESP(WS-RESP-CD)
038700     END-EXEC
038800     IF WS-RESP-CD NOT = ZERO
038900         MOVE 'Payment transfer service unavailable - try again'
039000                                 TO ERRMSGI
039100         GO TO 6000-TRANSFER-PAYMENT-EXIT
039200     END-IF
039300     IF NOT PXF-DONE
039400         MOVE PXF-MESSAGE        TO ERRMSGI
039500         GO TO 6000-TRANSFER-PAYMENT-EXIT
039600     END-IF
039700     MOVE WS-TO-ACCT-ID          TO FROMACCTI
039800     MOVE 'PAYXFER'              TO WS-ACTION
039900     IF PXF-FEE-REFUND-AMT > ZERO
040000         MOVE 'Payment transferred - late fee refunded'
040100                                 TO INFOMSGI
040200     ELSE
040300         MOVE 'Payment transferred' TO INFOMSGI
040400     END-IF.
040500 6000-TRANSFER-PAYMENT-EXIT.
040600     EXIT.
040700*
040800 8000-SEND-MAP.
040900     EXEC CICS
041000         SEND MAP('CPXF00A') MAPSET('COPXF00')
041100         FROM(WS-SCREEN-FIELDS)
041200         ERASE
041300     END-EXEC.
041400 8000-SEND-MAP-EXIT.
041500     EXIT.
