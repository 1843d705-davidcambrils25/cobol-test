000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COPXFSVC.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - LINKABLE MISAPPLIED
001100*                     PAYMENT TRANSFER SERVICE.
000000* 2026-10-15  MAINT   THE LATE FEE REFUND ROW CARRIES PXF-USER-ID
000000*                     AS ITS KEYING USER (TRAN-KEYED-BY) FOR THE
000000*                     CBMCR01C MANUAL CREDIT REPORT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MOVES A POSTED ONE-TIME PAYMENT (PAYMNT) FROM
001500*                THE ACCOUNT IT WAS WRONGLY POSTED TO ONTO THE
001600*                ACCOUNT IT WAS MEANT FOR (CVPXF01Y COMMAREA).
001700*                LINKED FROM THE COPXF00C TRANSFER SCREEN FOR A
001800*                TRANSFER AT OR UNDER THE APPROVAL THRESHOLD AND
001900*                FROM COACTAPC WHEN A SECOND USER APPROVES A
002000*                'PAYXFER' ROW, SO BOTH PATHS MOVE THE MONEY THE
002100*                SAME WAY. IN ORDER: THE SOURCE ACCOUNT TAKES
002200*                THE AMOUNT BACK ONTO ACCT-CURR-BAL AND EVERY
002300*                PAYALLOC BUCKET THE PAYMENT RELIEVED IS PUT BACK
002400*                (THE CBRTN01C RETURN RULE); THE TARGET ACCOUNT
002500*                IS REDUCED AND THE AMOUNT ALLOCATED DOWN THE
002600*                COBIL00C HIERARCHY; THE PAYALLOC ROWS ARE
002700*                REPLACED UNDER THE SAME CONFIRMATION NUMBER;
002800*                THE PAYMENT IS REPOINTED, KEEPING ITS
002900*                CONFIRMATION NUMBER AND RECORDING THE SOURCE IN
003000*                PAY-XFER-FROM-ACCT-ID; A LATE FEE THE TARGET WAS
003100*                CHARGED FOR THE CYCLE THE PAYMENT FELL IN IS
003200*                CREDITED BACK; AND A PAIRED 'PAYXFROUT'/
003300*                'PAYXFRIN' ACCTAUD EVENT IS WRITTEN, BOTH ROWS
003400*                CARRYING THE CONFIRMATION NUMBER. PROMISE-TO-PAY
003500*                AND HARDSHIP MATCHING KEY ON PAY-ACCT-ID, SO
003600*                THEY FOLLOW THE PAYMENT WITHOUT FURTHER WORK.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 01  WS-PGMNAME                  PIC X(08) VALUE 'COPXFSVC'.
004200*
004300 COPY CVPXF01Y.
004400*
004500 COPY CVACT01Y.
004600 COPY CVACT02Y.
004700 COPY CVPAY01Y.
004800 COPY CVALC01Y.
004900 COPY CVTRA01Y.
005000 COPY CVAUD01Y.
005100 COPY CVQSC01Y.
005200*
005300 01  WS-MISC-STORAGE.
005400     05  WS-RESP-CD              PIC S9(08) COMP.
005500     05  WS-CURRENT-TIMESTAMP    PIC X(26).
005600     05  WS-QSC-RIDFLD           PIC X(08).
005700     05  WS-QUIESCE-SW           PIC X(01).
005800         88 WS-QUIESCE-UP        VALUE 'Y'.
005900     05  WS-FROM-ACCT-ID         PIC 9(11).
006000     05  WS-PAY-AMOUNT           PIC S9(09)V99 COMP-3.
006100     05  WS-CONFIRM-NO           PIC X(16).
006200     05  WS-AUD-SEQ              PIC 9(04) VALUE ZERO.
006300     05  WS-AMT-DISPLAY          PIC Z(08)9.99-.
006400     05  WS-BROWSE-SW            PIC X(01).
006500         88  WS-BROWSE-DONE      VALUE 'Y'.
006600     05  WS-FEE-CARD-NUM         PIC X(16).
006700     05  WS-FEE-CARD-SW          PIC X(01).
006800         88  WS-FEE-CARD-FOUND   VALUE 'Y'.
006900*
007000******************************************************************
007100* THE LATE FEE CBFEE01C CHARGES, AND THE CYCLE IT LOOKS BACK OVER
007200* FOR PAYMENTS (THE 25 DAYS LEADING UP TO THE DUE DATE).
007300******************************************************************
007400 01  WS-LATE-FEE-WORK.
007500     05  WS-LATE-FEE-AMT         PIC S9(03)V99 COMP-3
007600                                 VALUE 35.00.
007700     05  WS-CYCLE-DAYS           PIC 9(03) VALUE 025.
007800     05  WS-FEE-DUE-N            PIC 9(08).
007900     05  WS-PAY-DATE-N           PIC 9(08).
008000     05  WS-DAYS-BEFORE-DUE      PIC S9(07) COMP-3.
008100*
008200******************************************************************
008300* THE PAYALLOC ROWS UNDER THE CONFIRMATION NUMBER - THE SOURCE
008400* ROWS READ OFF BEFORE ANY ARE TOUCHED, AND THE TARGET ROWS
008500* BUFFERED BY 4100 UNTIL THE TARGET REWRITE IS KNOWN GOOD.
008600******************************************************************
008700 01  WS-ALLOCATION-WORK.
008800     05  WS-OLD-ALC-CNT          PIC 9(01) VALUE ZERO.
008900     05  WS-OLD-ALC-ENTRY OCCURS 6 TIMES.
009000         10  WS-OLD-ALC-SEQ      PIC 9(01).
009100         10  WS-OLD-ALC-BUCKET   PIC X(08).
009200         10  WS-OLD-ALC-AMT      PIC S9(09)V99 COMP-3.
009300     05  WS-ALC-REMAINING        PIC S9(09)V99 COMP-3.
009400     05  WS-ALC-APPLIED          PIC S9(09)V99 COMP-3.
009500     05  WS-ALC-PREPAY           PIC S9(09)V99 COMP-3.
009600     05  WS-ALC-SEQ-NUM          PIC 9(01).
009700     05  WS-ALC-IDX              PIC 9(01).
009800     05  WS-ALC-ENTRY OCCURS 6 TIMES.
009900         10  WS-ALC-TAB-BUCKET   PIC X(08).
010000         10  WS-ALC-TAB-AMT      PIC S9(09)V99 COMP-3.
010100*
010200 COPY CSDAT01Y.
010300*
010400 LINKAGE SECTION.
010500 01  DFHCOMMAREA                 PIC X(200).
010600*
010700******************************************************************
010800 PROCEDURE DIVISION.
010900******************************************************************
011000 0000-MAINLINE.
011100     MOVE DFHCOMMAREA (1:LENGTH OF PAY-TRANSFER-PARM)
011200                                 TO PAY-TRANSFER-PARM
011300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011400     PERFORM 2000-VALIDATE THRU 2000-VALIDATE-EXIT
011500     IF PXF-MESSAGE = SPACES
011600         PERFORM 3000-REVERSE-SOURCE THRU 3000-REVERSE-SOURCE-EXIT
011700     END-IF
011800     IF PXF-MESSAGE = SPACES
011900         PERFORM 4000-APPLY-TARGET THRU 4000-APPLY-TARGET-EXIT
012000     END-IF
012100     IF PXF-MESSAGE = SPACES
012200         PERFORM 5000-REPOINT-PAYMENT
012300             THRU 5000-REPOINT-PAYMENT-EXIT
012400     END-IF
012500     IF PXF-MESSAGE = SPACES
012600         PERFORM 6000-REFUND-LATE-FEE
012700             THRU 6000-REFUND-LATE-FEE-EXIT
012800         PERFORM 7000-WRITE-AUDIT-PAIR
012900             THRU 7000-WRITE-AUDIT-PAIR-EXIT
013000         SET PXF-DONE            TO TRUE
013100         MOVE 'Payment transferred' TO PXF-MESSAGE
013200     END-IF
013300     MOVE PAY-TRANSFER-PARM
013400         TO DFHCOMMAREA (1:LENGTH OF PAY-TRANSFER-PARM)
013500     EXEC CICS
013600         RETURN
013700     END-EXEC
013800     GOBACK.
013900*
014000 1000-INITIALIZE.
014100     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
014200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
014300     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
014400     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014500     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
014600     MOVE SPACES                 TO PXF-REPLY
014700     SET PXF-FAILED              TO TRUE
014800     MOVE ZERO                   TO PXF-FROM-ACCT-ID
014900     MOVE ZERO                   TO PXF-FEE-REFUND-AMT.
015000 1000-INITIALIZE-EXIT.
015100     EXIT.
015200*
015300******************************************************************
015400* EVERYTHING IS CHECKED BEFORE ANYTHING IS CHANGED - THE PAYMENT
015500* MUST BE A ONE-TIME PAYMENT WHOSE FUNDS WERE APPLIED, THE TARGET
015600* A DIFFERENT ACCOUNT THAT IS STILL OPEN, AND THE NIGHTLY BATCH
015700* MUST NOT HAVE THE ACCOUNT MASTER QUIESCED (COBIL00C RULE).
015800******************************************************************
015900 2000-VALIDATE.
016000     MOVE PXF-PAY-ID             TO PAY-ID
016100     EXEC CICS
016200         READ DATASET('PAYMNT')
016300         INTO(PAYMENT-RECORD)
016400         RIDFLD(PAY-ID)
016500         RESP(WS-RESP-CD)
016600     END-EXEC
016700     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
016800         MOVE 'Payment not found' TO PXF-MESSAGE
016900         GO TO 2000-VALIDATE-EXIT
017000     END-IF
017100     IF NOT PAY-IS-ONE-TIME OR NOT PAY-FUNDS-APPLIED
017200         MOVE 'Only a posted one-time payment can be transferred'
017300                                 TO PXF-MESSAGE
017400         GO TO 2000-VALIDATE-EXIT
017500     END-IF
017600     IF PAY-ACCT-ID = PXF-TO-ACCT-ID
017700         MOVE 'Payment is already on that account'
017800                                 TO PXF-MESSAGE
017900         GO TO 2000-VALIDATE-EXIT
018000     END-IF
018100     MOVE PAY-ACCT-ID            TO WS-FROM-ACCT-ID
018200     MOVE PAY-ACCT-ID            TO PXF-FROM-ACCT-ID
018300     MOVE PAY-AMOUNT             TO WS-PAY-AMOUNT
018400     MOVE PAY-CONFIRM-NO         TO WS-CONFIRM-NO
018500     MOVE PXF-TO-ACCT-ID         TO ACCT-ID
018600     EXEC CICS
018700         READ DATASET('ACCTDAT')
018800         INTO(ACCOUNT-RECORD)
018900         RIDFLD(ACCT-ID)
019000         RESP(WS-RESP-CD)
019100     END-EXEC
019200     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
019300         MOVE 'Target account not found' TO PXF-MESSAGE
019400         GO TO 2000-VALIDATE-EXIT
019500     END-IF
019600     IF ACCT-ACTIVE-STATUS = 'C' OR ACCT-ACTIVE-STATUS = 'Z'
019700         MOVE 'Target account is closed or charged off'
019800                                 TO PXF-MESSAGE
019900         GO TO 2000-VALIDATE-EXIT
020000     END-IF
020100     MOVE 'N'                    TO WS-QUIESCE-SW
020200     MOVE 'ACCTDAT'              TO WS-QSC-RIDFLD
020300     EXEC CICS
020400         READ DATASET('BATCHCTL')
020500         INTO(BATCH-QUIESCE-RECORD)
020600         RIDFLD(WS-QSC-RIDFLD)
020700         RESP(WS-RESP-CD)
020800     END-EXEC
020900     IF WS-RESP-CD = DFHRESP(NORMAL) AND QSC-IN-USE
021000         MOVE 'Account maintenance in progress - try again'
021100                                 TO PXF-MESSAGE
021200         GO TO 2000-VALIDATE-EXIT
021300     END-IF
021400     PERFORM 2100-LOAD-OLD-ALLOCATION
021500         THRU 2100-LOAD-OLD-ALLOCATION-EXIT.
021600 2000-VALIDATE-EXIT.
021700     EXIT.
021800*
021900 2100-LOAD-OLD-ALLOCATION.
022000     MOVE ZERO                   TO WS-OLD-ALC-CNT
022100     MOVE 'N'                    TO WS-BROWSE-SW
022200     MOVE WS-CONFIRM-NO          TO ALC-CONFIRM-NO
022300     MOVE ZERO                   TO ALC-SEQ
022400     EXEC CICS
022500         STARTBR DATASET('PAYALLOC')
022600         RIDFLD(ALC-KEY)
022700         GTEQ
022800         RESP(WS-RESP-CD)
022900     END-EXEC
023000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
023100         GO TO 2100-LOAD-OLD-ALLOCATION-EXIT
023200     END-IF
023300     PERFORM 2110-NEXT-OLD-ALLOCATION
023400         THRU 2110-NEXT-OLD-ALLOCATION-EXIT
023500         UNTIL WS-BROWSE-DONE
023600     EXEC CICS
023700         ENDBR DATASET('PAYALLOC')
023800     END-EXEC.
023900 2100-LOAD-OLD-ALLOCATION-EXIT.
024000     EXIT.
024100*
024200 2110-NEXT-OLD-ALLOCATION.
024300     EXEC CICS
024400         READNEXT DATASET('PAYALLOC')
024500         INTO(PAY-ALLOCATION-RECORD)
024600         RIDFLD(ALC-KEY)
024700         RESP(WS-RESP-CD)
024800     END-EXEC
024900     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
025000        OR ALC-CONFIRM-NO NOT = WS-CONFIRM-NO
025100        OR WS-OLD-ALC-CNT NOT < 6
025200         MOVE 'Y'                TO WS-BROWSE-SW
025300         GO TO 2110-NEXT-OLD-ALLOCATION-EXIT
025400     END-IF
025500     ADD 1                       TO WS-OLD-ALC-CNT
025600     MOVE ALC-SEQ        TO WS-OLD-ALC-SEQ (WS-OLD-ALC-CNT)
025700     MOVE ALC-BUCKET     TO WS-OLD-ALC-BUCKET (WS-OLD-ALC-CNT)
025800     MOVE ALC-AMOUNT     TO WS-OLD-ALC-AMT (WS-OLD-ALC-CNT).
025900 2110-NEXT-OLD-ALLOCATION-EXIT.
026000     EXIT.
026100*
026200******************************************************************
026300* SOURCE ACCOUNT - THE PAYMENT COMES OFF: THE FULL AMOUNT GOES
026400* BACK ONTO ACCT-CURR-BAL AND EACH BUCKET THE ALLOCATION RELIEVED
026500* IS PUT BACK, AS CBRTN01C DOES FOR A RETURNED PAYMENT. PURCHASES
026600* ARE THE REMAINDER OF THE BALANCE AND NEED NO PUT-BACK.
026700******************************************************************
026800 3000-REVERSE-SOURCE.
026900     MOVE WS-FROM-ACCT-ID        TO ACCT-ID
027000     EXEC CICS
027100         READ DATASET('ACCTDAT')
027200         INTO(ACCOUNT-RECORD)
027300         RIDFLD(ACCT-ID)
027400         UPDATE
027500         RESP(WS-RESP-CD)
027600     END-EXEC
027700     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
027800         MOVE 'Source account not found' TO PXF-MESSAGE
027900         GO TO 3000-REVERSE-SOURCE-EXIT
028000     END-IF
028100     ADD WS-PAY-AMOUNT           TO ACCT-CURR-BAL
028200     PERFORM 3100-PUT-BACK-BUCKET THRU 3100-PUT-BACK-BUCKET-EXIT
028300         VARYING WS-ALC-IDX FROM 1 BY 1
028400         UNTIL WS-ALC-IDX > WS-OLD-ALC-CNT
028500     EXEC CICS
028600         REWRITE DATASET('ACCTDAT')
028700         FROM(ACCOUNT-RECORD)
028800         RESP(WS-RESP-CD)
028900     END-EXEC
029000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
029100         MOVE 'Source account not updated - nothing changed'
029200                                 TO PXF-MESSAGE
029300     END-IF.
029400 3000-REVERSE-SOURCE-EXIT.
029500     EXIT.
029600*
029700 3100-PUT-BACK-BUCKET.
029800     MOVE WS-OLD-ALC-BUCKET (WS-ALC-IDX) TO ALC-BUCKET
029900     MOVE WS-OLD-ALC-AMT (WS-ALC-IDX) TO ALC-AMOUNT
030000     EVALUATE TRUE
030100         WHEN ALC-BUCKET-INTEREST
030200             ADD ALC-AMOUNT      TO ACCT-INT-DUE-BAL
030300         WHEN ALC-BUCKET-FEES
030400             ADD ALC-AMOUNT      TO ACCT-FEE-DUE-BAL
030500         WHEN ALC-BUCKET-CASH-ADV
030600             ADD ALC-AMOUNT      TO ACCT-CASH-ADV-BAL
030700         WHEN ALC-BUCKET-INSTL-DUE
030800             ADD ALC-AMOUNT      TO ACCT-INSTL-DUE-BAL
030900         WHEN ALC-BUCKET-INSTL-PLAN
031000             ADD ALC-AMOUNT      TO ACCT-INSTL-BAL
031100         WHEN OTHER
031200             CONTINUE
031300     END-EVALUATE.
031400 3100-PUT-BACK-BUCKET-EXIT.
031500     EXIT.
031600*
031700******************************************************************
031800* TARGET ACCOUNT - THE PAYMENT GOES ON AS IF IT HAD BEEN POSTED
031900* THERE: ACCT-CURR-BAL DROPS BY THE FULL AMOUNT AND 4100 SPREADS
032000* IT OVER THE BUCKETS. ONCE THE REWRITE IS GOOD THE SOURCE
032100* PAYALLOC ROWS ARE REPLACED BY THE TARGET'S. A FAILED REWRITE
032200* BACKS OUT THE SOURCE UPDATE ALREADY MADE IN THIS TASK, SO THE
032300* PAYMENT IS NEVER LEFT ON NEITHER ACCOUNT.
032400******************************************************************
032500 4000-APPLY-TARGET.
032600     MOVE PXF-TO-ACCT-ID         TO ACCT-ID
032700     EXEC CICS
032800         READ DATASET('ACCTDAT')
032900         INTO(ACCOUNT-RECORD)
033000         RIDFLD(ACCT-ID)
033100         UPDATE
033200         RESP(WS-RESP-CD)
033300     END-EXEC
033400     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
033500         PERFORM 9000-BACK-OUT THRU 9000-BACK-OUT-EXIT
033600         GO TO 4000-APPLY-TARGET-EXIT
033700     END-IF
033800     COMPUTE ACCT-CURR-BAL = ACCT-CURR-BAL - WS-PAY-AMOUNT
033900     PERFORM 4100-ALLOCATE-PAYMENT
034000         THRU 4100-ALLOCATE-PAYMENT-EXIT
034100     EXEC CICS
034200         REWRITE DATASET('ACCTDAT')
034300         FROM(ACCOUNT-RECORD)
034400         RESP(WS-RESP-CD)
034500     END-EXEC
034600     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
034700         PERFORM 9000-BACK-OUT THRU 9000-BACK-OUT-EXIT
034800         GO TO 4000-APPLY-TARGET-EXIT
034900     END-IF
035000     PERFORM 4300-DELETE-OLD-ALLOCATION
035100         THRU 4300-DELETE-OLD-ALLOCATION-EXIT
035200         VARYING WS-ALC-IDX FROM 1 BY 1
035300         UNTIL WS-ALC-IDX > WS-OLD-ALC-CNT
035400     PERFORM 4400-WRITE-NEW-ALLOCATION
035500         THRU 4400-WRITE-NEW-ALLOCATION-EXIT
035600         VARYING WS-ALC-IDX FROM 1 BY 1
035700         UNTIL WS-ALC-IDX > WS-ALC-SEQ-NUM.
035800 4000-APPLY-TARGET-EXIT.
035900     EXIT.
036000*
036100******************************************************************
036200* THE COBIL00C ALLOCATION HIERARCHY - INTEREST, FEES, BILLED PLAN
036300* INSTALLMENTS, CASH ADVANCES, PURCHASES, THEN ANY UNBILLED PLAN
036400* PRINCIPAL THE AMOUNT IS BIG ENOUGH TO PREPAY. ACCT-CURR-BAL IS
036500* ALREADY REDUCED BY THE FULL AMOUNT.
036600******************************************************************
036700 4100-ALLOCATE-PAYMENT.
036800     MOVE WS-PAY-AMOUNT          TO WS-ALC-REMAINING
036900     MOVE ZERO                   TO WS-ALC-SEQ-NUM
037000     IF WS-ALC-REMAINING > ZERO AND ACCT-INT-DUE-BAL > ZERO
037100         IF WS-ALC-REMAINING < ACCT-INT-DUE-BAL
037200             MOVE WS-ALC-REMAINING TO WS-ALC-APPLIED
037300         ELSE
037400             MOVE ACCT-INT-DUE-BAL TO WS-ALC-APPLIED
037500         END-IF
037600         SUBTRACT WS-ALC-APPLIED FROM ACCT-INT-DUE-BAL
037700         SUBTRACT WS-ALC-APPLIED FROM WS-ALC-REMAINING
037800         MOVE 'INTEREST'         TO ALC-BUCKET
037900         PERFORM 4200-BUFFER-ALLOCATION
038000             THRU 4200-BUFFER-ALLOCATION-EXIT
038100     END-IF
038200     IF WS-ALC-REMAINING > ZERO AND ACCT-FEE-DUE-BAL > ZERO
038300         IF WS-ALC-REMAINING < ACCT-FEE-DUE-BAL
038400             MOVE WS-ALC-REMAINING TO WS-ALC-APPLIED
038500         ELSE
038600             MOVE ACCT-FEE-DUE-BAL TO WS-ALC-APPLIED
038700         END-IF
038800         SUBTRACT WS-ALC-APPLIED FROM ACCT-FEE-DUE-BAL
038900         SUBTRACT WS-ALC-APPLIED FROM WS-ALC-REMAINING
039000         MOVE 'FEES'             TO ALC-BUCKET
039100         PERFORM 4200-BUFFER-ALLOCATION
039200             THRU 4200-BUFFER-ALLOCATION-EXIT
039300     END-IF
039400     IF WS-ALC-REMAINING > ZERO AND ACCT-INSTL-DUE-BAL > ZERO
039500         IF WS-ALC-REMAINING < ACCT-INSTL-DUE-BAL
039600             MOVE WS-ALC-REMAINING TO WS-ALC-APPLIED
039700         ELSE
039800             MOVE ACCT-INSTL-DUE-BAL TO WS-ALC-APPLIED
039900         END-IF
040000         SUBTRACT WS-ALC-APPLIED FROM ACCT-INSTL-DUE-BAL
040100         SUBTRACT WS-ALC-APPLIED FROM WS-ALC-REMAINING
040200         MOVE 'INSTLDUE'         TO ALC-BUCKET
040300         PERFORM 4200-BUFFER-ALLOCATION
040400             THRU 4200-BUFFER-ALLOCATION-EXIT
040500     END-IF
040600     IF WS-ALC-REMAINING > ZERO AND ACCT-CASH-ADV-BAL > ZERO
040700         IF WS-ALC-REMAINING < ACCT-CASH-ADV-BAL
040800             MOVE WS-ALC-REMAINING TO WS-ALC-APPLIED
040900         ELSE
041000             MOVE ACCT-CASH-ADV-BAL TO WS-ALC-APPLIED
041100         END-IF
041200         SUBTRACT WS-ALC-APPLIED FROM ACCT-CASH-ADV-BAL
041300         SUBTRACT WS-ALC-APPLIED FROM WS-ALC-REMAINING
041400         MOVE 'CASHADV'          TO ALC-BUCKET
041500         PERFORM 4200-BUFFER-ALLOCATION
041600             THRU 4200-BUFFER-ALLOCATION-EXIT
041700     END-IF
041800     MOVE ZERO                   TO WS-ALC-PREPAY
041900     IF WS-ALC-REMAINING > ZERO AND ACCT-INSTL-BAL > ZERO
042000         COMPUTE WS-ALC-PREPAY = ACCT-INT-DUE-BAL
042100             + ACCT-FEE-DUE-BAL + ACCT-INSTL-DUE-BAL
042200             + ACCT-CASH-ADV-BAL + ACCT-INSTL-BAL
042300             - ACCT-CURR-BAL
042400         IF WS-ALC-PREPAY > ACCT-INSTL-BAL
042500             MOVE ACCT-INSTL-BAL TO WS-ALC-PREPAY
042600         END-IF
042700         IF WS-ALC-PREPAY > WS-ALC-REMAINING
042800             MOVE WS-ALC-REMAINING TO WS-ALC-PREPAY
042900         END-IF
043000         IF WS-ALC-PREPAY < ZERO
043100             MOVE ZERO           TO WS-ALC-PREPAY
043200         END-IF
043300     END-IF
043400     IF WS-ALC-REMAINING > WS-ALC-PREPAY
043500         COMPUTE WS-ALC-APPLIED = WS-ALC-REMAINING - WS-ALC-PREPAY
043600         SUBTRACT WS-ALC-APPLIED FROM WS-ALC-REMAINING
043700         MOVE 'PURCHASE'         TO ALC-BUCKET
043800         PERFORM 4200-BUFFER-ALLOCATION
043900             THRU 4200-BUFFER-ALLOCATION-EXIT
044000     END-IF
044100     IF WS-ALC-PREPAY > ZERO
044200         MOVE WS-ALC-PREPAY      TO WS-ALC-APPLIED
044300         SUBTRACT WS-ALC-PREPAY  FROM ACCT-INSTL-BAL
044400         MOVE ZERO               TO WS-ALC-REMAINING
044500         MOVE 'INSTLPLN'         TO ALC-BUCKET
044600         PERFORM 4200-BUFFER-ALLOCATION
044700             THRU 4200-BUFFER-ALLOCATION-EXIT
044800     END-IF.
044900 4100-ALLOCATE-PAYMENT-EXIT.
045000     EXIT.
045100*
045200 4200-BUFFER-ALLOCATION.
045300     ADD 1                       TO WS-ALC-SEQ-NUM
045400     MOVE ALC-BUCKET             TO
045500         WS-ALC-TAB-BUCKET (WS-ALC-SEQ-NUM)
045600     MOVE WS-ALC-APPLIED         TO
045700         WS-ALC-TAB-AMT (WS-ALC-SEQ-NUM).
045800 4200-BUFFER-ALLOCATION-EXIT.
045900     EXIT.
046000*
046100 4300-DELETE-OLD-ALLOCATION.
046200     MOVE WS-CONFIRM-NO          TO ALC-CONFIRM-NO
046300     MOVE WS-OLD-ALC-SEQ (WS-ALC-IDX) TO ALC-SEQ
046400     EXEC CICS
046500         DELETE DATASET('PAYALLOC')
046600         RIDFLD(ALC-KEY)
046700         RESP(WS-RESP-CD)
046800     END-EXEC.
046900 4300-DELETE-OLD-ALLOCATION-EXIT.
047000     EXIT.
047100*
047200 4400-WRITE-NEW-ALLOCATION.
047300     MOVE WS-CONFIRM-NO          TO ALC-CONFIRM-NO
047400     MOVE WS-ALC-IDX             TO ALC-SEQ
047500     MOVE PXF-TO-ACCT-ID         TO ALC-ACCT-ID
047600     MOVE WS-ALC-TAB-BUCKET (WS-ALC-IDX) TO ALC-BUCKET
047700     MOVE WS-ALC-TAB-AMT (WS-ALC-IDX) TO ALC-AMOUNT
047800     MOVE WS-CURDATE-MM-DD-YY    TO ALC-DATE
047900     EXEC CICS
048000         WRITE DATASET('PAYALLOC')
048100         FROM(PAY-ALLOCATION-RECORD)
048200         RIDFLD(ALC-KEY)
048300         RESP(WS-RESP-CD)
048400     END-EXEC.
048500 4400-WRITE-NEW-ALLOCATION-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900* THE PAYMENT MOVES TO THE TARGET UNDER ITS OWN PAY-ID AND
049000* CONFIRMATION NUMBER, SO THE NUMBER THE CUSTOMER WAS GIVEN STILL
049100* FINDS IT, AND PAY-XFER-FROM-ACCT-ID KEEPS THE SOURCE.
049200******************************************************************
049300 5000-REPOINT-PAYMENT.
049400     MOVE PXF-PAY-ID             TO PAY-ID
049500     EXEC CICS
049600         READ DATASET('PAYMNT')
049700         INTO(PAYMENT-RECORD)
049800         RIDFLD(PAY-ID)
049900         UPDATE
050000         RESP(WS-RESP-CD)
050100     END-EXEC
050200     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
050300         PERFORM 9000-BACK-OUT THRU 9000-BACK-OUT-EXIT
050400         GO TO 5000-REPOINT-PAYMENT-EXIT
050500     END-IF
050600     MOVE WS-FROM-ACCT-ID        TO PAY-XFER-FROM-ACCT-ID
050700     MOVE PXF-TO-ACCT-ID         TO PAY-ACCT-ID
050800     EXEC CICS
050900         REWRITE DATASET('PAYMNT')
051000         FROM(PAYMENT-RECORD)
051100         RESP(WS-RESP-CD)
051200     END-EXEC
051300     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
051400         PERFORM 9000-BACK-OUT THRU 9000-BACK-OUT-EXIT
051500     END-IF.
051600 5000-REPOINT-PAYMENT-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000* A LATE FEE THE TARGET WAS CHARGED (ACCT-LATE-FEE-DATE IS THE
052100* DUE DATE IT WAS CHARGED FOR) IS THE MISAPPLICATION'S DOING WHEN
052200* THE PAYMENT IS DATED INSIDE THAT CYCLE - ON OR BEFORE THE DUE
052300* DATE AND NO MORE THAN 25 DAYS BEFORE IT, THE SPAN CBFEE01C
052400* COUNTS PAYMENTS OVER. THE FEE IS CREDITED BACK THE WAY COACT02C
052500* REBATES A FEE: SAME TYPE AND CATEGORY, NEGATED AMOUNT, LEFT
052600* UNPOSTED ON TRANFILE FOR THE NIGHTLY POSTING RUN, AGAINST THE
052700* TARGET'S FIRST CARD. ACCT-LATE-FEE-DATE IS LEFT AS IT IS, SO
052800* CBFEE01C DOES NOT CHARGE THE SAME DUE DATE AGAIN.
052900******************************************************************
053000 6000-REFUND-LATE-FEE.
053100     IF ACCT-LATE-FEE-DATE = SPACES OR LOW-VALUES
053200         GO TO 6000-REFUND-LATE-FEE-EXIT
053300     END-IF
053400     IF PAY-DATE > ACCT-LATE-FEE-DATE
053500         GO TO 6000-REFUND-LATE-FEE-EXIT
053600     END-IF
053700     MOVE ACCT-LATE-FEE-DATE (1:4) TO WS-FEE-DUE-N (1:4)
053800     MOVE ACCT-LATE-FEE-DATE (6:2) TO WS-FEE-DUE-N (5:2)
053900     MOVE ACCT-LATE-FEE-DATE (9:2) TO WS-FEE-DUE-N (7:2)
054000     MOVE PAY-DATE (1:4)         TO WS-PAY-DATE-N (1:4)
054100     MOVE PAY-DATE (6:2)         TO WS-PAY-DATE-N (5:2)
054200     MOVE PAY-DATE (9:2)         TO WS-PAY-DATE-N (7:2)
054300     IF WS-FEE-DUE-N IS NOT NUMERIC
054400        OR WS-PAY-DATE-N IS NOT NUMERIC
054500         GO TO 6000-REFUND-LATE-FEE-EXIT
054600     END-IF
054700     COMPUTE WS-DAYS-BEFORE-DUE =
054800         FUNCTION INTEGER-OF-DATE(WS-FEE-DUE-N)
054900         - FUNCTION INTEGER-OF-DATE(WS-PAY-DATE-N)
055000     IF WS-DAYS-BEFORE-DUE > WS-CYCLE-DAYS
055100         GO TO 6000-REFUND-LATE-FEE-EXIT
055200     END-IF
055300     PERFORM 6100-FIND-FIRST-CARD THRU 6100-FIND-FIRST-CARD-EXIT
055400     IF NOT WS-FEE-CARD-FOUND
055500         GO TO 6000-REFUND-LATE-FEE-EXIT
055600     END-IF
055700     MOVE WS-CURRENT-TIMESTAMP   TO TRAN-ID
055800     MOVE '04'                   TO TRAN-TYPE-CD
055900     MOVE '3000'                 TO TRAN-CAT-CD
056000     MOVE 'CNP'                  TO TRAN-SOURCE
056100     MOVE 'LATE FEE REFUND - MISAPPLIED PAYMENT'
056200                                 TO TRAN-DESC
056300     COMPUTE TRAN-AMT = WS-LATE-FEE-AMT * -1
056400     MOVE SPACES                 TO TRAN-MERCHANT-ID
056500     MOVE SPACES                 TO TRAN-MERCHANT-NAME
056600     MOVE SPACES                 TO TRAN-MERCHANT-CITY
056700     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
056800     MOVE SPACES                 TO TRAN-MERCHANT-STATE
056900     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
057000     MOVE SPACES                 TO TRAN-MCC
057100     MOVE WS-FEE-CARD-NUM        TO TRAN-CARD-NUM
057200     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
057300     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
057400     MOVE 'N'                    TO TRAN-REVERSAL-IND
057500     MOVE WS-CONFIRM-NO          TO TRAN-ORIG-TRAN-ID
057600     MOVE 'USD'                  TO TRAN-CURR-CD
057700     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
057800     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000     MOVE PXF-USER-ID            TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE SPACES                 TO TRAN-APPROVED-BY
057900     EXEC CICS
058000         WRITE DATASET('TRANFILE')
058100         FROM(TRAN-RECORD)
058200         RIDFLD(TRAN-ID)
058300         RESP(WS-RESP-CD)
058400     END-EXEC
058500     IF WS-RESP-CD = DFHRESP(NORMAL)
058600         MOVE WS-LATE-FEE-AMT    TO PXF-FEE-REFUND-AMT
058700     END-IF.
058800 6000-REFUND-LATE-FEE-EXIT.
058900     EXIT.
059000*
059100 6100-FIND-FIRST-CARD.
059200     MOVE 'N'                    TO WS-FEE-CARD-SW
059300     MOVE SPACES                 TO WS-FEE-CARD-NUM
059400     MOVE PXF-TO-ACCT-ID         TO CARD-ACCT-ID
059500     EXEC CICS
059600         STARTBR DATASET('CARDAIX')
059700         RIDFLD(CARD-ACCT-ID)
059800         GTEQ
059900         RESP(WS-RESP-CD)
060000     END-EXEC
060100     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
060200         GO TO 6100-FIND-FIRST-CARD-EXIT
060300     END-IF
060400     EXEC CICS
060500         READNEXT DATASET('CARDAIX')
060600         INTO(CARD-RECORD)
060700         RIDFLD(CARD-ACCT-ID)
060800         RESP(WS-RESP-CD)
060900     END-EXEC
061000     IF WS-RESP-CD = DFHRESP(NORMAL)
061100        AND CARD-ACCT-ID = PXF-TO-ACCT-ID
061200         MOVE CARD-NUM           TO WS-FEE-CARD-NUM
061300         MOVE 'Y'                TO WS-FEE-CARD-SW
061400     END-IF
061500     EXEC CICS
061600         ENDBR DATASET('CARDAIX')
061700     END-EXEC.
061800 6100-FIND-FIRST-CARD-EXIT.
061900     EXIT.
062000*
062100******************************************************************
062200* THE PAIRED AUDIT EVENT - ONE ROW ON EACH ACCOUNT, SAME INSTANT
062300* AND USER, EACH NAMING THE CONFIRMATION NUMBER, THE OTHER
062400* ACCOUNT AND THE AMOUNT, SO EITHER ACCOUNT'S HISTORY LEADS TO
062500* THE OTHER. A REFUNDED LATE FEE GETS ITS OWN ROW ON THE TARGET.
062600******************************************************************
062700 7000-WRITE-AUDIT-PAIR.
062800     MOVE WS-PAY-AMOUNT          TO WS-AMT-DISPLAY
062900     MOVE WS-FROM-ACCT-ID        TO AUD-ACCT-ID
063000     MOVE 'PAYXFROUT'            TO AUD-FIELD-NAME
063100     MOVE WS-CONFIRM-NO          TO AUD-OLD-VALUE
063200     MOVE SPACES                 TO AUD-NEW-VALUE
063300     STRING 'TO ' PXF-TO-ACCT-ID ' ' WS-AMT-DISPLAY
063400            DELIMITED BY SIZE INTO AUD-NEW-VALUE
063500     END-STRING
063600     PERFORM 7100-WRITE-AUDIT-ROW THRU 7100-WRITE-AUDIT-ROW-EXIT
063700     MOVE PXF-TO-ACCT-ID         TO AUD-ACCT-ID
063800     MOVE 'PAYXFRIN'             TO AUD-FIELD-NAME
063900     MOVE WS-CONFIRM-NO          TO AUD-OLD-VALUE
064000     MOVE SPACES                 TO AUD-NEW-VALUE
064100     STRING 'FROM ' WS-FROM-ACCT-ID ' ' WS-AMT-DISPLAY
064200            DELIMITED BY SIZE INTO AUD-NEW-VALUE
064300     END-STRING
064400     PERFORM 7100-WRITE-AUDIT-ROW THRU 7100-WRITE-AUDIT-ROW-EXIT
064500     IF PXF-FEE-REFUND-AMT > ZERO
064600         MOVE PXF-TO-ACCT-ID     TO AUD-ACCT-ID
064700         MOVE 'LATEFEERFD'       TO AUD-FIELD-NAME
064800         MOVE WS-CONFIRM-NO      TO AUD-OLD-VALUE
064900         MOVE PXF-FEE-REFUND-AMT TO WS-AMT-DISPLAY
065000         MOVE WS-AMT-DISPLAY     TO AUD-NEW-VALUE
065100         PERFORM 7100-WRITE-AUDIT-ROW
065200             THRU 7100-WRITE-AUDIT-ROW-EXIT
065300     END-IF.
065400 7000-WRITE-AUDIT-PAIR-EXIT.
065500     EXIT.
065600*
065700 7100-WRITE-AUDIT-ROW.
065800     ADD 1                       TO WS-AUD-SEQ
065900     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
066000     MOVE WS-AUD-SEQ             TO AUD-TIMESTAMP (23:4)
066100     MOVE PXF-USER-ID            TO AUD-USER-ID
066200     EXEC CICS
066300         WRITE DATASET('ACCTAUD')
066400         FROM(ACCT-AUDIT-RECORD)
066500         RESP(WS-RESP-CD)
066600     END-EXEC.
066700 7100-WRITE-AUDIT-ROW-EXIT.
066800     EXIT.
066900*
067000******************************************************************
067100* THE SOURCE ACCOUNT HAS ALREADY BEEN REWRITTEN WHEN A LATER STEP
067200* FAILS - ROLL THE TASK'S UPDATES BACK SO THE PAYMENT STAYS WHOLE
067300* ON THE SOURCE.
067400******************************************************************
067500 9000-BACK-OUT.
067600     EXEC CICS
067700         SYNCPOINT ROLLBACK
067800     END-EXEC
067900     MOVE 'Transfer failed - no change made, try again'
068000                                 TO PXF-MESSAGE.
068100 9000-BACK-OUT-EXIT.
068200     EXIT.
