000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBMPD01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MINIMUM PAYMENT WARNING
001100*                     AND PAYOFF-TIME CALCULATOR.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       CALLED BY THE STATEMENT PROGRAMS (CBSTM01C,
001500*                CBSTM02C) ONCE PER ACCOUNT WITH CVMPD01Y.
001600*                PROJECTS THE BALANCE FORWARD A MONTH AT A TIME
001700*                WITH NO NEW CHARGES, PAYING ONLY THE MINIMUM
001800*                THE GROUP'S MINPAY POLICY ASKS FOR - THE SAME
001900*                PERCENTAGE-OF-BALANCE AND FLOOR CBACT04C BILLS,
002000*                FROM THE SAME MAINTAINED DATASET OVER THE SAME
002100*                COMPILED CVMPT01Y FALLBACK - AT THE APRS
002200*                CBACT05C STAMPED ON THE ACCOUNT MASTER:
002300*                A RUNNING PROMOTIONAL RATE UNTIL ITS END DATE,
002400*                THE GO-TO PURCHASE RATE AFTER IT, AND THE CASH
002500*                ADVANCE RATE ON THE CASH PART. EACH PAYMENT
002600*                GOES TO THE LOWER-RATE BALANCE FIRST. IT THEN
002700*                WORKS OUT THE LEVEL MONTHLY PAYMENT THAT
002800*                CLEARS THE BALANCE IN 36 MONTHS AT THE BLENDED
002900*                RATE. THE STATEMENT PRINTS BOTH IN THE
003000*                MINIMUM PAYMENT WARNING BOX.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MIN-PAY-REF-FILE ASSIGN TO MINPAY
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS MPP-KEY
003900         FILE STATUS IS WS-MINPAY-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MIN-PAY-REF-FILE.
004400     COPY CVMPP01Y.
004500*
004600 WORKING-STORAGE SECTION.
004700 01  WS-MINPAY-STATUS                 PIC XX.
004800     88 WS-MINPAY-OK                  VALUE '00'.
004900 01  WS-FIRST-CALL-SW                 PIC X(01) VALUE 'Y'.
005000     88 WS-FIRST-CALL                 VALUE 'Y'.
005100 01  WS-REF-EOF-SW                    PIC X(01) VALUE 'N'.
005200     88 WS-END-OF-REF                 VALUE 'Y'.
005300 01  WS-REF-FOUND-SW                  PIC X(01) VALUE 'N'.
005400     88 WS-REF-FOUND                  VALUE 'Y'.
005500 01  WS-MPT-FOUND-SW                  PIC X(01) VALUE 'N'.
005600     88 WS-MPT-FOUND                  VALUE 'Y'.
005700*
005800******************************************************************
005900* PROJECTION WORK AREA. THE PROJECTION GIVES UP AFTER
006000* WS-MAX-MONTHS (50 YEARS) - A MINIMUM THAT HAS NOT CLEARED THE
006100* BALANCE BY THEN IS ONE THAT DOES NOT COVER THE INTEREST.
006200******************************************************************
006300 01  WS-MPD-WORK.
006400     05 WS-MPT-USE-IDX                PIC S9(04) COMP.
006500     05 WS-MAX-MONTHS                 PIC 9(04) VALUE 600.
006600     05 WS-PROMO-MONTHS               PIC S9(04) COMP.
006700     05 WS-PROMO-END-YYYY             PIC 9(04).
006800     05 WS-PROMO-END-MM               PIC 9(02).
006900     05 WS-SIM-DONE-SW                PIC X(01).
007000        88 WS-SIM-DONE                VALUE 'Y'.
007100     05 WS-SIM-MONTHS                 PIC 9(04).
007200     05 WS-SIM-PURCH-APR              PIC 9(02)V9(02).
007300     05 WS-SIM-PURCH                  PIC S9(11)V99 COMP-3.
007400     05 WS-SIM-CASH                   PIC S9(11)V99 COMP-3.
007500     05 WS-SIM-BAL                    PIC S9(11)V99 COMP-3.
007600     05 WS-SIM-INT                    PIC S9(11)V99 COMP-3.
007700     05 WS-SIM-PAYMENT                PIC S9(11)V99 COMP-3.
007800     05 WS-SIM-APPLY                  PIC S9(11)V99 COMP-3.
007900     05 WS-SIM-TOTAL                  PIC S9(11)V99 COMP-3.
008000     05 WS-EFF-PURCH-APR              PIC 9(02)V9(06).
008100     05 WS-BLEND-APR                  PIC 9(02)V9(06).
008200     05 WS-MONTH-RATE                 PIC V9(10).
008300     05 WS-GROWTH-FACTOR              PIC 9(03)V9(12).
008400*
008500******************************************************************
008600* MINIMUM PAYMENT POLICY - COMPILED FALLBACK FOR MINPAY.
008700******************************************************************
008800 COPY CVMPT01Y.
008900*
009000 COPY CSDAT01Y.
009100*
009200 LINKAGE SECTION.
009300 COPY CVMPD01Y.
009400*
009500******************************************************************
009600 PROCEDURE DIVISION USING MINPAY-DISCLOSURE-PARM.
009700******************************************************************
009800 0000-MAINLINE.
009900     IF WS-FIRST-CALL
010000         PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010100         MOVE 'N'                 TO WS-FIRST-CALL-SW
010200     END-IF
010300     SET MPD-NOT-SHOWN            TO TRUE
010400     MOVE ZERO                    TO MPD-MIN-MONTHS
010500     MOVE ZERO                    TO MPD-MIN-TOTAL
010600     MOVE ZERO                    TO MPD-36-PAYMENT
010700     MOVE ZERO                    TO MPD-36-TOTAL
010800     IF MPD-BALANCE NOT > ZERO
010900         GOBACK
011000     END-IF
011100     PERFORM 2000-FIND-POLICY THRU 2000-FIND-POLICY-EXIT
011200     PERFORM 3000-PROJECT-MINIMUM
011300         THRU 3000-PROJECT-MINIMUM-EXIT
011400     IF MPD-NEVER-PAID-OFF OR MPD-MIN-MONTHS > 36
011500         PERFORM 4000-PROJECT-36-MONTHS
011600             THRU 4000-PROJECT-36-MONTHS-EXIT
011700     END-IF
011800     GOBACK.
011900*
012000******************************************************************
012100* FIRST CALL ONLY - TODAY'S DATE, AND THE COMPILED POLICY TABLE
012200* OVERLAID WITH THE MAINTAINED MINPAY DATASET: THE NEWEST ROW
012300* PER GROUP DATED ON OR BEFORE TODAY OVERRIDES THE COMPILED
012400* ENTRY AND A NEW GROUP TAKES THE FIRST EMPTY SLOT, EXACTLY AS
012500* CBACT04C LOADS IT, SO THE WARNING PROJECTS THE MINIMUM THE
012600* CUSTOMER IS ACTUALLY BILLED.
012700******************************************************************
012800 1000-INITIALIZE.
012900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
013000     MOVE WS-CURDATE-YEAR         TO WS-CURDATE-CCYY
013100     MOVE WS-CURDATE-MONTH        TO WS-CURDATE-MO
013200     MOVE WS-CURDATE-DAY          TO WS-CURDATE-DA
013300     MOVE MIN-PAY-POLICY-VALUES   TO MIN-PAY-POLICY-TABLE
013400     OPEN INPUT MIN-PAY-REF-FILE
013500     IF NOT WS-MINPAY-OK
013600         CLOSE MIN-PAY-REF-FILE
013700         GO TO 1000-INITIALIZE-EXIT
013800     END-IF
013900     MOVE 'N'                     TO WS-REF-EOF-SW
014000     PERFORM 1100-LOAD-NEXT-POLICY
014100         THRU 1100-LOAD-NEXT-POLICY-EXIT
014200         UNTIL WS-END-OF-REF
014300     CLOSE MIN-PAY-REF-FILE.
014400 1000-INITIALIZE-EXIT.
014500     EXIT.
014600*
014700 1100-LOAD-NEXT-POLICY.
014800     READ MIN-PAY-REF-FILE NEXT RECORD
014900         AT END
015000             MOVE 'Y'             TO WS-REF-EOF-SW
015100             GO TO 1100-LOAD-NEXT-POLICY-EXIT
015200     END-READ
015300     IF MPP-EFF-DATE > WS-CURDATE-YYYY-MM-DD
015400         GO TO 1100-LOAD-NEXT-POLICY-EXIT
015500     END-IF
015600     MOVE 'N'                     TO WS-REF-FOUND-SW
015700     PERFORM VARYING MPT-IDX FROM 1 BY 1
015800             UNTIL MPT-IDX > 5 OR WS-REF-FOUND
015900         IF MPT-GROUP-ID (MPT-IDX) = MPP-GROUP-ID
016000             PERFORM 1110-APPLY-POLICY-ROW
016100                 THRU 1110-APPLY-POLICY-ROW-EXIT
016200         END-IF
016300     END-PERFORM
016400     IF NOT WS-REF-FOUND
016500         PERFORM VARYING MPT-IDX FROM 1 BY 1
016600                 UNTIL MPT-IDX > 5 OR WS-REF-FOUND
016700             IF MPT-GROUP-ID (MPT-IDX) = SPACES
016800                 MOVE MPP-GROUP-ID TO MPT-GROUP-ID (MPT-IDX)
016900                 PERFORM 1110-APPLY-POLICY-ROW
017000                     THRU 1110-APPLY-POLICY-ROW-EXIT
017100             END-IF
017200         END-PERFORM
017300     END-IF.
017400 1100-LOAD-NEXT-POLICY-EXIT.
017500     EXIT.
017600*
017700 1110-APPLY-POLICY-ROW.
017800     MOVE MPP-PCT-OF-BAL          TO MPT-PCT-OF-BAL (MPT-IDX)
017900     MOVE MPP-FLOOR-AMT           TO MPT-FLOOR-AMT (MPT-IDX)
018000     MOVE 'Y'                     TO WS-REF-FOUND-SW.
018100 1110-APPLY-POLICY-ROW-EXIT.
018200     EXIT.
018300*
018400******************************************************************
018500* THE ACCOUNT'S GROUP ON THE POLICY TABLE - A GROUP NOT ON IT
018600* USES THE DEFAULT ENTRY (ALWAYS ENTRY 1), AS CBACT04C DOES.
018700* ALSO HOW MANY MONTHS OF A RUNNING PROMOTIONAL RATE ARE LEFT,
018800* COUNTING THE MONTH IT ENDS IN.
018900******************************************************************
019000 2000-FIND-POLICY.
019100     MOVE 'N'                     TO WS-MPT-FOUND-SW
019200     MOVE 1                       TO WS-MPT-USE-IDX
019300     PERFORM VARYING MPT-IDX FROM 1 BY 1
019400             UNTIL MPT-IDX > 5 OR WS-MPT-FOUND
019500         IF MPT-GROUP-ID (MPT-IDX) = MPD-GROUP-ID
019600             MOVE 'Y'             TO WS-MPT-FOUND-SW
019700             SET WS-MPT-USE-IDX   TO MPT-IDX
019800         END-IF
019900     END-PERFORM
020000     MOVE ZERO                    TO WS-PROMO-MONTHS
020100     IF MPD-PROMO-END-DATE (1:4) IS NUMERIC
020200        AND MPD-PROMO-END-DATE (6:2) IS NUMERIC
020300         MOVE MPD-PROMO-END-DATE (1:4) TO WS-PROMO-END-YYYY
020400         MOVE MPD-PROMO-END-DATE (6:2) TO WS-PROMO-END-MM
020500         COMPUTE WS-PROMO-MONTHS =
020600             (WS-PROMO-END-YYYY * 12 + WS-PROMO-END-MM)
020700           - (WS-CURDATE-YEAR * 12 + WS-CURDATE-MONTH)
020800         IF WS-PROMO-MONTHS < ZERO
020900             MOVE ZERO            TO WS-PROMO-MONTHS
021000         END-IF
021100     END-IF.
021200 2000-FIND-POLICY-EXIT.
021300     EXIT.
021400*
021500******************************************************************
021600* PAY ONLY THE MINIMUM EVERY MONTH, NO NEW CHARGES, UNTIL THE
021700* BALANCE IS GONE OR THE PROJECTION GIVES UP.
021800******************************************************************
021900 3000-PROJECT-MINIMUM.
022000     MOVE ZERO                    TO WS-SIM-CASH
022100     IF MPD-CASH-BAL > ZERO
022200         IF MPD-CASH-BAL < MPD-BALANCE
022300             MOVE MPD-CASH-BAL    TO WS-SIM-CASH
022400         ELSE
022500             MOVE MPD-BALANCE     TO WS-SIM-CASH
022600         END-IF
022700     END-IF
022800     COMPUTE WS-SIM-PURCH = MPD-BALANCE - WS-SIM-CASH
022900     MOVE MPD-BALANCE             TO WS-SIM-BAL
023000     MOVE ZERO                    TO WS-SIM-MONTHS
023100     MOVE ZERO                    TO WS-SIM-TOTAL
023200     MOVE 'N'                     TO WS-SIM-DONE-SW
023300     PERFORM 3100-PROJECT-ONE-MONTH
023400         THRU 3100-PROJECT-ONE-MONTH-EXIT
023500         UNTIL WS-SIM-DONE
023600     IF WS-SIM-BAL > ZERO
023700         SET MPD-NEVER-PAID-OFF   TO TRUE
023800     ELSE
023900         SET MPD-SHOWN            TO TRUE
024000         MOVE WS-SIM-MONTHS       TO MPD-MIN-MONTHS
024100         MOVE WS-SIM-TOTAL        TO MPD-MIN-TOTAL
024200     END-IF.
024300 3000-PROJECT-MINIMUM-EXIT.
024400     EXIT.
024500*
024600 3100-PROJECT-ONE-MONTH.
024700     ADD 1                        TO WS-SIM-MONTHS
024800     IF WS-SIM-MONTHS > WS-PROMO-MONTHS
024900         MOVE MPD-PURCH-APR       TO WS-SIM-PURCH-APR
025000     ELSE
025100         MOVE MPD-PROMO-APR       TO WS-SIM-PURCH-APR
025200     END-IF
025300     COMPUTE WS-SIM-INT ROUNDED =
025400         WS-SIM-PURCH * WS-SIM-PURCH-APR / 1200
025500     ADD WS-SIM-INT               TO WS-SIM-PURCH
025600     COMPUTE WS-SIM-INT ROUNDED =
025700         WS-SIM-CASH * MPD-CASH-APR / 1200
025800     ADD WS-SIM-INT               TO WS-SIM-CASH
025900     COMPUTE WS-SIM-BAL = WS-SIM-PURCH + WS-SIM-CASH
026000     COMPUTE WS-SIM-PAYMENT ROUNDED = WS-SIM-BAL *
026100         MPT-PCT-OF-BAL (WS-MPT-USE-IDX) / 100
026200     IF WS-SIM-PAYMENT < MPT-FLOOR-AMT (WS-MPT-USE-IDX)
026300         MOVE MPT-FLOOR-AMT (WS-MPT-USE-IDX)
026400                                  TO WS-SIM-PAYMENT
026500     END-IF
026600     IF WS-SIM-PAYMENT > WS-SIM-BAL
026700         MOVE WS-SIM-BAL          TO WS-SIM-PAYMENT
026800     END-IF
026900     ADD WS-SIM-PAYMENT           TO WS-SIM-TOTAL
027000     MOVE WS-SIM-PAYMENT          TO WS-SIM-APPLY
027100     IF WS-SIM-PURCH-APR NOT > MPD-CASH-APR
027200         PERFORM 3110-PAY-PURCHASE THRU 3110-PAY-PURCHASE-EXIT
027300         PERFORM 3120-PAY-CASH THRU 3120-PAY-CASH-EXIT
027400     ELSE
027500         PERFORM 3120-PAY-CASH THRU 3120-PAY-CASH-EXIT
027600         PERFORM 3110-PAY-PURCHASE THRU 3110-PAY-PURCHASE-EXIT
027700     END-IF
027800     COMPUTE WS-SIM-BAL = WS-SIM-PURCH + WS-SIM-CASH
027900     IF WS-SIM-BAL NOT > ZERO
028000        OR WS-SIM-MONTHS NOT < WS-MAX-MONTHS
028100         MOVE 'Y'                 TO WS-SIM-DONE-SW
028200     END-IF.
028300 3100-PROJECT-ONE-MONTH-EXIT.
028400     EXIT.
028500*
028600 3110-PAY-PURCHASE.
028700     IF WS-SIM-APPLY > WS-SIM-PURCH
028800         SUBTRACT WS-SIM-PURCH    FROM WS-SIM-APPLY
028900         MOVE ZERO                TO WS-SIM-PURCH
029000     ELSE
029100         SUBTRACT WS-SIM-APPLY    FROM WS-SIM-PURCH
029200         MOVE ZERO                TO WS-SIM-APPLY
029300     END-IF.
029400 3110-PAY-PURCHASE-EXIT.
029500     EXIT.
029600*
029700 3120-PAY-CASH.
029800     IF WS-SIM-APPLY > WS-SIM-CASH
029900         SUBTRACT WS-SIM-CASH     FROM WS-SIM-APPLY
030000         MOVE ZERO                TO WS-SIM-CASH
030100     ELSE
030200         SUBTRACT WS-SIM-APPLY    FROM WS-SIM-CASH
030300         MOVE ZERO                TO WS-SIM-APPLY
030400     END-IF.
030500 3120-PAY-CASH-EXIT.
030600     EXIT.
030700*
030800******************************************************************
030900* THE LEVEL PAYMENT THAT CLEARS THE BALANCE IN 36 MONTHS. THE
031000* PURCHASE RATE IS THE PROMOTIONAL RATE FOR THE MONTHS IT STILL
031100* RUNS AND THE GO-TO RATE FOR THE REST, AVERAGED OVER THE 36;
031200* THE PURCHASE AND CASH PARTS ARE THEN BLENDED BY BALANCE:
031300*     PAYMENT = BALANCE * R * (1+R)**36 / ((1+R)**36 - 1)
031400* WITH R THE MONTHLY RATE (BALANCE / 36 AT A ZERO RATE).
031500******************************************************************
031600 4000-PROJECT-36-MONTHS.
031700     EVALUATE TRUE
031800         WHEN WS-PROMO-MONTHS NOT < 36
031900             MOVE MPD-PROMO-APR   TO WS-EFF-PURCH-APR
032000         WHEN WS-PROMO-MONTHS > ZERO
032100             COMPUTE WS-EFF-PURCH-APR ROUNDED =
032200                 (MPD-PROMO-APR * WS-PROMO-MONTHS
032300                + MPD-PURCH-APR * (36 - WS-PROMO-MONTHS)) / 36
032400         WHEN OTHER
032500             MOVE MPD-PURCH-APR   TO WS-EFF-PURCH-APR
032600     END-EVALUATE
032700     MOVE ZERO                    TO WS-SIM-CASH
032800     IF MPD-CASH-BAL > ZERO
032900         IF MPD-CASH-BAL < MPD-BALANCE
033000             MOVE MPD-CASH-BAL    TO WS-SIM-CASH
033100         ELSE
033200             MOVE MPD-BALANCE     TO WS-SIM-CASH
033300         END-IF
033400     END-IF
033500     COMPUTE WS-SIM-PURCH = MPD-BALANCE - WS-SIM-CASH
033600     COMPUTE WS-BLEND-APR ROUNDED =
033700         (WS-SIM-PURCH * WS-EFF-PURCH-APR
033800        + WS-SIM-CASH * MPD-CASH-APR) / MPD-BALANCE
033900     COMPUTE WS-MONTH-RATE ROUNDED = WS-BLEND-APR / 1200
034000     IF WS-MONTH-RATE = ZERO
034100         COMPUTE MPD-36-PAYMENT ROUNDED = MPD-BALANCE / 36
034200     ELSE
034300         COMPUTE WS-GROWTH-FACTOR ROUNDED =
034400             (1 + WS-MONTH-RATE) ** 36
034500         COMPUTE MPD-36-PAYMENT ROUNDED =
034600             MPD-BALANCE * WS-MONTH-RATE * WS-GROWTH-FACTOR
034700             / (WS-GROWTH-FACTOR - 1)
034800     END-IF
034900     COMPUTE MPD-36-TOTAL = MPD-36-PAYMENT * 36.
035000 4000-PROJECT-36-MONTHS-EXIT.
035100     EXIT.
