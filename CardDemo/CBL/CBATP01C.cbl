000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBATP01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - ABILITY-TO-PAY TEST FOR
001100*                     ORIGINATION AND CREDIT LIMIT INCREASES.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       CALLED WITH ATP-PARM (CVATP01Y) BY EVERY PATH
001500*                THAT OPENS AN ACCOUNT OR RAISES A LINE -
001600*                COACT01C, COACTUPC, COACTAPC AND CBLNR01C - SO
001700*                ONE RULE DECIDES THEM ALL. NO FILES ARE READ:
001800*                THE CALLER SUPPLIES THE CUSTOMER'S STATED
001900*                INCOME, INCOME DATE AND HOUSING PAYMENT, THE
002000*                LINES HELD ON OTHER ACCOUNTS, THE LINE ASKED
002100*                FOR AND THE LINE NOW HELD. THE TEST IS THE ONE
002200*                THE CVATP03Y POLICY DESCRIBES: NO INCOME OR
002300*                STALE INCOME IS REFUSED OUTRIGHT; OTHERWISE THE
002400*                ASSUMED MINIMUM PAYMENTS ON THE WHOLE EXPOSURE
002500*                ARE WEIGHED AGAINST THE SHARE OF RESIDUAL
002600*                MONTHLY INCOME THE POLICY ALLOWS, AND A FAILING
002700*                REQUEST IS CAPPED AT THE LARGEST LINE THAT
002800*                PASSES OR REFUSED WHEN NO WORTHWHILE LINE DOES.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300 COPY CVATP03Y.
003400*
003500 01  WS-ATP-WORK.
003600     05 WS-INC-DATE                  PIC X(10).
003700     05 WS-INC-DATE-R REDEFINES WS-INC-DATE.
003800        10 WS-INC-YYYY               PIC 9(04).
003900        10 FILLER                    PIC X(01).
004000        10 WS-INC-MM                 PIC 9(02).
004100        10 FILLER                    PIC X(01).
004200        10 WS-INC-DD                 PIC 9(02).
004300     05 WS-TODAY-DATE                PIC X(10).
004400     05 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
004500        10 WS-TODAY-YYYY             PIC 9(04).
004600        10 FILLER                    PIC X(01).
004700        10 WS-TODAY-MM               PIC 9(02).
004800        10 FILLER                    PIC X(01).
004900        10 WS-TODAY-DD               PIC 9(02).
005000     05 WS-MONTHS-OLD                PIC S9(05) COMP-3.
005100     05 WS-MAX-EXPOSURE              PIC S9(11)V99 COMP-3.
005200     05 WS-MAX-LINE                  PIC S9(11)V99 COMP-3.
005300     05 WS-HUNDREDS                  PIC S9(09) COMP-3.
005400*
005500 LINKAGE SECTION.
005600 COPY CVATP01Y.
005700*
005800******************************************************************
005900 PROCEDURE DIVISION USING ATP-PARM.
006000******************************************************************
006100 0000-MAINLINE.
006200     SET ATP-REFUSED             TO TRUE
006300     MOVE SPACES                 TO ATP-REASON-CD
006400     MOVE ZERO                   TO ATP-APPROVED-LIMIT
006500                                    ATP-RESIDUAL-INCOME
006600                                    ATP-MIN-PAY-TOTAL
006700                                    ATP-MAX-PAYMENT
006800     IF ATP-STATED-INCOME NOT NUMERIC
006900        OR ATP-STATED-INCOME NOT > ZERO
007000         SET ATP-NO-INCOME       TO TRUE
007100         GO TO 0000-MAINLINE-EXIT
007200     END-IF
007300     IF ATP-HOUSING-PMT NOT NUMERIC
007400         MOVE ZERO               TO ATP-HOUSING-PMT
007500     END-IF
007600     IF ATP-OTHER-EXPOSURE NOT NUMERIC
007700         MOVE ZERO               TO ATP-OTHER-EXPOSURE
007800     END-IF
007900     PERFORM 1000-CHECK-INCOME-AGE
008000        THRU 1000-CHECK-INCOME-AGE-EXIT
008100     IF ATP-STALE-INCOME
008200         GO TO 0000-MAINLINE-EXIT
008300     END-IF
008400     COMPUTE ATP-RESIDUAL-INCOME ROUNDED =
008500         ATP-STATED-INCOME / 12 - ATP-HOUSING-PMT
008600     IF ATP-RESIDUAL-INCOME NOT > ZERO
008700         SET ATP-NO-RESIDUAL     TO TRUE
008800         GO TO 0000-MAINLINE-EXIT
008900     END-IF
009000     COMPUTE ATP-MAX-PAYMENT ROUNDED =
009100         ATP-RESIDUAL-INCOME * CDEMO-ATP-MAX-PAY-PCT / 100
009200     COMPUTE ATP-MIN-PAY-TOTAL ROUNDED =
009300         (ATP-OTHER-EXPOSURE + ATP-REQUESTED-LIMIT)
009400             * CDEMO-ATP-MIN-PAY-PCT / 100
009500     IF ATP-MIN-PAY-TOTAL NOT > ATP-MAX-PAYMENT
009600         SET ATP-PASSED          TO TRUE
009700         MOVE ATP-REQUESTED-LIMIT TO ATP-APPROVED-LIMIT
009800         GO TO 0000-MAINLINE-EXIT
009900     END-IF
010000     PERFORM 2000-FIND-CAPPED-LINE
010100        THRU 2000-FIND-CAPPED-LINE-EXIT.
010200 0000-MAINLINE-EXIT.
010300     GOBACK.
010400*
010500******************************************************************
010600* WHOLE MONTHS SINCE THE INCOME WAS CAPTURED, A MONTH COUNTED
010700* ONLY ONCE ITS DAY OF THE MONTH IS REACHED. AN INCOME DATE THAT
010800* IS MISSING OR NOT A DATE IS TREATED AS STALE, SO THE INCOME
010900* HAS TO BE CAPTURED AGAIN WITH A PROPER DATE.
011000******************************************************************
011100 1000-CHECK-INCOME-AGE.
011200     MOVE ATP-INCOME-DATE        TO WS-INC-DATE
011300     MOVE ATP-TODAY              TO WS-TODAY-DATE
011400     IF WS-INC-YYYY NOT NUMERIC OR WS-INC-MM NOT NUMERIC
011500        OR WS-INC-DD NOT NUMERIC
011600         SET ATP-STALE-INCOME    TO TRUE
011700         GO TO 1000-CHECK-INCOME-AGE-EXIT
011800     END-IF
011900     COMPUTE WS-MONTHS-OLD =
012000         (WS-TODAY-YYYY - WS-INC-YYYY) * 12
012100             + WS-TODAY-MM - WS-INC-MM
012200     IF WS-TODAY-DD < WS-INC-DD
012300         SUBTRACT 1              FROM WS-MONTHS-OLD
012400     END-IF
012500     IF WS-MONTHS-OLD NOT < CDEMO-ATP-STALE-MONTHS
012600         SET ATP-STALE-INCOME    TO TRUE
012700     END-IF.
012800 1000-CHECK-INCOME-AGE-EXIT.
012900     EXIT.
013000*
013100******************************************************************
013200* THE LARGEST TOTAL EXPOSURE WHOSE MINIMUMS FIT INSIDE THE
013300* ALLOWED PAYMENT, LESS WHAT THE CUSTOMER HOLDS ELSEWHERE, IS THE
013400* LARGEST LINE THIS ACCOUNT CAN CARRY. ROUNDED DOWN TO THE
013500* HUNDRED IT IS OFFERED AS A CAP WHEN IT STILL MEETS THE MINIMUM
013600* LINE AND IS MORE THAN THE LINE ALREADY HELD; OTHERWISE THE
013700* REQUEST IS REFUSED.
013800******************************************************************
013900 2000-FIND-CAPPED-LINE.
014000     SET ATP-MIN-PAY-EXCEEDED    TO TRUE
014100     COMPUTE WS-MAX-EXPOSURE =
014200         ATP-MAX-PAYMENT * 100 / CDEMO-ATP-MIN-PAY-PCT
014300     COMPUTE WS-MAX-LINE = WS-MAX-EXPOSURE - ATP-OTHER-EXPOSURE
014400     IF WS-MAX-LINE NOT > ZERO
014500         GO TO 2000-FIND-CAPPED-LINE-EXIT
014600     END-IF
014700     DIVIDE WS-MAX-LINE BY 100 GIVING WS-HUNDREDS
014800     COMPUTE WS-MAX-LINE = WS-HUNDREDS * 100
014900     IF WS-MAX-LINE < CDEMO-ATP-MIN-LINE
015000        OR WS-MAX-LINE NOT > ATP-CURRENT-LIMIT
015100         GO TO 2000-FIND-CAPPED-LINE-EXIT
015200     END-IF
015300     SET ATP-CAPPED              TO TRUE
015400     MOVE WS-MAX-LINE            TO ATP-APPROVED-LIMIT
015500     COMPUTE ATP-MIN-PAY-TOTAL ROUNDED =
015600         (ATP-OTHER-EXPOSURE + ATP-APPROVED-LIMIT)
015700             * CDEMO-ATP-MIN-PAY-PCT / 100.
015800 2000-FIND-CAPPED-LINE-EXIT.
015900     EXIT.
