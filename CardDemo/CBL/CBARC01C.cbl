000900*----------------------------------------------------------------
001000* 2026-08-22  MAINT   INITIAL VERSION - TRANSACTION HISTORY
001100*                     ARCHIVAL AND PURGE.
000000* 2026-10-15  MAINT   A ROW WHOSE CARD'S ACCOUNT OR CUSTOMER IS
000000*                     UNDER LEGAL HOLD (CBLGH01C) STAYS ON THE
000000*                     MASTER WHATEVER ITS AGE, AND IS COUNTED
000000*                     ON THE RUN REPORT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MOVES TRANSACTION MASTER ROWS WHOSE PROCESSING
002100*                TO TRANARCH WHEN A TRAN-ID IS NOT ON THE
002200*                MASTER. PURGE COUNTS LAND IN JOBLOG AND ON THE
002300*                RUN REPORT. RUN PERIODICALLY AHEAD OF THE
002400*                MONTH-END STREAM. A ROW UNDER LEGAL HOLD
000000*                (LEGLHOLD, CHECKED THROUGH CBLGH01C BY CARD
000000*                NUMBER) IS NEVER MOVED OR DELETED - IT IS
000000*                COUNTED AS HELD AND LEFT ON THE MASTER UNTIL
000000*                THE HOLD IS RELEASED.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
008200     88 WS-END-OF-TRANSACTIONS        VALUE 'Y'.
008300 01  WS-TRAN-COUNT                    PIC 9(07) VALUE ZERO.
008400 01  WS-ARCHIVED-COUNT                PIC 9(07) VALUE ZERO.
000000 01  WS-HELD-COUNT                    PIC 9(07) VALUE ZERO.
008500 01  WS-ABEND-REASON-TEXT             PIC X(50).
008600*
008700******************************************************************
009900*
010000 COPY CSDAT01Y.
010100*
000000******************************************************************
000000* LEGAL HOLD CHECK PARAMETER - SEE CBLGH01C.
000000******************************************************************
000000 COPY CVLGH02Y.
000000*
010200 LINKAGE SECTION.
010300*
010400******************************************************************
015300* A ROW OLDER THAN THE CUTOFF IS COPIED TO THE ARCHIVE AND
015400* DELETED FROM THE MASTER. A ROW ALREADY ON THE ARCHIVE FROM AN
015500* INTERRUPTED EARLIER RUN STILL GETS ITS MASTER ROW DELETED, SO
015600* A RERUN CONVERGES INSTEAD OF STALLING ON DUPLICATES. AN
000000* EXPIRED ROW UNDER LEGAL HOLD - OR ONE WHOSE HOLD STATUS CANNOT
000000* BE READ - IS COUNTED AND LEFT WHERE IT IS.
015700******************************************************************
015800 2000-ARCHIVE-TRANSACTION.
015900     ADD 1                       TO WS-TRAN-COUNT
016000     IF TRAN-PROC-DATE OF TRAN-RECORD < WS-CUTOFF-DATE
000000         PERFORM 2200-CHECK-LEGAL-HOLD
000000             THRU 2200-CHECK-LEGAL-HOLD-EXIT
000000     END-IF
000000     IF TRAN-PROC-DATE OF TRAN-RECORD < WS-CUTOFF-DATE
000000        AND LHP-NOT-HELD
016100         MOVE TRAN-RECORD        TO TRAN-ARCH-RECORD
016200         WRITE TRAN-ARCH-RECORD
016300             INVALID KEY
017800     END-READ.
017900 2100-READ-NEXT-TRAN-EXIT.
018000     EXIT.
000000*
000000 2200-CHECK-LEGAL-HOLD.
000000     SET LHP-ACTION-CHECK        TO TRUE
000000     MOVE TRAN-CARD-NUM OF TRAN-RECORD TO LHP-CARD-NUM
000000     MOVE ZERO                   TO LHP-ACCT-ID
000000     MOVE ZERO                   TO LHP-CUST-ID
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
000000     IF NOT LHP-NOT-HELD
000000         ADD 1                   TO WS-HELD-COUNT
000000     END-IF.
000000 2200-CHECK-LEGAL-HOLD-EXIT.
000000     EXIT.
018100*
018200 9000-TERMINATE.
018300     MOVE SPACES                 TO ARCH-RPT-LINE
019100     END-STRING
019200     WRITE ARCH-RPT-LINE
019300     DISPLAY ARCH-RPT-LINE
000000     MOVE SPACES                 TO ARCH-RPT-LINE
000000     STRING 'HELD UNDER LEGAL HOLD, NOT PURGED=' DELIMITED BY SIZE
000000            WS-HELD-COUNT        DELIMITED BY SIZE
000000       INTO ARCH-RPT-LINE
000000     END-STRING
000000     WRITE ARCH-RPT-LINE
000000     DISPLAY ARCH-RPT-LINE
000000     SET LHP-ACTION-CLOSE        TO TRUE
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
019400     CLOSE TRAN-MASTER-FILE
019500     CLOSE TRAN-ARCH-FILE
019600     CLOSE ARCH-RPT-FILE
