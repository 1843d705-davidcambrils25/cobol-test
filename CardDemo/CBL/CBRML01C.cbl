000000*                     RELEASES WHEN THE ADDRESS IS FIXED TOO.
001110* 2026-09-03  MAINT   HOLDS AND RELEASES NOW LOG CORRESPONDENCE
001120*                     HISTORY ROWS (CORRHIST, CVCOR01Y).
000000* 2026-10-15  MAINT   THE RELEASED STATEMENT CARRIES THE MINIMUM
000000*                     PAYMENT WARNING BOX FROM THE FIGURES
000000*                     ARCHIVED WITH IT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       THE PAPER TWIN OF THE CBEML01C E-DELIVERY
000000         ==STA-PAY-DUE-DATE== BY ==CSTA-PAY-DUE-DATE==
000000         ==STA-CASH-ADV-BAL== BY ==CSTA-CASH-ADV-BAL==
000000         ==STA-OVERLIMIT-IND== BY ==CSTA-OVERLIMIT-IND==
000000         ==STA-POINTS-BAL== BY ==CSTA-POINTS-BAL==
000000         ==STA-MPD-RESULT== BY ==CSTA-MPD-RESULT==
000000         ==STA-MPD-MIN-MONTHS== BY ==CSTA-MPD-MIN-MONTHS==
000000         ==STA-MPD-MIN-TOTAL== BY ==CSTA-MPD-MIN-TOTAL==
000000         ==STA-MPD-36-PAYMENT== BY ==CSTA-MPD-36-PAYMENT==
000000         ==STA-MPD-36-TOTAL== BY ==CSTA-MPD-36-TOTAL==.
000000*
009100 FD  NOTE-FILE.
009200     COPY CVNOT01Y.
013300 01  WS-NOTE-ACCT-ID                  PIC 9(11) VALUE ZERO.
013400 01  WS-CURRENT-TIMESTAMP             PIC X(26).
013500 01  WS-AMT-EDIT                      PIC +ZZZ,ZZZ,ZZZ.99.
000000 01  WS-MPD-WORK.
000000     05 WS-MPD-TERM-MONTHS            PIC 9(04).
000000     05 WS-MPD-TERM-YEARS             PIC 9(03).
000000     05 WS-MPD-TERM-EDIT              PIC ZZ9.
000000     05 WS-MPD-TERM-TEXT              PIC X(10).
000000     05 WS-MPD-DOLLARS                PIC S9(10).
000000     05 WS-MPD-DOLLAR-EDIT            PIC $ZZZ,ZZZ,ZZ9.
000000     05 WS-MPD-PAY-EDIT               PIC $ZZZ,ZZ9.99.
013600 01  WS-ABEND-REASON-TEXT             PIC X(50).
013700*
013800******************************************************************
041400       INTO RELEASE-PRINT-LINE
041500     END-STRING
041600     WRITE RELEASE-PRINT-LINE
000000     PERFORM 4300-PRINT-MINPAY-WARNING
000000         THRU 4300-PRINT-MINPAY-WARNING-EXIT
041700     MOVE SPACES                 TO RELEASE-PRINT-LINE
041800     WRITE RELEASE-PRINT-LINE
041900     SET DLV-FELL-TO-PRINT       TO TRUE
042400     EXIT.
042500*
000000******************************************************************
000000* THE MINIMUM PAYMENT WARNING BOX FROM THE FIGURES ARCHIVED WITH
000000* THE STATEMENT, WORDED AS CBSTM01C PRINTED IT. A ROW ARCHIVED
000000* BEFORE THE WARNING EXISTED (SPACE RESULT) HAS NONE.
000000******************************************************************
000000 4300-PRINT-MINPAY-WARNING.
000000     IF STA-MPD-RESULT NOT = 'Y' AND STA-MPD-RESULT NOT = 'X'
000000         GO TO 4300-PRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE SPACES                 TO RELEASE-PRINT-LINE
000000     STRING '  MINIMUM PAYMENT WARNING: IF YOU MAKE ONLY '
000000                                 DELIMITED BY SIZE
000000            'THE MINIMUM PAYMENT EACH' DELIMITED BY SIZE
000000       INTO RELEASE-PRINT-LINE
000000     END-STRING
000000     WRITE RELEASE-PRINT-LINE
000000     MOVE SPACES                 TO RELEASE-PRINT-LINE
000000     STRING '  PERIOD, YOU WILL PAY MORE IN INTEREST AND IT '
000000                                 DELIMITED BY SIZE
000000            'WILL TAKE YOU LONGER'  DELIMITED BY SIZE
000000       INTO RELEASE-PRINT-LINE
000000     END-STRING
000000     WRITE RELEASE-PRINT-LINE
000000     MOVE SPACES                 TO RELEASE-PRINT-LINE
000000     STRING '  TO PAY OFF YOUR BALANCE. IF YOU MAKE NO '
000000                                 DELIMITED BY SIZE
000000            'ADDITIONAL CHARGES AND PAY:' DELIMITED BY SIZE
000000       INTO RELEASE-PRINT-LINE
000000     END-STRING
000000     WRITE RELEASE-PRINT-LINE
000000     MOVE SPACES                 TO RELEASE-PRINT-LINE
000000     IF STA-MPD-RESULT = 'X'
000000         STRING '    MINIMUM ONLY  '  DELIMITED BY SIZE
000000                'YOU WILL NOT PAY OFF THE BALANCE'
000000                                 DELIMITED BY SIZE
000000           INTO RELEASE-PRINT-LINE
000000         END-STRING
000000     ELSE
000000         MOVE STA-MPD-MIN-MONTHS TO WS-MPD-TERM-MONTHS
000000         PERFORM 4310-FORMAT-TERM THRU 4310-FORMAT-TERM-EXIT
000000         COMPUTE WS-MPD-DOLLARS ROUNDED = STA-MPD-MIN-TOTAL
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         STRING '    MINIMUM ONLY  PAID OFF IN '
000000                                 DELIMITED BY SIZE
000000                WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000                ' TOTAL COST '       DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO RELEASE-PRINT-LINE
000000         END-STRING
000000     END-IF
000000     WRITE RELEASE-PRINT-LINE
000000     IF STA-MPD-36-PAYMENT = ZERO
000000         GO TO 4300-PRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE STA-MPD-36-PAYMENT     TO WS-MPD-PAY-EDIT
000000     MOVE 36                     TO WS-MPD-TERM-MONTHS
000000     PERFORM 4310-FORMAT-TERM THRU 4310-FORMAT-TERM-EXIT
000000     COMPUTE WS-MPD-DOLLARS ROUNDED = STA-MPD-36-TOTAL
000000     MOVE WS-MPD-DOLLARS         TO WS-MPD-DOLLAR-EDIT
000000     MOVE SPACES                 TO RELEASE-PRINT-LINE
000000     STRING '    '               DELIMITED BY SIZE
000000            WS-MPD-PAY-EDIT      DELIMITED BY SIZE
000000            '   PAID OFF IN '    DELIMITED BY SIZE
000000            WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000            ' TOTAL COST '       DELIMITED BY SIZE
000000            WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000       INTO RELEASE-PRINT-LINE
000000     END-STRING
000000     WRITE RELEASE-PRINT-LINE
000000     IF STA-MPD-RESULT = 'X'
000000         GO TO 4300-PRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     COMPUTE WS-MPD-DOLLARS ROUNDED =
000000         STA-MPD-MIN-TOTAL - STA-MPD-36-TOTAL
000000     IF WS-MPD-DOLLARS > ZERO
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         MOVE SPACES             TO RELEASE-PRINT-LINE
000000         STRING '    SAVINGS PAYING IT OFF IN 3 YEARS '
000000                                 DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO RELEASE-PRINT-LINE
000000         END-STRING
000000         WRITE RELEASE-PRINT-LINE
000000     END-IF.
000000 4300-PRINT-MINPAY-WARNING-EXIT.
000000     EXIT.
000000*
000000 4310-FORMAT-TERM.
000000     MOVE SPACES                 TO WS-MPD-TERM-TEXT
000000     IF WS-MPD-TERM-MONTHS < 12
000000         MOVE WS-MPD-TERM-MONTHS TO WS-MPD-TERM-EDIT
000000         STRING WS-MPD-TERM-EDIT DELIMITED BY SIZE
000000                ' MONTHS'        DELIMITED BY SIZE
000000           INTO WS-MPD-TERM-TEXT
000000         END-STRING
000000     ELSE
000000         COMPUTE WS-MPD-TERM-YEARS =
000000             (WS-MPD-TERM-MONTHS + 6) / 12
000000         MOVE WS-MPD-TERM-YEARS  TO WS-MPD-TERM-EDIT
000000         STRING WS-MPD-TERM-EDIT DELIMITED BY SIZE
000000                ' YEARS '        DELIMITED BY SIZE
000000           INTO WS-MPD-TERM-TEXT
000000         END-STRING
000000     END-IF.
000000 4310-FORMAT-TERM-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* SAME RELEASE PASS FOR THE CUSTOMER-LEVEL COMBINED-STATEMENT
000000* DELIVERY ROWS (CMBDLV, WRITTEN BY CBSTM02C) - THE KEY FIELD
000000* CARRIES THE CUSTOMER NUMBER, SO THE ADDRESS CHECK READS
