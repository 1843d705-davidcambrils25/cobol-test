000000* 2026-09-03  MAINT   BOUNCES AND PRINT FALLBACKS NOW LOG
000000*                     CORRESPONDENCE HISTORY ROWS (CORRHIST,
000000*                     CVCOR01Y).
000000* 2026-10-15  MAINT   THE FALLBACK PRINT CARRIES THE MINIMUM
000000*                     PAYMENT WARNING BOX FROM THE FIGURES
000000*                     ARCHIVED WITH THE STATEMENT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE E-DELIVERY VENDOR'S BOUNCE FEED
009200 01  WS-FALLBACK-COUNT                PIC 9(07) VALUE ZERO.
009300 01  WS-REJECT-COUNT                  PIC 9(07) VALUE ZERO.
009400 01  WS-AMT-EDIT                      PIC +ZZZ,ZZZ,ZZZ.99.
000000 01  WS-MPD-WORK.
000000     05 WS-MPD-TERM-MONTHS            PIC 9(04).
000000     05 WS-MPD-TERM-YEARS             PIC 9(03).
000000     05 WS-MPD-TERM-EDIT              PIC ZZ9.
000000     05 WS-MPD-TERM-TEXT              PIC X(10).
000000     05 WS-MPD-DOLLARS                PIC S9(10).
000000     05 WS-MPD-DOLLAR-EDIT            PIC $ZZZ,ZZZ,ZZ9.
000000     05 WS-MPD-PAY-EDIT               PIC $ZZZ,ZZ9.99.
009500 01  WS-ABEND-REASON-TEXT             PIC X(50).
009600*
009700******************************************************************
023800       INTO FALLBACK-PRINT-LINE
023900     END-STRING
024000     WRITE FALLBACK-PRINT-LINE
000000     PERFORM 3100-PRINT-MINPAY-WARNING
000000         THRU 3100-PRINT-MINPAY-WARNING-EXIT
024100     MOVE SPACES                 TO FALLBACK-PRINT-LINE
024200     WRITE FALLBACK-PRINT-LINE
024300     SET DLV-FELL-TO-PRINT       TO TRUE
024800     EXIT.
024900*
000000******************************************************************
000000* THE MINIMUM PAYMENT WARNING BOX FROM THE FIGURES ARCHIVED WITH
000000* THE STATEMENT, WORDED AS CBSTM01C PRINTED IT. A ROW ARCHIVED
000000* BEFORE THE WARNING EXISTED (SPACE RESULT) HAS NONE.
000000******************************************************************
000000 3100-PRINT-MINPAY-WARNING.
000000     IF STA-MPD-RESULT NOT = 'Y' AND STA-MPD-RESULT NOT = 'X'
000000         GO TO 3100-PRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE SPACES                 TO FALLBACK-PRINT-LINE
000000     STRING '  MINIMUM PAYMENT WARNING: IF YOU MAKE ONLY '
000000                                 DELIMITED BY SIZE
000000            'THE MINIMUM PAYMENT EACH' DELIMITED BY SIZE
000000       INTO FALLBACK-PRINT-LINE
000000     END-STRING
000000     WRITE FALLBACK-PRINT-LINE
000000     MOVE SPACES                 TO FALLBACK-PRINT-LINE
000000     STRING '  PERIOD, YOU WILL PAY MORE IN INTEREST AND IT '
000000                                 DELIMITED BY SIZE
000000            'WILL TAKE YOU LONGER'  DELIMITED BY SIZE
000000       INTO FALLBACK-PRINT-LINE
000000     END-STRING
000000     WRITE FALLBACK-PRINT-LINE
000000     MOVE SPACES                 TO FALLBACK-PRINT-LINE
000000     STRING '  TO PAY OFF YOUR BALANCE. IF YOU MAKE NO '
000000                                 DELIMITED BY SIZE
000000            'ADDITIONAL CHARGES AND PAY:' DELIMITED BY SIZE
000000       INTO FALLBACK-PRINT-LINE
000000     END-STRING
000000     WRITE FALLBACK-PRINT-LINE
000000     MOVE SPACES                 TO FALLBACK-PRINT-LINE
000000     IF STA-MPD-RESULT = 'X'
000000         STRING '    MINIMUM ONLY  '  DELIMITED BY SIZE
000000                'YOU WILL NOT PAY OFF THE BALANCE'
000000                                 DELIMITED BY SIZE
000000           INTO FALLBACK-PRINT-LINE
000000         END-STRING
000000     ELSE
000000         MOVE STA-MPD-MIN-MONTHS TO WS-MPD-TERM-MONTHS
000000         PERFORM 3110-FORMAT-TERM THRU 3110-FORMAT-TERM-EXIT
000000         COMPUTE WS-MPD-DOLLARS ROUNDED = STA-MPD-MIN-TOTAL
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         STRING '    MINIMUM ONLY  PAID OFF IN '
000000                                 DELIMITED BY SIZE
000000                WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000                ' TOTAL COST '       DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO FALLBACK-PRINT-LINE
000000         END-STRING
000000     END-IF
000000     WRITE FALLBACK-PRINT-LINE
000000     IF STA-MPD-36-PAYMENT = ZERO
000000         GO TO 3100-PRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE STA-MPD-36-PAYMENT     TO WS-MPD-PAY-EDIT
000000     MOVE 36                     TO WS-MPD-TERM-MONTHS
000000     PERFORM 3110-FORMAT-TERM THRU 3110-FORMAT-TERM-EXIT
000000     COMPUTE WS-MPD-DOLLARS ROUNDED = STA-MPD-36-TOTAL
000000     MOVE WS-MPD-DOLLARS         TO WS-MPD-DOLLAR-EDIT
000000     MOVE SPACES                 TO FALLBACK-PRINT-LINE
000000     STRING '    '               DELIMITED BY SIZE
000000            WS-MPD-PAY-EDIT      DELIMITED BY SIZE
000000            '   PAID OFF IN '    DELIMITED BY SIZE
000000            WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000            ' TOTAL COST '       DELIMITED BY SIZE
000000            WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000       INTO FALLBACK-PRINT-LINE
000000     END-STRING
000000     WRITE FALLBACK-PRINT-LINE
000000     IF STA-MPD-RESULT = 'X'
000000         GO TO 3100-PRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     COMPUTE WS-MPD-DOLLARS ROUNDED =
000000         STA-MPD-MIN-TOTAL - STA-MPD-36-TOTAL
000000     IF WS-MPD-DOLLARS > ZERO
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         MOVE SPACES             TO FALLBACK-PRINT-LINE
000000         STRING '    SAVINGS PAYING IT OFF IN 3 YEARS '
000000                                 DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO FALLBACK-PRINT-LINE
000000         END-STRING
000000         WRITE FALLBACK-PRINT-LINE
000000     END-IF.
000000 3100-PRINT-MINPAY-WARNING-EXIT.
000000     EXIT.
000000*
000000 3110-FORMAT-TERM.
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
000000 3110-FORMAT-TERM-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* ONE CORRESPONDENCE HISTORY ROW (CORRHIST, CVCOR01Y) PER
000000* BOUNCE AND PER PRINT FALLBACK - THE CUSTOMER RESOLVED THROUGH
000000* ACCTXREF WITH THE USUAL LEGACY KEY-PUN FALLBACK. PROOF OF
