000000*                     GO. COMBINED REPRINTS CARRY SUMMARY
000000*                     FIGURES ONLY; THE PER-ACCOUNT ITEMIZATION
000000*                     LIVES ON EACH ACCOUNT'S OWN STATEMENT.
000000* 2026-10-15  MAINT   THE REPRINT CARRIES THE MINIMUM PAYMENT
000000*                     WARNING BOX FROM THE FIGURES ARCHIVED WITH
000000*                     THE STATEMENT.
000000* 2026-10-15  MAINT   A RENUMBERED ACCOUNT (COXFR00C) BROWSES AS
000000*                     ONE ACCOUNT - THE LIST FOLLOWS THE KEYED
000000*                     NUMBER FORWARD TO THE LIVE ACCOUNT AND THEN
000000*                     BACK THROUGH EACH PREDECESSOR, AND A CYCLE
000000*                     DATE IS FOUND UNDER WHICHEVER ACCOUNT
000000*                     NUMBER IT WAS ARCHIVED.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       LISTS AN ACCOUNT'S ARCHIVED STATEMENTS (STMTARCH,
004700     05  ERRMSGI                 PIC X(78).
004800     05  INFOMSGI                PIC X(45).
004900*
000000 COPY CVSTA01Y.
000000 COPY CVACT01Y.
000000 COPY CVTRA01Y.
000000 COPY CVACT02Y.
005100*
005600     05  WS-HIST-COUNT           PIC 9(02) VALUE ZERO.
005700     05  WS-PRINT-LINE           PIC X(80).
005800     05  WS-AMT-EDIT             PIC +ZZZ,ZZZ,ZZZ.99.
000000     05  WS-MPD-TERM-MONTHS      PIC 9(04).
000000     05  WS-MPD-TERM-YEARS       PIC 9(03).
000000     05  WS-MPD-TERM-EDIT        PIC ZZ9.
000000     05  WS-MPD-TERM-TEXT        PIC X(10).
000000     05  WS-MPD-DOLLARS          PIC S9(10).
000000     05  WS-MPD-DOLLAR-EDIT      PIC $ZZZ,ZZZ,ZZ9.
000000     05  WS-MPD-PAY-EDIT         PIC $ZZZ,ZZ9.99.
000000     05  WS-ITM-BROWSE-SW        PIC X(01).
000000         88  WS-ITM-BROWSE-DONE  VALUE 'Y'.
000000     05  WS-ITM-COUNT            PIC 9(03).
000000*    STMTARCH, OR CMBARCH WHEN CMBSTMI SELECTS THE COMBINED
000000*    CUSTOMER-LEVEL DOCUMENTS.
000000     05  WS-ARCH-DSN             PIC X(08) VALUE 'STMTARCH'.
000000*    A RENUMBERED ACCOUNT (COXFR00C) IS BROWSED AS ONE ACCOUNT -
000000*    THE ACCOUNT NUMBER CURRENTLY BEING READ, AND HOW MANY LINKS
000000*    HAVE BEEN FOLLOWED TO REACH IT.
000000     05  WS-LIST-ACCT-ID         PIC 9(11).
000000     05  WS-LINK-CNT             PIC 9(02).
000000     05  WS-STMT-FOUND-SW        PIC X(01).
000000         88  WS-STMT-FOUND       VALUE 'Y'.
005900*
006000******************************************************************
006100* BROWSE KEY USED TO START PAST THE LAST CYCLE FOR AN ACCOUNT SO
019500* STOPPING ONCE THE 5-ROW SCREEN IS FULL OR THE KEY MOVES TO
019600* ANOTHER ACCOUNT - THE SAME READPREV PATTERN COADM03C USES ON
019700* JOBLOG.
000000* A RENUMBERED ACCOUNT LISTS AS ONE: THE KEYED NUMBER IS FOLLOWED
000000* FORWARD TO THE LIVE ACCOUNT, WHOSE STATEMENTS COME FIRST, THEN
000000* BACK THROUGH EACH ACCOUNT IT WAS RENUMBERED FROM.
000000******************************************************************
000000 6000-LIST-STATEMENTS.
000000     MOVE ZERO                   TO WS-HIST-COUNT
000000     MOVE FUNCTION NUMVAL(ACCTSIDI) TO WS-LIST-ACCT-ID
000000     PERFORM 6010-FIND-LIVE-ACCOUNT
000000         THRU 6010-FIND-LIVE-ACCOUNT-EXIT
000000     MOVE ZERO                   TO WS-LINK-CNT
000000     PERFORM 6050-LIST-ONE-ACCOUNT
000000         THRU 6050-LIST-ONE-ACCOUNT-EXIT
000000         UNTIL WS-HIST-COUNT = 5
000000            OR WS-LIST-ACCT-ID = ZERO
000000            OR WS-LINK-CNT > 9
000000     IF WS-HIST-COUNT = 0
000000         MOVE 'No archived statements for that account'
000000                                 TO ERRMSGI
000000     END-IF.
000000 6000-LIST-STATEMENTS-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* FOLLOW ACCT-XFER-TO-ACCT-ID FORWARD TO THE LIVE ACCOUNT. THE
000000* COMBINED ARCHIVE IS KEYED BY CUSTOMER, NOT ACCOUNT, SO IT HAS NO
000000* LINKS TO FOLLOW.
000000******************************************************************
000000 6010-FIND-LIVE-ACCOUNT.
000000     MOVE ZERO                   TO WS-LINK-CNT
000000     IF CMBSTM-COMBINED
000000         GO TO 6010-FIND-LIVE-ACCOUNT-EXIT
000000     END-IF
000000     PERFORM 6020-FOLLOW-FORWARD THRU 6020-FOLLOW-FORWARD-EXIT
000000         UNTIL WS-LINK-CNT > 9.
000000 6010-FIND-LIVE-ACCOUNT-EXIT.
000000     EXIT.
000000*
000000 6020-FOLLOW-FORWARD.
000000     ADD 1                       TO WS-LINK-CNT
000000     MOVE WS-LIST-ACCT-ID        TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000        OR ACCT-XFER-TO-ACCT-ID = ZERO
000000         MOVE 99                 TO WS-LINK-CNT
000000         GO TO 6020-FOLLOW-FORWARD-EXIT
000000     END-IF
000000     MOVE ACCT-XFER-TO-ACCT-ID   TO WS-LIST-ACCT-ID.
000000 6020-FOLLOW-FORWARD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* THE ACCOUNT A RENUMBERED ACCOUNT CAME FROM, OR ZERO AT THE START
000000* OF THE CHAIN (AND ALWAYS ON THE COMBINED ARCHIVE).
000000******************************************************************
000000 6030-STEP-BACK.
000000     ADD 1                       TO WS-LINK-CNT
000000     IF CMBSTM-COMBINED
000000         MOVE ZERO               TO WS-LIST-ACCT-ID
000000         GO TO 6030-STEP-BACK-EXIT
000000     END-IF
000000     MOVE WS-LIST-ACCT-ID        TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE ZERO               TO WS-LIST-ACCT-ID
000000     ELSE
000000         MOVE ACCT-XFER-FROM-ACCT-ID TO WS-LIST-ACCT-ID
000000     END-IF.
000000 6030-STEP-BACK-EXIT.
000000     EXIT.
000000*
000000 6050-LIST-ONE-ACCOUNT.
000000     MOVE 'N'                    TO WS-BROWSE-SW
000000     MOVE WS-LIST-ACCT-ID        TO WS-BROWSE-ACCT-ID
000000     MOVE HIGH-VALUES            TO WS-BROWSE-CYCLE-DATE
000000     EXEC CICS
000000         STARTBR DATASET(WS-ARCH-DSN)
000000         RIDFLD(WS-BROWSE-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = ZERO
000000         PERFORM 6100-LIST-NEXT-STMT THRU 6100-LIST-NEXT-STMT-EXIT
000000             UNTIL WS-BROWSE-DONE OR WS-HIST-COUNT = 5
000000         EXEC CICS
000000             ENDBR DATASET(WS-ARCH-DSN)
000000         END-EXEC
000000     END-IF
000000     PERFORM 6030-STEP-BACK THRU 6030-STEP-BACK-EXIT.
000000 6050-LIST-ONE-ACCOUNT-EXIT.
000000     EXIT.
022600*
022700 6100-LIST-NEXT-STMT.
022800     EXEC CICS
023200         RESP(WS-RESP-CD)
023300     END-EXEC
023400     IF WS-RESP-CD NOT = ZERO
000000        OR STA-ACCT-ID NOT = WS-LIST-ACCT-ID
023600         MOVE 'Y'                TO WS-BROWSE-SW
023700         GO TO 6100-LIST-NEXT-STMT-EXIT
023800     END-IF
024900* OFMTI IS 'P' ALSO REBUILD THE PRINT LINES AND SPOOL THEM TO
025000* THE PRINTER, THE SAME ROUTE CORPT00C'S 'P' FORMAT TAKES.
025100******************************************************************
000000 7000-SHOW-STATEMENT.
000000     MOVE 'N'                    TO WS-STMT-FOUND-SW
000000     MOVE FUNCTION NUMVAL(ACCTSIDI) TO WS-LIST-ACCT-ID
000000     PERFORM 6010-FIND-LIVE-ACCOUNT
000000         THRU 6010-FIND-LIVE-ACCOUNT-EXIT
000000     MOVE ZERO                   TO WS-LINK-CNT
000000     PERFORM 7010-READ-CYCLE THRU 7010-READ-CYCLE-EXIT
000000         UNTIL WS-STMT-FOUND
000000            OR WS-LIST-ACCT-ID = ZERO
000000            OR WS-LINK-CNT > 9
000000     IF NOT WS-STMT-FOUND
000000         MOVE 'No archived statement for that cycle date'
026300                                 TO ERRMSGI
026400         GO TO 7000-SHOW-STATEMENT-EXIT
026500     END-IF
027600     ELSE
027700         MOVE 'Archived statement displayed' TO INFOMSGI
027800     END-IF.
000000 7000-SHOW-STATEMENT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* LOOK FOR THE KEYED CYCLE UNDER ONE ACCOUNT OF A RENUMBERED
000000* CHAIN, STEPPING BACK TO ITS PREDECESSOR WHEN IT IS NOT THERE.
000000******************************************************************
000000 7010-READ-CYCLE.
000000     MOVE WS-LIST-ACCT-ID        TO STA-ACCT-ID
000000     MOVE CYCDATI                TO STA-CYCLE-END-DATE
000000     EXEC CICS
000000         READ DATASET(WS-ARCH-DSN)
000000         INTO(STMT-ARCHIVE-RECORD)
000000         RIDFLD(STA-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = ZERO
000000         MOVE 'Y'                TO WS-STMT-FOUND-SW
000000     ELSE
000000         PERFORM 6030-STEP-BACK THRU 6030-STEP-BACK-EXIT
000000     END-IF.
000000 7010-READ-CYCLE-EXIT.
000000     EXIT.
028100*
028200 7500-REPRINT-STATEMENT.
028300     MOVE SPACES                 TO WS-PRINT-LINE
032900       INTO WS-PRINT-LINE
033000     END-STRING
033100     PERFORM 7600-SPOOL-LINE THRU 7600-SPOOL-LINE-EXIT
000000     PERFORM 7550-REPRINT-MINPAY-WARNING
000000         THRU 7550-REPRINT-MINPAY-WARNING-EXIT
000000*    A COMBINED DOCUMENT IS KEYED BY CUSTOMER, NOT ACCOUNT - ITS
000000*    TRANSACTION DETAIL LIVES ON EACH ACCOUNT'S OWN STATEMENT,
000000*    SO ONLY THE SUMMARY FIGURES REPRINT HERE.
033300     EXIT.
000000*
000000******************************************************************
000000* THE MINIMUM PAYMENT WARNING BOX, REBUILT FROM THE FIGURES
000000* CBSTM01C ARCHIVED WITH THE STATEMENT (NOT RECALCULATED AT
000000* TODAY'S RATES), WORDED AND ROUNDED AS CBSTM01C 5350 PRINTS
000000* IT. A ROW ARCHIVED BEFORE THE WARNING EXISTED (SPACE RESULT)
000000* HAS NONE.
000000******************************************************************
000000 7550-REPRINT-MINPAY-WARNING.
000000     IF STA-MPD-RESULT NOT = 'Y' AND STA-MPD-RESULT NOT = 'X'
000000         GO TO 7550-REPRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE SPACES                 TO WS-PRINT-LINE
000000     STRING '  MINIMUM PAYMENT WARNING: IF YOU MAKE ONLY '
000000                                 DELIMITED BY SIZE
000000            'THE MINIMUM PAYMENT EACH' DELIMITED BY SIZE
000000       INTO WS-PRINT-LINE
000000     END-STRING
000000     PERFORM 7600-SPOOL-LINE THRU 7600-SPOOL-LINE-EXIT
000000     MOVE SPACES                 TO WS-PRINT-LINE
000000     STRING '  PERIOD, YOU WILL PAY MORE IN INTEREST AND IT '
000000                                 DELIMITED BY SIZE
000000            'WILL TAKE YOU LONGER'  DELIMITED BY SIZE
000000       INTO WS-PRINT-LINE
000000     END-STRING
000000     PERFORM 7600-SPOOL-LINE THRU 7600-SPOOL-LINE-EXIT
000000     MOVE SPACES                 TO WS-PRINT-LINE
000000     STRING '  TO PAY OFF YOUR BALANCE. IF YOU MAKE NO '
000000                                 DELIMITED BY SIZE
000000            'ADDITIONAL CHARGES AND PAY:' DELIMITED BY SIZE
000000       INTO WS-PRINT-LINE
000000     END-STRING
000000     PERFORM 7600-SPOOL-LINE THRU 7600-SPOOL-LINE-EXIT
000000     MOVE SPACES                 TO WS-PRINT-LINE
000000     IF STA-MPD-RESULT = 'X'
000000         STRING '    MINIMUM ONLY  '  DELIMITED BY SIZE
000000                'YOU WILL NOT PAY OFF THE BALANCE'
000000                                 DELIMITED BY SIZE
000000           INTO WS-PRINT-LINE
000000         END-STRING
000000     ELSE
000000         MOVE STA-MPD-MIN-MONTHS TO WS-MPD-TERM-MONTHS
000000         PERFORM 7560-FORMAT-TERM THRU 7560-FORMAT-TERM-EXIT
000000         COMPUTE WS-MPD-DOLLARS ROUNDED = STA-MPD-MIN-TOTAL
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         STRING '    MINIMUM ONLY  PAID OFF IN '
000000                                 DELIMITED BY SIZE
000000                WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000                ' TOTAL COST '       DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO WS-PRINT-LINE
000000         END-STRING
000000     END-IF
000000     PERFORM 7600-SPOOL-LINE THRU 7600-SPOOL-LINE-EXIT
000000     IF STA-MPD-36-PAYMENT = ZERO
000000         GO TO 7550-REPRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE STA-MPD-36-PAYMENT     TO WS-MPD-PAY-EDIT
000000     MOVE 36                     TO WS-MPD-TERM-MONTHS
000000     PERFORM 7560-FORMAT-TERM THRU 7560-FORMAT-TERM-EXIT
000000     COMPUTE WS-MPD-DOLLARS ROUNDED = STA-MPD-36-TOTAL
000000     MOVE WS-MPD-DOLLARS         TO WS-MPD-DOLLAR-EDIT
000000     MOVE SPACES                 TO WS-PRINT-LINE
000000     STRING '    '               DELIMITED BY SIZE
000000            WS-MPD-PAY-EDIT      DELIMITED BY SIZE
000000            '   PAID OFF IN '    DELIMITED BY SIZE
000000            WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000            ' TOTAL COST '       DELIMITED BY SIZE
000000            WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000       INTO WS-PRINT-LINE
000000     END-STRING
000000     PERFORM 7600-SPOOL-LINE THRU 7600-SPOOL-LINE-EXIT
000000     IF STA-MPD-RESULT = 'X'
000000         GO TO 7550-REPRINT-MINPAY-WARNING-EXIT
000000     END-IF
000000     COMPUTE WS-MPD-DOLLARS ROUNDED =
000000         STA-MPD-MIN-TOTAL - STA-MPD-36-TOTAL
000000     IF WS-MPD-DOLLARS > ZERO
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         MOVE SPACES             TO WS-PRINT-LINE
000000         STRING '    SAVINGS PAYING IT OFF IN 3 YEARS '
000000                                 DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO WS-PRINT-LINE
000000         END-STRING
000000         PERFORM 7600-SPOOL-LINE THRU 7600-SPOOL-LINE-EXIT
000000     END-IF.
000000 7550-REPRINT-MINPAY-WARNING-EXIT.
000000     EXIT.
000000*
000000 7560-FORMAT-TERM.
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
000000 7560-FORMAT-TERM-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* RESTORE THE ITEMIZED DETAIL THE MAILED STATEMENT CARRIED -
000000* THE ARCHIVE ROW KEEPS ONLY SUMMARY FIGURES, SO THE CYCLE'S
000000* TRANSACTIONS ARE PULLED BACK BY ACCOUNT OVER THE MONTH ENDING
