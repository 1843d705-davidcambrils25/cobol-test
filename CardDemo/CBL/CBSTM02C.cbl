000000*                     PRINTED MAIL, THE SAME SPLIT CBSTM01C
000000*                     APPLIES; PRINT LINES RENDER ONLY FOR THE
000000*                     PRINT CHANNEL.
000000* 2026-10-15  MAINT   EACH ACCOUNT SUMMARY NOW CARRIES ITS
000000*                     MINIMUM PAYMENT WARNING BOX (CBMPD01C), THE
000000*                     SAME FIGURES CBSTM01C PRINTS AND ARCHIVES
000000*                     FOR THE ACCOUNT.
000000* 2026-10-15  MAINT   E-DELIVERY ROWS CARRY THE CUSTOMER'S
000000*                     LANGUAGE CODE (EST-LANG-CD).
000000* 2026-10-15  MAINT   REGISTER THE COMBINED E-STATEMENT EXTRACT
000000*                     (CMBESTM) ON THE OUTBOUND FILE REGISTRY
000000*                     (CBOBF01C) AS THE RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ONE ENVELOPE INSTEAD OF THREE. FOR EVERY
014800     88 WS-END-OF-TRANS               VALUE 'Y'.
014900 01  WS-CUST-COUNT                    PIC 9(07) VALUE ZERO.
015000 01  WS-STMT-COUNT                    PIC 9(07) VALUE ZERO.
000000 01  WS-ESTMT-COUNT                   PIC 9(07) VALUE ZERO.
015100 01  WS-ABEND-REASON-TEXT             PIC X(50).
015200*
015300 01  WS-CMB-WORK.
016200     05 WS-CYCLE-START-X              PIC X(10).
016300     05 WS-CUST-NAME                  PIC X(50).
016400     05 WS-CUST-KEY-11                PIC 9(11).
000000     05 WS-MPD-TERM-MONTHS            PIC 9(04).
000000     05 WS-MPD-TERM-YEARS             PIC 9(03).
000000     05 WS-MPD-TERM-EDIT              PIC ZZ9.
000000     05 WS-MPD-TERM-TEXT              PIC X(10).
000000     05 WS-MPD-DOLLARS                PIC S9(10).
000000     05 WS-MPD-DOLLAR-EDIT            PIC $ZZZ,ZZZ,ZZ9.
000000     05 WS-MPD-PAY-EDIT               PIC $ZZZ,ZZ9.99.
000000*
000000******************************************************************
000000* MINIMUM PAYMENT WARNING PARAMETER - SEE CBMPD01C.
000000******************************************************************
000000 COPY CVMPD01Y.
000000*
000000******************************************************************
000000* DELIVERY CHANNEL FOR THE DOCUMENT UNDER CONSTRUCTION, DECIDED
017000*
017100 COPY CSDAT01Y.
017200*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
017300 LINKAGE SECTION.
017400*
017500******************************************************************
035100            ACCT-PAY-DUE-DATE    DELIMITED BY SIZE
035200       INTO CMB-PRINT-LINE
035300     END-STRING
035400     WRITE CMB-PRINT-LINE
000000     PERFORM 3400-WRITE-MINPAY-WARNING
000000         THRU 3400-WRITE-MINPAY-WARNING-EXIT.
035500 3300-WRITE-ACCOUNT-SUMMARY-EXIT.
035600     EXIT.
035700*
000000******************************************************************
000000* EACH ACCOUNT CARRIES ITS OWN MINIMUM PAYMENT WARNING, WORKED OUT
000000* BY CBMPD01C EXACTLY AS CBSTM01C WORKS IT FOR THE ACCOUNT'S OWN
000000* (ARCHIVED) STATEMENT, SO THE TWO DOCUMENTS AGREE - SEE CBSTM01C
000000* 3100/5350 FOR THE RULES.
000000******************************************************************
000000 3400-WRITE-MINPAY-WARNING.
000000     MOVE ACCT-GROUP-ID          TO MPD-GROUP-ID
000000     COMPUTE MPD-BALANCE = ACCT-CURR-BAL - ACCT-INSTL-BAL
000000     MOVE ACCT-CASH-ADV-BAL      TO MPD-CASH-BAL
000000     MOVE ACCT-PURCH-APR         TO MPD-PURCH-APR
000000     MOVE ACCT-CASH-APR          TO MPD-CASH-APR
000000     MOVE ACCT-PROMO-APR         TO MPD-PROMO-APR
000000     MOVE ACCT-PROMO-APR-END-DATE TO MPD-PROMO-END-DATE
000000     CALL 'CBMPD01C' USING MINPAY-DISCLOSURE-PARM
000000     IF MPD-NOT-SHOWN
000000         GO TO 3400-WRITE-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE SPACES                 TO CMB-PRINT-LINE
000000     STRING '    MINIMUM PAYMENT WARNING: IF YOU MAKE ONLY '
000000                                 DELIMITED BY SIZE
000000            'THE MINIMUM PAYMENT'   DELIMITED BY SIZE
000000       INTO CMB-PRINT-LINE
000000     END-STRING
000000     WRITE CMB-PRINT-LINE
000000     MOVE SPACES                 TO CMB-PRINT-LINE
000000     STRING '    EACH PERIOD, YOU WILL PAY MORE IN INTEREST AND '
000000                                 DELIMITED BY SIZE
000000            'IT WILL TAKE YOU'      DELIMITED BY SIZE
000000       INTO CMB-PRINT-LINE
000000     END-STRING
000000     WRITE CMB-PRINT-LINE
000000     MOVE SPACES                 TO CMB-PRINT-LINE
000000     STRING '    LONGER TO PAY OFF THE BALANCE. IF YOU MAKE NO '
000000                                 DELIMITED BY SIZE
000000            'ADDITIONAL CHARGES AND PAY:' DELIMITED BY SIZE
000000       INTO CMB-PRINT-LINE
000000     END-STRING
000000     WRITE CMB-PRINT-LINE
000000     MOVE SPACES                 TO CMB-PRINT-LINE
000000     IF MPD-NEVER-PAID-OFF
000000         STRING '      MINIMUM ONLY  '  DELIMITED BY SIZE
000000                'YOU WILL NOT PAY OFF THE BALANCE'
000000                                 DELIMITED BY SIZE
000000           INTO CMB-PRINT-LINE
000000         END-STRING
000000     ELSE
000000         MOVE MPD-MIN-MONTHS     TO WS-MPD-TERM-MONTHS
000000         PERFORM 3410-FORMAT-TERM THRU 3410-FORMAT-TERM-EXIT
000000         COMPUTE WS-MPD-DOLLARS ROUNDED = MPD-MIN-TOTAL
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         STRING '      MINIMUM ONLY  PAID OFF IN '
000000                                 DELIMITED BY SIZE
000000                WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000                ' TOTAL COST '       DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO CMB-PRINT-LINE
000000         END-STRING
000000     END-IF
000000     WRITE CMB-PRINT-LINE
000000     IF MPD-36-PAYMENT = ZERO
000000         GO TO 3400-WRITE-MINPAY-WARNING-EXIT
000000     END-IF
000000     MOVE MPD-36-PAYMENT         TO WS-MPD-PAY-EDIT
000000     MOVE 36                     TO WS-MPD-TERM-MONTHS
000000     PERFORM 3410-FORMAT-TERM THRU 3410-FORMAT-TERM-EXIT
000000     COMPUTE WS-MPD-DOLLARS ROUNDED = MPD-36-TOTAL
000000     MOVE WS-MPD-DOLLARS         TO WS-MPD-DOLLAR-EDIT
000000     MOVE SPACES                 TO CMB-PRINT-LINE
000000     STRING '      '             DELIMITED BY SIZE
000000            WS-MPD-PAY-EDIT      DELIMITED BY SIZE
000000            '   PAID OFF IN '    DELIMITED BY SIZE
000000            WS-MPD-TERM-TEXT     DELIMITED BY SIZE
000000            ' TOTAL COST '       DELIMITED BY SIZE
000000            WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000       INTO CMB-PRINT-LINE
000000     END-STRING
000000     WRITE CMB-PRINT-LINE
000000     IF MPD-NEVER-PAID-OFF
000000         GO TO 3400-WRITE-MINPAY-WARNING-EXIT
000000     END-IF
000000     COMPUTE WS-MPD-DOLLARS ROUNDED = MPD-MIN-TOTAL - MPD-36-TOTAL
000000     IF WS-MPD-DOLLARS > ZERO
000000         MOVE WS-MPD-DOLLARS     TO WS-MPD-DOLLAR-EDIT
000000         MOVE SPACES             TO CMB-PRINT-LINE
000000         STRING '      SAVINGS PAYING IT OFF IN 3 YEARS '
000000                                 DELIMITED BY SIZE
000000                WS-MPD-DOLLAR-EDIT   DELIMITED BY SIZE
000000           INTO CMB-PRINT-LINE
000000         END-STRING
000000         WRITE CMB-PRINT-LINE
000000     END-IF.
000000 3400-WRITE-MINPAY-WARNING-EXIT.
000000     EXIT.
000000*
000000 3410-FORMAT-TERM.
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
000000 3410-FORMAT-TERM-EXIT.
000000     EXIT.
000000*
035800******************************************************************
035900* ITEMIZE THE ACCOUNT'S CYCLE - EVERY CARD ON CARDAIX, EVERY
036000* TRANCARD ROW PROCESSED INSIDE THE CYCLE WINDOW - THE SAME
046600     MOVE ZERO                   TO STA-CASH-ADV-BAL
046700     MOVE 'N'                    TO STA-OVERLIMIT-IND
046800     MOVE ZERO                   TO STA-POINTS-BAL
000000*    THE WARNINGS ARE PER ACCOUNT AND ARCHIVED ON EACH
000000*    ACCOUNT'S OWN STMTARCH ROW - NONE AT CUSTOMER LEVEL.
000000     MOVE 'N'                    TO STA-MPD-RESULT
000000     MOVE ZERO                   TO STA-MPD-MIN-MONTHS
000000     MOVE ZERO                   TO STA-MPD-MIN-TOTAL
000000     MOVE ZERO                   TO STA-MPD-36-PAYMENT
000000     MOVE ZERO                   TO STA-MPD-36-TOTAL
046900     WRITE STMT-ARCHIVE-RECORD
047000         INVALID KEY
047100             REWRITE STMT-ARCHIVE-RECORD
048100         MOVE WS-CUST-KEY-11     TO EST-ACCT-ID
048200         MOVE CUST-EMAIL-ADDRESS TO EST-EMAIL
048300         MOVE WS-CUST-KEY-11     TO EST-REF-ACCT-ID
000000         MOVE WS-CURDATE-YYYY-MM-DD TO EST-REF-CYCLE-DATE
000000         MOVE CUST-LANG-CD       TO EST-LANG-CD
000000         WRITE ESTMT-EXTRACT-RECORD
000000         ADD 1                   TO WS-ESTMT-COUNT
048600     ELSE
048700         SET DLV-BY-PRINT        TO TRUE
048800         MOVE SPACES             TO DLV-EMAIL
049500 6000-ARCHIVE-AND-DELIVER-EXIT.
049600     EXIT.
049700*
000000******************************************************************
000000* REGISTER THE COMBINED E-STATEMENT EXTRACT (CMBESTM) ON THE
000000* OUTBOUND FILE REGISTRY SO ITS TRANSMISSION AND THE E-MAIL
000000* SERVICE'S ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C).
000000* A RUN THAT FAILED SENDS NOTHING AND REGISTERS NOTHING. THE
000000* CALL LEAVES ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS
000000* PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'CMBESTM'              TO OBP-FILE-NAME
000000     MOVE 'EMAILSVC'             TO OBP-PARTNER-CD
000000     MOVE 'CBSTM02C'             TO OBP-JOB-NAME
000000     MOVE WS-ESTMT-COUNT         TO OBP-REC-COUNT
000000     MOVE ZERO                   TO OBP-AMT-TOTAL
000000     MOVE 024                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBSTM02C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
049800 9000-TERMINATE.
049900     CLOSE CUSTOMER-FILE
050000     CLOSE XREF-AIX-FILE
050700     CLOSE CMB-PRINT-FILE
050800     DISPLAY 'CBSTM02C - CUSTOMERS READ: ' WS-CUST-COUNT
050900     DISPLAY 'CBSTM02C - COMBINED STATEMENTS: ' WS-STMT-COUNT
000000     DISPLAY 'CBSTM02C - E-STATEMENTS: ' WS-ESTMT-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
051000     PERFORM 9200-LOG-JOB-STATUS
051100         THRU 9200-LOG-JOB-STATUS-EXIT.
051200 9000-TERMINATE-EXIT.
