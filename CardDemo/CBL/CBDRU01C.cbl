000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - DISASTER RECOVERY
001100*                     UNLOAD OF THE VSAM MASTERS.
000000* 2026-10-15  MAINT   ROWS UNDER LEGAL HOLD ARE COUNTED AS THEY
000000*                     ARE UNLOADED; A NON-ZERO COUNT RAISES AN
000000*                     OPS ALERT TO RETAIN THE IMAGE GENERATION.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       APPLICATION-LEVEL DR UNLOAD. EACH VSAM MASTER
002300*                DISCIPLINE CBTRN03C APPLIES TO THE MERCHANT
002400*                FEED, POINTED AT OURSELVES. RUN NIGHTLY AFTER
002500*                THE BATCH STREAM, WHILE THE MASTERS ARE QUIET.
000000*                A ROW TIED TO AN ACCOUNT OR CUSTOMER UNDER
000000*                LEGAL HOLD (CBLGH01C) IS STILL UNLOADED - THE
000000*                IMAGE MUST BALANCE AND RESTORE WHOLE - BUT IS
000000*                COUNTED, AND ANY HELD ROW RAISES AN LGHD ALERT
000000*                SO OPERATIONS KEEP THAT IMAGE GENERATION OUT OF
000000*                THE NORMAL GDG ROLL-OFF UNTIL THE HOLD LIFTS.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
013500 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
013600     88 WS-END-OF-MASTER              VALUE 'Y'.
013700 01  WS-REC-COUNT                     PIC 9(09) VALUE ZERO.
000000 01  WS-HELD-COUNT                    PIC 9(09) VALUE ZERO.
013800 01  WS-AMT-TOTAL                     PIC S9(11)V99 COMP-3
013900                                      VALUE ZERO.
014000 01  WS-ABEND-REASON-TEXT             PIC X(50).
015700*
015800 COPY CSDAT01Y.
015900*
000000******************************************************************
000000* LEGAL HOLD CHECK PARAMETER - SEE CBLGH01C.
000000******************************************************************
000000 COPY CVLGH02Y.
000000*
016000 LINKAGE SECTION.
016100*
016200******************************************************************
026800     MOVE ACCOUNT-RECORD         TO UNLOAD-RECORD
026900     WRITE UNLOAD-RECORD
027000     ADD 1                       TO WS-REC-COUNT
000000     MOVE ACCT-ID                TO LHP-ACCT-ID
000000     MOVE ZERO                   TO LHP-CUST-ID
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     PERFORM 8100-COUNT-LEGAL-HOLD
000000         THRU 8100-COUNT-LEGAL-HOLD-EXIT
027100     ADD ACCT-CURR-BAL           TO WS-AMT-TOTAL.
027200 2010-NEXT-ACCOUNT-EXIT.
027300     EXIT.
029500     MOVE SPACES                 TO UNLOAD-RECORD
029600     MOVE CUSTOMER-RECORD        TO UNLOAD-RECORD
029700     WRITE UNLOAD-RECORD
029800     ADD 1                       TO WS-REC-COUNT
000000     MOVE ZERO                   TO LHP-ACCT-ID
000000     MOVE CUST-ID                TO LHP-CUST-ID
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     PERFORM 8100-COUNT-LEGAL-HOLD
000000         THRU 8100-COUNT-LEGAL-HOLD-EXIT.
029900 2110-NEXT-CUSTOMER-EXIT.
030000     EXIT.
030100*
032200     MOVE SPACES                 TO UNLOAD-RECORD
032300     MOVE CARD-RECORD            TO UNLOAD-RECORD
032400     WRITE UNLOAD-RECORD
032500     ADD 1                       TO WS-REC-COUNT
000000     MOVE CARD-ACCT-ID           TO LHP-ACCT-ID
000000     MOVE ZERO                   TO LHP-CUST-ID
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     PERFORM 8100-COUNT-LEGAL-HOLD
000000         THRU 8100-COUNT-LEGAL-HOLD-EXIT.
032600 2210-NEXT-CARD-EXIT.
032700     EXIT.
032800*
035000     MOVE TRAN-RECORD            TO UNLOAD-RECORD
035100     WRITE UNLOAD-RECORD
035200     ADD 1                       TO WS-REC-COUNT
000000     MOVE ZERO                   TO LHP-ACCT-ID
000000     MOVE ZERO                   TO LHP-CUST-ID
000000     MOVE TRAN-CARD-NUM          TO LHP-CARD-NUM
000000     PERFORM 8100-COUNT-LEGAL-HOLD
000000         THRU 8100-COUNT-LEGAL-HOLD-EXIT
035300     ADD TRAN-AMT                TO WS-AMT-TOTAL.
035400 2310-NEXT-TRAN-EXIT.
035500     EXIT.
037700     MOVE SPACES                 TO UNLOAD-RECORD
037800     MOVE ACCT-CUST-XREF-RECORD  TO UNLOAD-RECORD
037900     WRITE UNLOAD-RECORD
038000     ADD 1                       TO WS-REC-COUNT
000000     MOVE XRF-ACCT-ID            TO LHP-ACCT-ID
000000     MOVE ZERO                   TO LHP-CUST-ID
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     PERFORM 8100-COUNT-LEGAL-HOLD
000000         THRU 8100-COUNT-LEGAL-HOLD-EXIT.
038100 2410-NEXT-XREF-EXIT.
038200     EXIT.
038300*
040500     MOVE PAYMENT-RECORD         TO UNLOAD-RECORD
040600     WRITE UNLOAD-RECORD
040700     ADD 1                       TO WS-REC-COUNT
000000     MOVE PAY-ACCT-ID            TO LHP-ACCT-ID
000000     MOVE ZERO                   TO LHP-CUST-ID
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     PERFORM 8100-COUNT-LEGAL-HOLD
000000         THRU 8100-COUNT-LEGAL-HOLD-EXIT
040800     ADD PAY-AMOUNT              TO WS-AMT-TOTAL.
040900 2510-NEXT-PAYMENT-EXIT.
041000     EXIT.
043300     MOVE DISPUTE-CASE-RECORD    TO UNLOAD-RECORD
043400     WRITE UNLOAD-RECORD
043500     ADD 1                       TO WS-REC-COUNT
000000     MOVE DSP-ACCT-ID            TO LHP-ACCT-ID
000000     MOVE ZERO                   TO LHP-CUST-ID
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     PERFORM 8100-COUNT-LEGAL-HOLD
000000         THRU 8100-COUNT-LEGAL-HOLD-EXIT
043600     ADD DSP-AMT                 TO WS-AMT-TOTAL.
043700 2610-NEXT-DISPUTE-EXIT.
043800     EXIT.
046100     MOVE AUTH-HOLD-RECORD       TO UNLOAD-RECORD
046200     WRITE UNLOAD-RECORD
046300     ADD 1                       TO WS-REC-COUNT
000000     MOVE AUT-ACCT-ID            TO LHP-ACCT-ID
000000     MOVE ZERO                   TO LHP-CUST-ID
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     PERFORM 8100-COUNT-LEGAL-HOLD
000000         THRU 8100-COUNT-LEGAL-HOLD-EXIT
046400     ADD AUT-AMOUNT              TO WS-AMT-TOTAL.
046500 2710-NEXT-AUTH-EXIT.
046600     EXIT.
046700*
000000******************************************************************
000000* EVERY ROW IS UNLOADED REGARDLESS; ONE TIED TO A HELD ACCOUNT OR
000000* CUSTOMER (OR WHOSE HOLD STATUS CANNOT BE READ) IS COUNTED.
000000******************************************************************
000000 8100-COUNT-LEGAL-HOLD.
000000     SET LHP-ACTION-CHECK        TO TRUE
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
000000     IF NOT LHP-NOT-HELD
000000         ADD 1                   TO WS-HELD-COUNT
000000     END-IF.
000000 8100-COUNT-LEGAL-HOLD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* NON-FATAL: THE IMAGE IS GOOD, BUT IT CARRIES HELD ROWS, SO
000000* OPERATIONS ARE TOLD TO RETAIN THIS GENERATION PAST ITS ROLL-OFF.
000000******************************************************************
000000 8200-ALERT-LEGAL-HOLD.
000000     MOVE 'LGHD'                 TO ABEND-CODE
000000     MOVE 'CBDRU01C'             TO ABEND-CULPRIT
000000     MOVE SPACES                 TO ABEND-REASON
000000     STRING 'RETAIN DR IMAGE '    DELIMITED BY SIZE
000000            WS-UNLOAD-TARGET     DELIMITED BY SPACE
000000            ' - LEGAL HOLD'      DELIMITED BY SIZE
000000       INTO ABEND-REASON
000000     END-STRING
000000     MOVE SPACES                 TO ABEND-MSG
000000     STRING ABEND-REASON         DELIMITED BY '  '
000000            ' - HELD ROWS '      DELIMITED BY SIZE
000000            WS-HELD-COUNT        DELIMITED BY SIZE
000000       INTO ABEND-MSG
000000     END-STRING
000000     OPEN EXTEND ALERT-QUEUE-FILE
000000     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
000000     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
000000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
000000     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
000000     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
000000     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
000000     WRITE OPS-ALERT-RECORD
000000     CLOSE ALERT-QUEUE-FILE.
000000 8200-ALERT-LEGAL-HOLD-EXIT.
000000     EXIT.
000000*
046800 9000-TERMINATE.
046900     CLOSE UNLOAD-FILE
047000     DISPLAY 'CBDRU01C - TARGET: ' WS-UNLOAD-TARGET
047100     DISPLAY 'CBDRU01C - ROWS UNLOADED: ' WS-REC-COUNT
000000     DISPLAY 'CBDRU01C - ROWS UNDER LEGAL HOLD: ' WS-HELD-COUNT
000000     IF WS-HELD-COUNT > ZERO
000000         PERFORM 8200-ALERT-LEGAL-HOLD
000000             THRU 8200-ALERT-LEGAL-HOLD-EXIT
000000     END-IF
000000     SET LHP-ACTION-CLOSE        TO TRUE
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
047200     PERFORM 9200-LOG-JOB-STATUS
047300         THRU 9200-LOG-JOB-STATUS-EXIT.
047400 9000-TERMINATE-EXIT.
