000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - ANNUAL PER-STATE
001100*                     ESCHEATMENT REMITTANCE.
000000* 2026-10-15  MAINT   ROWS FOR AN ACCOUNT OR CUSTOMER UNDER LEGAL
000000*                     HOLD ARE NOT ESCHEATED; COUNTED ON THE
000000*                     REPORT AND CONSOLE.
000000* 2026-10-15  MAINT   REGISTER THE STATE REMITTANCE FILE (ESCREMT)
000000*                     ON THE OUTBOUND FILE REGISTRY (CBOBF01C) AS
000000*                     THE RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ANNUAL ESCHEATMENT RUN OVER THE TRACKING FILE
002700*                ON THE TRACKING FILE LEAVES THE PIPELINE AND IS
002800*                NEVER REMITTED. RUN ANNUALLY, AHEAD OF THE
002900*                STATES' FILING DEADLINES.
000000*                A DUE ROW WHOSE ACCOUNT OR CUSTOMER IS UNDER
000000*                LEGAL HOLD (CBLGH01C) IS LEFT DILIGENCE-SENT
000000*                AND COUNTED AS HELD; IT ESCHEATS ON THE FIRST
000000*                RUN AFTER THE HOLD IS RELEASED.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
012000     88 WS-END-OF-ESCHEAT             VALUE 'Y'.
012100 01  WS-ROW-COUNT                     PIC 9(07) VALUE ZERO.
012200 01  WS-ESCHEATED-COUNT               PIC 9(07) VALUE ZERO.
000000 01  WS-HELD-COUNT                    PIC 9(07) VALUE ZERO.
012300 01  WS-ESCHEATED-AMT                 PIC S9(11)V99 COMP-3
012400                                      VALUE ZERO.
012500 01  WS-ABEND-REASON-TEXT             PIC X(50).
014900*
015000 COPY CSDAT01Y.
015100*
000000******************************************************************
000000* LEGAL HOLD CHECK PARAMETER - SEE CBLGH01C.
000000******************************************************************
000000 COPY CVLGH02Y.
000000*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
015200 LINKAGE SECTION.
015300*
015400******************************************************************
020500******************************************************************
020600* A DILIGENCE-SENT ROW WHOSE LETTER WINDOW HAS RUN OUT
020700* ESCHEATS; ANYTHING CLAIMED, STILL AGING, OR ALREADY REMITTED
020800* IS LEFT ALONE, SO A RERUN REMITS NOTHING TWICE. A DUE ROW
000000* UNDER LEGAL HOLD (OR WHOSE HOLD STATUS CANNOT BE READ) WAITS.
020900******************************************************************
021000 2000-SWEEP-ESCHEAT.
021100     READ ESCHEAT-FILE NEXT RECORD
023100     IF WS-AGE-DAYS < ESP-DILIGENCE-DAYS
023200         GO TO 2000-SWEEP-ESCHEAT-EXIT
023300     END-IF
000000     SET LHP-ACTION-CHECK        TO TRUE
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     MOVE ESC-ACCT-ID            TO LHP-ACCT-ID
000000     MOVE ESC-CUST-ID            TO LHP-CUST-ID
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
000000     IF NOT LHP-NOT-HELD
000000         ADD 1                   TO WS-HELD-COUNT
000000         GO TO 2000-SWEEP-ESCHEAT-EXIT
000000     END-IF
023400     PERFORM 3000-ESCHEAT-ONE-ROW
023500         THRU 3000-ESCHEAT-ONE-ROW-EXIT.
023600 2000-SWEEP-ESCHEAT-EXIT.
035200            WS-AMT-EDIT          DELIMITED BY SIZE
035300       INTO ESC-RPT-LINE
035400     END-STRING
035500     WRITE ESC-RPT-LINE
000000     MOVE SPACES                 TO ESC-RPT-LINE
000000     STRING 'HELD UNDER LEGAL HOLD, NOT ESCHEATED  ITEMS='
000000                                 DELIMITED BY SIZE
000000            WS-HELD-COUNT        DELIMITED BY SIZE
000000       INTO ESC-RPT-LINE
000000     END-STRING
000000     WRITE ESC-RPT-LINE.
035600 7500-WRITE-REPORT-EXIT.
035700     EXIT.
035800*
000000******************************************************************
000000* REGISTER THE STATE REMITTANCE FILE (ESCREMT) ON THE OUTBOUND
000000* FILE REGISTRY SO ITS TRANSMISSION AND THE STATE'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'ESCREMT'              TO OBP-FILE-NAME
000000     MOVE 'STATE'                TO OBP-PARTNER-CD
000000     MOVE 'CBESC02C'             TO OBP-JOB-NAME
000000     MOVE WS-ESCHEATED-COUNT     TO OBP-REC-COUNT
000000     MOVE WS-ESCHEATED-AMT       TO OBP-AMT-TOTAL
000000     MOVE 072                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBESC02C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
035900 9000-TERMINATE.
036000     CLOSE ESCHEAT-FILE
036100     CLOSE ESC-STATE-FILE
036400     CLOSE ESC-RPT-FILE
036500     DISPLAY 'CBESC02C - TRACKING ROWS READ: ' WS-ROW-COUNT
036600     DISPLAY 'CBESC02C - ROWS ESCHEATED: ' WS-ESCHEATED-COUNT
000000     DISPLAY 'CBESC02C - ROWS HELD UNDER LEGAL HOLD: '
000000         WS-HELD-COUNT
000000     SET LHP-ACTION-CLOSE        TO TRUE
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
036700     PERFORM 9200-LOG-JOB-STATUS
036800         THRU 9200-LOG-JOB-STATUS-EXIT.
036900 9000-TERMINATE-EXIT.
