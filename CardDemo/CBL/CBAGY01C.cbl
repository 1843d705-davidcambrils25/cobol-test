000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - COLLECTION AGENCY
001100*                     PLACEMENT EXTRACT.
000000* 2026-10-15  MAINT   AN ACCOUNT UNDER LEGAL HOLD IS NOT PLACED -
000000*                     COUNTED AND LISTED ON THE CONSOLE.
000000* 2026-10-15  MAINT   REGISTER THE AGENCY PLACEMENT FILE (AGYPLCE)
000000*                     ON THE OUTBOUND FILE REGISTRY (CBOBF01C) AS
000000*                     THE RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       PLACES CHARGED-OFF ACCOUNTS WITH THE OUTSIDE
002600*                ACCOUNT THE AGENCY OWNS. THE AGENCY'S ANSWERS
002700*                COME BACK ON THE CBAGY02C RETURN FEED. RUN AT
002800*                CYCLE END AFTER CBCHO01C.
000000*                AN ACCOUNT (OR ITS CUSTOMER) UNDER LEGAL HOLD
000000*                (CBLGH01C) STAYS UNPLACED - ITS RECORDS DO NOT
000000*                LEAVE THE HOUSE - AND GOES OUT ON THE FIRST RUN
000000*                AFTER THE HOLD IS RELEASED.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
010600 01  WS-CHGOFF-COUNT                  PIC 9(07) VALUE ZERO.
010700 01  WS-PLACED-COUNT                  PIC 9(07) VALUE ZERO.
010800 01  WS-NO-CUST-COUNT                 PIC 9(07) VALUE ZERO.
000000 01  WS-HELD-COUNT                    PIC 9(07) VALUE ZERO.
010900 01  WS-PLACED-AMT-TOTAL              PIC S9(11)V99 COMP-3
011000                                      VALUE ZERO.
011100 01  WS-ABEND-REASON-TEXT             PIC X(50).
012700*
012800 COPY CSDAT01Y.
012900*
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
013000 LINKAGE SECTION.
013100*
013200******************************************************************
019600* RESOLVE THE CUSTOMER THROUGH THE ACCOUNT CROSS-REFERENCE - AN
019700* ACCOUNT WITH NO CUSTOMER ON FILE IS COUNTED AND LEFT UNPLACED
019800* FOR FOLLOW-UP, THE SAME RULE CBACH01C APPLIES TO A MISSING EFT
019900* ACCOUNT. THE BALANCE PLACED IS WHAT REMAINS UNRECOVERED. AN
000000* ACCOUNT OR CUSTOMER UNDER LEGAL HOLD - OR WHOSE HOLD STATUS
000000* CANNOT BE READ - IS REFUSED AND LEFT UNPLACED.
020000******************************************************************
020100 3000-WRITE-PLACEMENT.
020200     MOVE CHO-ACCT-ID            TO XRF-ACCT-ID
021000             ADD 1               TO WS-NO-CUST-COUNT
021100             GO TO 3000-WRITE-PLACEMENT-EXIT
021200     END-READ
000000     SET LHP-ACTION-CHECK        TO TRUE
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     MOVE CHO-ACCT-ID            TO LHP-ACCT-ID
000000     MOVE CUST-ID                TO LHP-CUST-ID
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
000000     IF NOT LHP-NOT-HELD
000000         ADD 1                   TO WS-HELD-COUNT
000000         DISPLAY 'CBAGY01C - LEGAL HOLD, NOT PLACED: '
000000             CHO-ACCT-ID ' MATTER ' LHP-MATTER-NO
000000         GO TO 3000-WRITE-PLACEMENT-EXIT
000000     END-IF
021300     COMPUTE WS-PLACED-BAL =
021400         CHO-ORIG-BAL - CHO-RECOVERED-AMT
021500     MOVE SPACES                 TO AGY-PLACE-RECORD
029200 7000-WRITE-TRAILER-EXIT.
029300     EXIT.
029400*
000000******************************************************************
000000* REGISTER THE AGENCY PLACEMENT FILE (AGYPLCE) ON THE OUTBOUND
000000* FILE REGISTRY SO ITS TRANSMISSION AND THE COLLECTION AGENCY'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'AGYPLCE'              TO OBP-FILE-NAME
000000     MOVE 'AGENCY'               TO OBP-PARTNER-CD
000000     MOVE 'CBAGY01C'             TO OBP-JOB-NAME
000000     MOVE WS-PLACED-COUNT        TO OBP-REC-COUNT
000000     MOVE WS-PLACED-AMT-TOTAL    TO OBP-AMT-TOTAL
000000     MOVE 048                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBAGY01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
029500 9000-TERMINATE.
029600     CLOSE CHARGE-OFF-FILE
029700     CLOSE XREF-FILE
030000     DISPLAY 'CBAGY01C - CHGOFF ROWS READ: ' WS-CHGOFF-COUNT
030100     DISPLAY 'CBAGY01C - ACCOUNTS PLACED: ' WS-PLACED-COUNT
030200     DISPLAY 'CBAGY01C - NO CUSTOMER ON FILE: ' WS-NO-CUST-COUNT
000000     DISPLAY 'CBAGY01C - REFUSED UNDER LEGAL HOLD: ' WS-HELD-COUNT
000000     SET LHP-ACTION-CLOSE        TO TRUE
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
030300     PERFORM 9200-LOG-JOB-STATUS
030400         THRU 9200-LOG-JOB-STATUS-EXIT.
030500 9000-TERMINATE-EXIT.
