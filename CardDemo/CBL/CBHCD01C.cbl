000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - HOT-CARD EXTRACT TO THE
001100*                     AUTHORIZATION NETWORK.
000000* 2026-10-15  MAINT   REGISTER THE HOT-CARD EXTRACT (HOTCARD) ON
000000*                     THE OUTBOUND FILE REGISTRY (CBOBF01C) AS THE
000000*                     RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WALKS THE CARD MASTER AND SENDS THE
008500*
008600 COPY CSDAT01Y.
008700*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
008800 LINKAGE SECTION.
008900*
009000******************************************************************
016300 7000-WRITE-TRAILER-EXIT.
016400     EXIT.
016500*
000000******************************************************************
000000* REGISTER THE HOT-CARD EXTRACT (HOTCARD) ON THE OUTBOUND FILE
000000* REGISTRY SO ITS TRANSMISSION AND THE CARD NETWORK'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'HOTCARD'              TO OBP-FILE-NAME
000000     MOVE 'CARDNET'              TO OBP-PARTNER-CD
000000     MOVE 'CBHCD01C'             TO OBP-JOB-NAME
000000     MOVE WS-HOT-COUNT           TO OBP-REC-COUNT
000000     MOVE ZERO                   TO OBP-AMT-TOTAL
000000     MOVE 004                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBHCD01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
016600 9000-TERMINATE.
016700     CLOSE CARD-FILE
016800     CLOSE HOT-CARD-FILE
016900     DISPLAY 'CBHCD01C - CARDS READ: ' WS-CARD-COUNT
017000     DISPLAY 'CBHCD01C - HOT CARDS EXTRACTED: ' WS-HOT-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
017100     PERFORM 9200-LOG-JOB-STATUS
017200         THRU 9200-LOG-JOB-STATUS-EXIT.
017300 9000-TERMINATE-EXIT.
