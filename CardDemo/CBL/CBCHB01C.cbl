000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - OUTBOUND CHARGEBACK
001100*                     EXTRACT TO THE CARD NETWORK.
000000* 2026-10-15  MAINT   REGISTER THE CHARGEBACK EXTRACT (CHBEXTR) ON
000000*                     THE OUTBOUND FILE REGISTRY (CBOBF01C) AS THE
000000*                     RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       PURSUES THE MONEY CBDSP01C ONLY BOOKED. EVERY
009300*
009400 COPY CSDAT01Y.
009500*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
009600 LINKAGE SECTION.
009700*
009800******************************************************************
021100 7000-WRITE-TRAILER-EXIT.
021200     EXIT.
021300*
000000******************************************************************
000000* REGISTER THE CHARGEBACK EXTRACT (CHBEXTR) ON THE OUTBOUND FILE
000000* REGISTRY SO ITS TRANSMISSION AND THE CARD NETWORK'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'CHBEXTR'              TO OBP-FILE-NAME
000000     MOVE 'CARDNET'              TO OBP-PARTNER-CD
000000     MOVE 'CBCHB01C'             TO OBP-JOB-NAME
000000     MOVE WS-SENT-COUNT          TO OBP-REC-COUNT
000000     MOVE WS-SENT-AMT-TOTAL      TO OBP-AMT-TOTAL
000000     MOVE 024                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBCHB01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
021400 9000-TERMINATE.
021500     CLOSE DISPUTE-FILE
021600     CLOSE TRAN-MASTER-FILE
021700     CLOSE CHB-EXTRACT-FILE
021800     DISPLAY 'CBCHB01C - CASES READ: ' WS-CASE-COUNT
021900     DISPLAY 'CBCHB01C - CHARGEBACKS SENT: ' WS-SENT-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
022000     PERFORM 9200-LOG-JOB-STATUS
022100         THRU 9200-LOG-JOB-STATUS-EXIT.
022200 9000-TERMINATE-EXIT.
