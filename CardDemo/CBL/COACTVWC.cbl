000000*                     TABLE(S) WHEN THE FILE IS ABSENT.
000000* 2026-08-22  MAINT   SHOW THE ACCOUNT'S OPEN AUTHORIZATION
000000*                     HOLD TOTAL (AUTHFILE) ON THE VIEW.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 11 ENTRIES FOR
000000*                     THE 'S' SANCTIONS FREEZE.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 12 ENTRIES. A
000000*                     CLOSED ACCOUNT SHOWS ITS ACCT-CLOSE-REASON-
000000*                     CD REASON (E.G. SETTLED FOR LESS).
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 13 ENTRIES FOR
000000*                     THE 'C' TRANSFERRED REASON 'XFER' (ACCOUNT
000000*                     RENUMBERING).
000000* 2026-10-15  MAINT   A VIEW OF AN ACCOUNT LINKED TO THE USER ON
000000*                     EMPLINK IS FLAGGED ON THE SCREEN AND ON THE
000000*                     USRACT ROW (UAL-INSIDER-FLAG), AND LOGGED BY
000000*                     COEMPSVC.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ACCOUNT VIEW - DISPLAYS ACCOUNT AND CUSTOMER
000000         88  WS-REF-FOUND        VALUE 'Y'.
000000*
004800 COPY COCOM01Y.
000000 COPY CVEMP02Y.
005000*
005100 LINKAGE SECTION.
005200 01  DFHCOMMAREA                 PIC X(400).
009700     PERFORM 5000-RESOLVE-STATUS-REASON
009800         THRU 5000-RESOLVE-STATUS-REASON-EXIT
009900     PERFORM 6000-POPULATE-SCREEN THRU 6000-POPULATE-SCREEN-EXIT
000000     PERFORM 6400-CHECK-INSIDER THRU 6400-CHECK-INSIDER-EXIT
009910     PERFORM 6500-LOG-ACTIVITY THRU 6500-LOG-ACTIVITY-EXIT.
010000 3000-PROCESS-INPUT-EXIT.
010100     EXIT.
012400* RESOLVE THE ACCOUNT STATUS INTO A PLAIN LANGUAGE REASON. WHEN
012500* MULTIPLE REASONS SHARE A STATUS CODE (E.G. DELINQUENCY AGING)
012600* THE FIRST TABLE ENTRY FOR THAT STATUS IS TAKEN AS THE HEADLINE
012700* REASON - EXCEPT A CLOSED ACCOUNT, WHICH SHOWS THE CLOSURE
000000* REASON STAMPED ON ACCT-CLOSE-REASON-CD WHEN THERE IS ONE.
012800******************************************************************
012900 5000-RESOLVE-STATUS-REASON.
013000     MOVE ACCT-STATUS-REASON-VALUES TO ACCT-STATUS-REASON-TABLE
013100     MOVE 'N'                    TO WS-FOUND-SW
013200     MOVE SPACES                 TO ASTREASO
013300     PERFORM VARYING ASR-IDX FROM 1 BY 1
013400             UNTIL ASR-IDX > 13 OR WS-REASON-FOUND
013500         IF ASR-STATUS-CD (ASR-IDX) = ACCT-ACTIVE-STATUS
000000            AND (ACCT-ACTIVE-STATUS NOT = 'C'
000000              OR ACCT-CLOSE-REASON-CD = SPACES
000000              OR ASR-REASON-CD (ASR-IDX) = ACCT-CLOSE-REASON-CD)
013600             MOVE ASR-REASON-DESC (ASR-IDX) TO ASTREASO
013700             MOVE 'Y'            TO WS-FOUND-SW
013800         END-IF
015500 6000-POPULATE-SCREEN-EXIT.
015600     EXIT.
015650*
000000******************************************************************
000000* A VIEW OF AN ACCOUNT LINKED TO THE USER ON EMPLINK GOES AHEAD
000000* BUT IS FLAGGED - ON THE SCREEN, ON THE USRACT ROW AND ON THE
000000* COEMPSVC ATTEMPT LOG.
000000******************************************************************
000000 6400-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE ACCT-ID                TO EMC-ACCT-ID
000000     MOVE ZERO                   TO EMC-CUST-ID
000000     MOVE WS-PGMNAME             TO EMC-PGMNAME
000000     SET EMC-ACCESS-VIEW         TO TRUE
000000     SET EMC-NOT-LINKED          TO TRUE
000000     EXEC CICS
000000         LINK PROGRAM('COEMPSVC')
000000         COMMAREA(INSIDER-CHECK-PARM)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         SET EMC-NOT-LINKED      TO TRUE
000000     END-IF
000000     IF EMC-LINKED
000000         MOVE EMC-MESSAGE        TO ERRMSGO
000000     END-IF.
000000 6400-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
015660******************************************************************
015670* RECORD THE VIEW ON THE USER'S ACTIVITY TRAIL (SEE COUSR04C).
015680******************************************************************
015730     MOVE WS-PGMNAME             TO UAL-PGMNAME
015740     MOVE 'VIEW'                 TO UAL-ACTION
015750     MOVE ACCT-ID                TO UAL-ACCT-ID
000000     IF EMC-LINKED
000000         SET UAL-INSIDER-ACCESS  TO TRUE
000000     ELSE
000000         MOVE 'N'                TO UAL-INSIDER-FLAG
000000     END-IF
015760     EXEC CICS
015770         WRITE DATASET('USRACT')
015780         FROM(USER-ACTIVITY-RECORD)
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-FOUND-SW
000000     PERFORM VARYING ASR-IDX FROM 1 BY 1
000000             UNTIL ASR-IDX > 13 OR WS-REF-FOUND
000000         IF ASR-STATUS-CD (ASR-IDX) = SRN-STATUS-CD
000000            OR ASR-STATUS-CD (ASR-IDX) = SPACES
000000             MOVE SRN-STATUS-CD  TO ASR-STATUS-CD (ASR-IDX)
