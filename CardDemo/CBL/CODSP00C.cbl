000000*                     ATTACHED BY CBRPR01C) NOW QUEUE HERE SO
000000*                     THE REVIEW HAPPENS BEFORE THE DEADLINE
000000*                     FORFEITS THE CASE.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   A CASE ON AN ACCOUNT LINKED TO THE USER ON
000000*                     EMPLINK CANNOT BE OPENED OR RESOLVED BY THAT
000000*                     USER (COEMPSVC).
000000* 2026-10-15  MAINT   A CASE WON BEFORE ANY PROVISIONAL CREDIT WAS
000000*                     ISSUED NOW POSTS THE CARDHOLDER'S CREDIT
000000*                     (5600). THE RESOLVING USER IS STAMPED AS
000000*                     TRAN-KEYED-BY ON EVERY ROW THIS PROGRAM
000000*                     POSTS.
000000* 2026-10-15  MAINT   PF8 SETS UP A FOLLOW-UP TASK ON COTSK00C FOR
000000*                     THE CASE KEYED IN TRNIDINI.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       OPENS A DISPUTE CASE AGAINST A POSTED TRAN-ID
002000*                KEYED, THE SCREEN LISTS UP TO FIVE OPEN OR
002100*                PROVISIONALLY-CREDITED CASES OLDEST-FIRST AS THE
002200*                WORK QUEUE. THE NIGHTLY AGING BATCH (CBDSP01C)
002300*                DRIVES THE REGULATION CLOCK. PF8 SETS UP A
000000*                FOLLOW-UP TASK (COTSK00C) ON THE KEYED CASE.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 DATA DIVISION.
007500     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
007600*
007700 COPY COCOM01Y.
000000 COPY CVEMP02Y.
007800*
007900 LINKAGE SECTION.
008000 01  DFHCOMMAREA                 PIC X(400).
018700         WHEN OTHER
018800             PERFORM 6000-LIST-WORK-QUEUE
018900                 THRU 6000-LIST-WORK-QUEUE-EXIT
019000     END-EVALUATE
000000     IF EIBAID = DFHPF8 AND ERRMSGI = SPACES
000000         PERFORM 7500-NEW-TASK THRU 7500-NEW-TASK-EXIT
000000     END-IF.
019100 3000-PROCESS-INPUT-EXIT.
019200     EXIT.
019300*
022400         MOVE 'Card on transaction not found' TO ERRMSGI
022500         GO TO 4000-OPEN-CASE-EXIT
022600     END-IF
000000     MOVE CARD-ACCT-ID           TO EMC-ACCT-ID
000000     PERFORM 4900-CHECK-INSIDER THRU 4900-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 4000-OPEN-CASE-EXIT
000000     END-IF
022700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
022800     MOVE TRAN-ID                TO DSP-TRAN-ID
022900     MOVE CARD-ACCT-ID           TO DSP-ACCT-ID
025200 4000-OPEN-CASE-EXIT.
025300     EXIT.
025400*
000000******************************************************************
000000* NO USER MAY OPEN OR RESOLVE A CASE ON AN ACCOUNT LINKED TO THEM
000000* ON EMPLINK. THE CALLER SETS EMC-ACCT-ID; COEMPSVC ANSWERS AND
000000* LOGS THE ATTEMPT.
000000******************************************************************
000000 4900-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE ZERO                   TO EMC-CUST-ID
000000     MOVE WS-PGMNAME             TO EMC-PGMNAME
000000     SET EMC-ACCESS-UPDATE       TO TRUE
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
000000         MOVE EMC-MESSAGE        TO ERRMSGI
000000     END-IF.
000000 4900-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
025500******************************************************************
025600* RESOLVE A CASE. WON ('W') LETS ANY PROVISIONAL CREDIT STAND.
025700* LOST ('L') REVOKES PROVISIONAL CREDIT, IF ONE WAS ISSUED, BY
027800         MOVE 'Case is already resolved' TO ERRMSGI
027900         GO TO 5000-RESOLVE-CASE-EXIT
028000     END-IF
000000     MOVE DSP-ACCT-ID            TO EMC-ACCT-ID
000000     PERFORM 4900-CHECK-INSIDER THRU 4900-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 5000-RESOLVE-CASE-EXIT
000000     END-IF
028100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
028200     IF DSPACT-WON
028300         SET DSP-RESOLVED-WON    TO TRUE
000000         IF DSP-PROV-CREDIT-TRAN-ID = SPACES
000000             PERFORM 5600-POST-WON-CREDIT
000000                 THRU 5600-POST-WON-CREDIT-EXIT
000000         END-IF
028400         MOVE 'Case resolved - cardholder won' TO INFOMSGI
028500     ELSE
028600         SET DSP-RESOLVED-LOST   TO TRUE
032100     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
032200     MOVE SPACES                 TO TRAN-MERCHANT-STATE
032300     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
032400     MOVE DSP-CARD-NUM           TO TRAN-CARD-NUM
032500     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
032600     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000     MOVE CDEMO-USER-ID          TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE SPACES                 TO TRAN-APPROVED-BY
032900     EXEC CICS
033000         WRITE DATASET('TRANFILE')
033100         FROM(TRAN-RECORD)
033400     END-EXEC.
033500 5500-REVOKE-PROV-CREDIT-EXIT.
033600     EXIT.
000000*
000000******************************************************************
000000* A CASE WON BEFORE THE AGING BATCH ISSUED PROVISIONAL CREDIT HAS
000000* NOT YET GIVEN THE CARDHOLDER ANYTHING BACK - POST THE CREDIT
000000* NOW AS THE SAME 086000 CHARGEBACK ADJUSTMENT (NEGATED AMOUNT)
000000* CBDSP01C WOULD HAVE CUT, STAMPED WITH THE RESOLVING USER, AND
000000* RECORD IT ON THE CASE SO NOTHING CREDITS IT A SECOND TIME.
000000******************************************************************
000000 5600-POST-WON-CREDIT.
000000     MOVE FUNCTION CURRENT-DATE TO WS-NEW-TRAN-ID
000000     MOVE WS-NEW-TRAN-ID         TO TRAN-ID
000000     MOVE '08'                   TO TRAN-TYPE-CD
000000     MOVE '6000'                 TO TRAN-CAT-CD
000000     MOVE 'ONLINE'               TO TRAN-SOURCE
000000     MOVE 'DISPUTE RESOLVED - CARDHOLDER CREDIT'
000000                                 TO TRAN-DESC
000000     COMPUTE TRAN-AMT = DSP-AMT * -1
000000     MOVE SPACES                 TO TRAN-MERCHANT-ID
000000                                    TRAN-MERCHANT-NAME
000000                                    TRAN-MERCHANT-CITY
000000                                    TRAN-MERCHANT-ZIP
000000                                    TRAN-MERCHANT-STATE
000000                                    TRAN-MERCHANT-COUNTRY
000000                                    TRAN-MCC
000000     MOVE DSP-CARD-NUM           TO TRAN-CARD-NUM
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
000000     MOVE 'N'                    TO TRAN-REVERSAL-IND
000000     MOVE DSP-TRAN-ID            TO TRAN-ORIG-TRAN-ID
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000     MOVE CDEMO-USER-ID          TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE SPACES                 TO TRAN-APPROVED-BY
000000     EXEC CICS
000000         WRITE DATASET('TRANFILE')
000000         FROM(TRAN-RECORD)
000000         RIDFLD(TRAN-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = ZERO
000000         MOVE WS-NEW-TRAN-ID     TO DSP-PROV-CREDIT-TRAN-ID
000000     END-IF.
000000 5600-POST-WON-CREDIT-EXIT.
000000     EXIT.
033700*
033800******************************************************************
033900* LIST UP TO FIVE UNRESOLVED CASES, OLDEST FIRST. THE CASE KEY IS
039200 6100-LIST-NEXT-CASE-EXIT.
039300     EXIT.
039400*
000000******************************************************************
000000* PF8 = SET UP A FOLLOW-UP TASK (COTSK00C) ON THE CASE KEYED IN
000000* TRNIDINI - "I'LL CHECK ON YOUR DISPUTE FRIDAY". THE CASE AND
000000* ITS ACCOUNT GO ALONG, AND THIS SCREEN IS PUSHED ON THE
000000* NAVIGATION STACK SO PF3 OVER THERE COMES STRAIGHT BACK.
000000******************************************************************
000000 7500-NEW-TASK.
000000     IF TRNIDINI = SPACES OR LOW-VALUES
000000         MOVE 'Transaction ID is required' TO ERRMSGI
000000         GO TO 7500-NEW-TASK-EXIT
000000     END-IF
000000     MOVE TRNIDINI               TO DSP-TRAN-ID
000000     EXEC CICS
000000         READ DATASET('DISPFILE')
000000         INTO(DISPUTE-CASE-RECORD)
000000         RIDFLD(DSP-TRAN-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Dispute case not found' TO ERRMSGI
000000         GO TO 7500-NEW-TASK-EXIT
000000     END-IF
000000     MOVE DSP-ACCT-ID            TO CDEMO-ACCT-ID
000000     MOVE 'D'                    TO CDEMO-TASK-CASE-TYPE
000000     MOVE DSP-TRAN-ID            TO CDEMO-TASK-CASE-ID
000000     MOVE WS-PGMNAME             TO CDEMO-FROM-PROGRAM
000000     MOVE WS-TRANID              TO CDEMO-FROM-TRANID
000000     MOVE 'COTSK00C'             TO CDEMO-TO-PROGRAM
000000     IF CDEMO-NAV-STACK-PTR < 5
000000         ADD 1                   TO CDEMO-NAV-STACK-PTR
000000         MOVE WS-PGMNAME         TO
000000             CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
000000         MOVE WS-TRANID          TO
000000             CDEMO-NAV-STACK-TRANID(CDEMO-NAV-STACK-PTR)
000000     END-IF
000000     SET CDEMO-PGM-ENTER         TO TRUE
000000     EXEC CICS
000000         XCTL PROGRAM('COTSK00C')
000000         COMMAREA(CARDDEMO-COMMAREA)
000000     END-EXEC.
000000 7500-NEW-TASK-EXIT.
000000     EXIT.
000000*
039500 8000-SEND-MAP.
039600     EXEC CICS
039700         SEND MAP('CDSP00A') MAPSET('CODSP00')
