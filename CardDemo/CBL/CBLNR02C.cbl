001000* 2026-09-03  MAINT   INITIAL VERSION - AUTOMATIC CREDIT LINE
001100*                     DECREASE REVIEW FEEDING THE APPROVAL
001200*                     QUEUE.
000000* 2026-10-15  MAINT   SECURED CARD ACCOUNTS ARE LEFT OUT - THEIR
000000*                     LINE IS THE COLLATERAL DEPOSIT AND IS NEVER
000000*                     CUT BELOW IT.
001300******************************************************************
001400******************************************************************
001500* REMARKS.       THE DOWNWARD TWIN OF CBLNR01C. READS THE
013100 COPY CSMSG02Y.
013200*
013300 COPY CSDAT01Y.
000000*
000000******************************************************************
000000* SECURED CARD POLICY - A SECURED LINE IS THE COLLATERAL DEPOSIT
000000* AND MOVES ONLY WITH IT, OR BY GRADUATION (CBGRD01C).
000000******************************************************************
000000 COPY CVCOL02Y.
013400*
013500 LINKAGE SECTION.
013600*
017800     ADD 1                       TO WS-ACCT-COUNT
017900     IF (ACCT-ACTIVE-STATUS = 'A' OR ACCT-ACTIVE-STATUS = 'D')
018000        AND ACCT-CREDIT-LIMIT > ZERO
000000        AND ACCT-GROUP-ID NOT = SCP-SECURED-GROUP-ID
018100         PERFORM 3000-SCORE-ACCOUNT
018200             THRU 3000-SCORE-ACCOUNT-EXIT
018300     END-IF
