000900*----------------------------------------------------------------
001000* 2026-08-22  MAINT   INITIAL VERSION - NIGHTLY DISPUTE CASE
001100*                     AGING AND PROVISIONAL CREDIT CLOCK.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE DISPUTE CASE FILE (DISPFILE, CVDSP01Y)
021800     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
021900     MOVE SPACES                 TO TRAN-MERCHANT-STATE
022000     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
022100     MOVE DSP-CARD-NUM           TO TRAN-CARD-NUM
022200     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
022300     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
