000900*----------------------------------------------------------------
001000* 2026-08-22  MAINT   INITIAL VERSION - BALANCE TRANSFER FUNDING
001100*                     EXTRACT AND CONFIRMATION POSTING.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       TWO PASSES OVER THE BALANCE TRANSFER QUEUE
029300     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
029400     MOVE SPACES                 TO TRAN-MERCHANT-STATE
029500     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
029600     MOVE CARD-NUM               TO TRAN-CARD-NUM
029700     MOVE BTC-FUNDED-DATE        TO TRAN-ORIG-DATE
029800     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
