000000* 2026-09-03  MAINT   THE 08/6001 ROW IS A MONEY-TRAIL MEMO
000000*                     WITH ZERO BALANCE EFFECT - CBBAL02C
000000*                     EXCLUDES IT FROM ITS RECOMPUTATION.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       PROCESSES THE NETWORK'S ANSWERS TO THE
020400     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
020500     MOVE SPACES                 TO TRAN-MERCHANT-STATE
020600     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
020700     MOVE DSP-CARD-NUM           TO TRAN-CARD-NUM
020800     MOVE RCV-DATE               TO TRAN-ORIG-DATE
020900     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
