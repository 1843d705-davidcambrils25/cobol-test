000000*                     CLAMPED TO THE 10-SLOT USRSEC USAGE TABLE
000000*                     SO OPTIONS 11 UP NEITHER WRITE PAST THE
000000*                     SECURITY RECORD NOR SORT ON GARBAGE.
000000* 2026-10-15  MAINT   WS-OPT-ORDER GROWN TO 60 SO THE GROWING
000000*                     MENU TABLE CANNOT OUTRUN IT AGAIN.
001500******************************************************************
001600******************************************************************
001700* REMARKS.       CDEMO-MENU-OPT-USRTYPE GATES OPTIONS OFF FOR
004000     05  WS-USER-FOUND-SW        PIC X(01) VALUE 'N'.
004100         88  WS-USER-FOUND       VALUE 'Y'.
004200     05  WS-VISIBLE-COUNT        PIC 9(02) VALUE ZERO.
004300     05  WS-OPT-ORDER            PIC 9(02) OCCURS 60 TIMES.
004400     05  WS-IDX                  PIC 9(02).
004500     05  WS-SWAP-IDX             PIC 9(02).
004600     05  WS-SWAP-SW              PIC X(01).
