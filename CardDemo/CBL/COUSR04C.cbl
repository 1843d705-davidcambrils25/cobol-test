001100*                     VIEWER.
000000* 2026-09-03  MAINT   PF5 FALLS THROUGH TO THE USRARCH ARCHIVE
000000*                     THE CBRET01C RETENTION PURGE WRITES.
000000* 2026-10-15  MAINT   A VIEW OF AN ACCOUNT LINKED TO THE USER ON
000000*                     EMPLINK (UAL-INSIDER-FLAG) SHOWS AS 'VIEW
000000*                     *EMP' WITH A NOTE ON THE MESSAGE LINE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       DISPLAYS THE MOST RECENT ACTIVITY (UP TO 5 ROWS)
003200     05  WS-ROW-COUNT            PIC 9(02) VALUE ZERO.
003300     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
003400         88  WS-BROWSE-DONE      VALUE 'Y'.
000000     05  WS-INSIDER-SW           PIC X(01) VALUE 'N'.
000000         88  WS-INSIDER-SEEN     VALUE 'Y'.
000000     05  WS-ACTION-DISP          PIC X(10).
000000******************************************************************
000000* BROWSE KEY USED TO START PAST THE LAST ROW FOR A USER SO
000000* 6100-LIST-NEXT-ROW CAN READPREV BACK THROUGH THE MOST RECENT
008800 6000-LIST-ACTIVITY.
008900     MOVE ZERO                   TO WS-ROW-COUNT
009000     MOVE 'N'                    TO WS-BROWSE-SW
000000     MOVE 'N'                    TO WS-INSIDER-SW
009100     MOVE USRIDINI               TO WS-BROWSE-USER-ID
009150     MOVE HIGH-VALUES            TO WS-BROWSE-TIMESTAMP
009200     EXEC CICS
000000         IF WS-ACT-DSN = 'USRARCH '
000000             MOVE 'Showing ARCHIVED activity (PF5)' TO ERRMSGO
000000         END-IF
000000         IF WS-INSIDER-SEEN
000000             MOVE '*EMP = view of an account linked to this user'
000000                                 TO ERRMSGO
000000         END-IF
010500     END-IF.
010600 6000-LIST-ACTIVITY-EXIT.
010700     EXIT.
011900         GO TO 6100-LIST-NEXT-ROW-EXIT
012000     END-IF
012100     ADD 1                       TO WS-ROW-COUNT
000000     MOVE UAL-ACTION             TO WS-ACTION-DISP
000000     IF UAL-INSIDER-ACCESS
000000         MOVE 'Y'                TO WS-INSIDER-SW
000000         MOVE SPACES             TO WS-ACTION-DISP
000000         STRING UAL-ACTION       DELIMITED BY SPACE
000000                ' *EMP'          DELIMITED BY SIZE
000000           INTO WS-ACTION-DISP
000000         END-STRING
000000     END-IF
012200     EVALUATE WS-ROW-COUNT
012300         WHEN 1
012400             MOVE UAL-TIMESTAMP (1:8)  TO AULDT1O
012500             MOVE UAL-TIMESTAMP (10:8) TO AULTM1O
012600             MOVE UAL-PGMNAME          TO AULPG1O
012700             MOVE WS-ACTION-DISP       TO AULAC1O
012800             MOVE UAL-ACCT-ID          TO AULID1O
012900         WHEN 2
013000             MOVE UAL-TIMESTAMP (1:8)  TO AULDT2O
013100             MOVE UAL-TIMESTAMP (10:8) TO AULTM2O
013200             MOVE UAL-PGMNAME          TO AULPG2O
013300             MOVE WS-ACTION-DISP       TO AULAC2O
013400             MOVE UAL-ACCT-ID          TO AULID2O
013500         WHEN 3
013600             MOVE UAL-TIMESTAMP (1:8)  TO AULDT3O
013700             MOVE UAL-TIMESTAMP (10:8) TO AULTM3O
013800             MOVE UAL-PGMNAME          TO AULPG3O
013900             MOVE WS-ACTION-DISP       TO AULAC3O
014000             MOVE UAL-ACCT-ID          TO AULID3O
014100         WHEN 4
014200             MOVE UAL-TIMESTAMP (1:8)  TO AULDT4O
014300             MOVE UAL-TIMESTAMP (10:8) TO AULTM4O
014400             MOVE UAL-PGMNAME          TO AULPG4O
014500             MOVE WS-ACTION-DISP       TO AULAC4O
014600             MOVE UAL-ACCT-ID          TO AULID4O
014700         WHEN 5
014800             MOVE UAL-TIMESTAMP (1:8)  TO AULDT5O
014900             MOVE UAL-TIMESTAMP (10:8) TO AULTM5O
015000             MOVE UAL-PGMNAME          TO AULPG5O
015100             MOVE WS-ACTION-DISP       TO AULAC5O
015200             MOVE UAL-ACCT-ID          TO AULID5O
015300     END-EVALUATE.
015400 6100-LIST-NEXT-ROW-EXIT.
