000000*                     UP ON THE TRANARCH ARCHIVE (CBARC01C), SO
000000*                     PURGED HISTORY STAYS REACHABLE. AN
000000*                     ARCHIVED TRANSACTION CANNOT BE REVERSED.
000000* 2026-10-15  MAINT   WHEN THE POSTING CARD REPLACED AN EARLIER
000000*                     NUMBER, THE MASKED OLD CARD AND WHETHER THE
000000*                     NETWORK ACCOUNT UPDATER MIGRATED CARD-ON-
000000*                     FILE MERCHANTS TO THE NEW ONE ARE SHOWN
000000*                     (CARDRPL, CVCUP01Y).
000000* 2026-10-15  MAINT   A TRANSACTION ON AN ACCOUNT LINKED TO THE
000000*                     USER ON EMPLINK CANNOT BE REVERSED BY THAT
000000*                     USER (COEMPSVC).
000000* 2026-10-15  MAINT   THE KEYING USER, PROGRAM AND ANY APPROVER
000000*                     ARE STAMPED ON THE TRANSACTION ROW FOR THE
000000*                     CBMCR01C MANUAL CREDIT REPORT.
001300******************************************************************
001400******************************************************************
001500* REMARKS.       DISPLAYS A SINGLE TRANSACTION BY TRAN-ID. WHEN
002800*
002900 COPY CVTRA01Y.
003000*
000000 COPY CVCUP01Y.
000000 COPY CVACT02Y.
003000*
003100 01  WS-MISC-STORAGE.
003200     05  WS-RESP-CD              PIC S9(08) COMP.
003300     05  WS-REVERSAL-SW          PIC X(01) VALUE 'N'.
000000     05  WS-MASKED-CARD          PIC X(16).
000000     05  WS-ARCHIVE-SW           PIC X(01) VALUE 'N'.
000000         88  WS-FROM-ARCHIVE     VALUE 'Y'.
000000     05  WS-RPL-SW               PIC X(01).
000000         88  WS-RPL-FOUND        VALUE 'Y'.
000000         88  WS-RPL-DONE         VALUE 'Y' 'E'.
003600*
003700 COPY CSDAT01Y.
003800*
000000     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
000000*
003900 COPY COCOM01Y.
000000 COPY CVEMP02Y.
004000*
004100 LINKAGE SECTION.
004200 01  DFHCOMMAREA                 PIC X(400).
011900     MOVE TRAN-MERCHANT-CITY     TO MCITYO
012000     MOVE TRAN-MERCHANT-ZIP      TO MZIPO
000000     MOVE TRAN-CURR-CD           TO TCURRO
000000     MOVE TRAN-ORIG-AMT          TO TORIGAMO
000000     PERFORM 6100-SHOW-REPLACED-CARD
000000         THRU 6100-SHOW-REPLACED-CARD-EXIT.
012100 6000-POPULATE-SCREEN-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* WHEN THE POSTING CARD REPLACED AN EARLIER NUMBER, SAY WHICH ONE
000000* (MASKED) AND WHETHER THE NETWORK'S ACCOUNT UPDATER HAS MOVED
000000* CARD-ON-FILE MERCHANTS ACROSS (CARDRPL, CBCUP02C) - THE ANSWER
000000* TO "WHY DID THIS SUBSCRIPTION LAND ON MY NEW CARD".
000000******************************************************************
000000 6100-SHOW-REPLACED-CARD.
000000     MOVE 'N'                    TO WS-RPL-SW
000000     MOVE TRAN-CARD-NUM          TO CRP-NEW-CARD-NUM
000000     MOVE LOW-VALUES             TO CRP-CREATED-TS
000000     EXEC CICS
000000         STARTBR DATASET('CARDRPL')
000000         RIDFLD(CRP-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 6100-SHOW-REPLACED-CARD-EXIT
000000     END-IF
000000     PERFORM 6110-NEXT-REPLACEMENT
000000         THRU 6110-NEXT-REPLACEMENT-EXIT
000000         UNTIL WS-RPL-DONE
000000     EXEC CICS
000000         ENDBR DATASET('CARDRPL')
000000     END-EXEC
000000     IF NOT WS-RPL-FOUND
000000         GO TO 6100-SHOW-REPLACED-CARD-EXIT
000000     END-IF
000000     MOVE '************'         TO WS-MASKED-CARD
000000     MOVE CRP-OLD-CARD-NUM (13:4) TO WS-MASKED-CARD (13:4)
000000     IF CRP-RESP-ACCEPTED
000000         STRING 'Card-on-file merchants migrated from card '
000000                                 DELIMITED BY SIZE
000000                WS-MASKED-CARD   DELIMITED BY SIZE
000000           INTO ERRMSGO
000000         END-STRING
000000     ELSE
000000         STRING 'Replaces card '  DELIMITED BY SIZE
000000                WS-MASKED-CARD   DELIMITED BY SIZE
000000                ' - updater migration not confirmed'
000000                                 DELIMITED BY SIZE
000000           INTO ERRMSGO
000000         END-STRING
000000     END-IF.
000000 6100-SHOW-REPLACED-CARD-EXIT.
000000     EXIT.
000000*
000000 6110-NEXT-REPLACEMENT.
000000     EXEC CICS
000000         READNEXT DATASET('CARDRPL')
000000         INTO(CARD-REPLACEMENT-RECORD)
000000         RIDFLD(CRP-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000        OR CRP-NEW-CARD-NUM NOT = TRAN-CARD-NUM
000000         MOVE 'E'                TO WS-RPL-SW
000000         GO TO 6110-NEXT-REPLACEMENT-EXIT
000000     END-IF
000000     IF CRP-OLD-CARD-NUM NOT = CRP-NEW-CARD-NUM
000000         MOVE 'Y'                TO WS-RPL-SW
000000     END-IF.
000000 6110-NEXT-REPLACEMENT-EXIT.
012200     EXIT.
012300*
012400******************************************************************
013100         MOVE 'Transaction is already a reversal' TO ERRMSGO
013200         GO TO 7000-REVERSE-TRANSACTION-EXIT
013300     END-IF
000000     PERFORM 7100-CHECK-INSIDER THRU 7100-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 7000-REVERSE-TRANSACTION-EXIT
000000     END-IF
013400     MOVE TRAN-ID                TO WS-NEW-TRAN-ID
013600     COMPUTE TRAN-AMT = TRAN-AMT * -1
013700     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
013900     MOVE WS-NEW-TRAN-ID         TO TRAN-ORIG-TRAN-ID
014000     MOVE FUNCTION CURRENT-DATE TO TRAN-ID
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000     MOVE CDEMO-USER-ID          TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE SPACES                 TO TRAN-APPROVED-BY
014100     EXEC CICS
014200         WRITE DATASET('TRANFILE')
014300         FROM(TRAN-RECORD)
014800 7000-REVERSE-TRANSACTION-EXIT.
014900     EXIT.
015000*
000000******************************************************************
000000* NO USER MAY REVERSE A TRANSACTION ON AN ACCOUNT LINKED TO THEM
000000* ON EMPLINK. THE ACCOUNT COMES FROM THE POSTING CARD; A CARD NOT
000000* ON CARDDAT IS LEFT TO THE REVERSAL ITSELF.
000000******************************************************************
000000 7100-CHECK-INSIDER.
000000     SET EMC-NOT-LINKED          TO TRUE
000000     MOVE TRAN-CARD-NUM          TO CARD-NUM
000000     EXEC CICS
000000         READ DATASET('CARDDAT')
000000         INTO(CARD-RECORD)
000000         RIDFLD(CARD-NUM)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 7100-CHECK-INSIDER-EXIT
000000     END-IF
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE CARD-ACCT-ID           TO EMC-ACCT-ID
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
000000         MOVE EMC-MESSAGE        TO ERRMSGO
000000     END-IF.
000000 7100-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
015100 8000-SEND-MAP.
015200     EXEC CICS
015300         SEND MAP('COTRN1A') MAPSET('COTRN01')
