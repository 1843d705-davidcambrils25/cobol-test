000000* 2026-08-22  MAINT   CARD NUMBERS NOW DISPLAY MASKED (LAST FOUR
000000*                     ONLY); AN ADMIN-ONLY REVEAL ACTION SHOWS
000000*                     THE FULL PAN AND LOGS A USRACT ROW.
000000* 2026-10-15  MAINT   A REISSUE IS PAIRED OLD-TO-NEW ON CARDRPL
000000*                     (CVCUP01Y) FOR THE CBCUP01C CARD-ON-FILE
000000*                     ACCOUNT-UPDATER EXTRACT.
000000* 2026-10-15  MAINT   A REISSUE OF A CARD ON AN ACCOUNT LINKED TO
000000*                     THE USER ON EMPLINK IS REFUSED (COEMPSVC).
001300******************************************************************
001400******************************************************************
001500* REMARKS.       DISPLAYS A SINGLE CARD'S DETAILS. WHEN REISSUEI
002800 COPY COCRDSL.
002900*
003000 COPY CVACT02Y.
000000 COPY CVCUP01Y.
003100*
003200 01  WS-MISC-STORAGE.
003300     05  WS-RESP-CD              PIC S9(08) COMP.
003400     05  WS-CURRENT-TIMESTAMP    PIC X(26).
003500     05  WS-NEW-CARD-NUM         PIC X(16).
000000     05  WS-OLD-CARD-NUM         PIC X(16).
000000     05  WS-OLD-EXP-DATE         PIC X(10).
000000     05  WS-REISSUE-EXP-YEAR     PIC 9(04).
000000*
000000******************************************************************
000000     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
000000*
003900 COPY COCOM01Y.
000000 COPY CVEMP02Y.
004000*
004100 LINKAGE SECTION.
004200 01  DFHCOMMAREA                 PIC X(400).
000000 6500-LOG-REVEAL-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 6900-CHECK-INSIDER.
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
000000 6900-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
011700******************************************************************
011800* CLOSE THE OLD CARD AND WRITE A REPLACEMENT LINKED TO THE SAME
011900* ACCOUNT, CARRYING OVER THE EMBOSSED NAME, INSTEAD OF LEAVING THE
012000* USER TO OVERTYPE THE EXPIRY DATE ON THE EXISTING CARD.
012100******************************************************************
012200 7000-REISSUE-CARD.
000000     PERFORM 6900-CHECK-INSIDER THRU 6900-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 7000-REISSUE-CARD-EXIT
000000     END-IF
012300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
000000     MOVE CARD-NUM               TO WS-OLD-CARD-NUM
000000     MOVE CARD-EXPIRAION-DATE    TO WS-OLD-EXP-DATE
012400     MOVE 'C'                    TO CARD-ACTIVE-STATUS
012500     EXEC CICS
012600         REWRITE DATASET('CARDDAT')
014100         RIDFLD(CARD-NUM)
014200         RESP(WS-RESP-CD)
014300     END-EXEC
000000     IF WS-RESP-CD = ZERO
000000         PERFORM 7100-RECORD-REPLACEMENT
000000             THRU 7100-RECORD-REPLACEMENT-EXIT
000000     END-IF
000000     PERFORM 4900-MASK-CARD-NUM THRU 4900-MASK-CARD-NUM-EXIT
000000     MOVE WS-MASKED-CARD         TO CARDSIDO
014500     MOVE 'A'                    TO CRDSTCDO
000000     MOVE 'Card reissued - number masked, admin may reveal'
014800                                 TO INFOMSGO.
014900 7000-REISSUE-CARD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PAIR THE CLOSED NUMBER WITH ITS REPLACEMENT ON CARDRPL FOR THE
000000* CBCUP01C CARD-ON-FILE ACCOUNT-UPDATER EXTRACT.
000000******************************************************************
000000 7100-RECORD-REPLACEMENT.
000000     MOVE SPACES                 TO CARD-REPLACEMENT-RECORD
000000     MOVE WS-NEW-CARD-NUM        TO CRP-NEW-CARD-NUM
000000     MOVE WS-CURRENT-TIMESTAMP   TO CRP-CREATED-TS
000000     MOVE WS-OLD-CARD-NUM        TO CRP-OLD-CARD-NUM
000000     MOVE CARD-ACCT-ID           TO CRP-ACCT-ID
000000     MOVE WS-OLD-EXP-DATE        TO CRP-OLD-EXP-DATE
000000     MOVE CARD-EXPIRAION-DATE    TO CRP-NEW-EXP-DATE
000000     SET CRP-REASON-REISSUE      TO TRUE
000000     MOVE 'N'                    TO CRP-LOST-STOLEN-IND
000000     EXEC CICS
000000         WRITE DATASET('CARDRPL')
000000         FROM(CARD-REPLACEMENT-RECORD)
000000         RIDFLD(CRP-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 7100-RECORD-REPLACEMENT-EXIT.
015000     EXIT.
015100*
015200 8000-SEND-MAP.
