000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - LOST/STOLEN CARD INTAKE.
000000* 2026-10-15  MAINT   THE BLOCKED CARD AND ITS REPLACEMENT ARE
000000*                     PAIRED ON CARDRPL (CVCUP01Y), FLAGGED
000000*                     LOST/STOLEN, FOR THE CBCUP01C CARD-ON-FILE
000000*                     ACCOUNT-UPDATER EXTRACT.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       ONE SCREEN FOR THE STOLEN-CARD CALL THAT USED
005800 COPY CVAUT01Y.
005900 COPY CVTRA01Y.
006000 COPY CVDSP01Y.
000000 COPY CVCUP01Y.
006100*
006200 01  WS-MISC-STORAGE.
006300     05  WS-RESP-CD              PIC S9(08) COMP.
006400     05  WS-CURRENT-TIMESTAMP    PIC X(26).
006500     05  WS-OLD-CARD-NUM         PIC X(16).
006600     05  WS-NEW-CARD-NUM         PIC X(16).
000000     05  WS-OLD-EXP-DATE         PIC X(10).
006700     05  WS-REISSUE-EXP-YEAR     PIC 9(04).
006800     05  WS-HOLD-ACCT-ID         PIC 9(11).
006900     05  WS-BROWSE-SW            PIC X(01).
023700     END-IF
023800     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
023900     MOVE CARD-ACCT-ID           TO WS-HOLD-ACCT-ID
000000     MOVE CARD-EXPIRAION-DATE    TO WS-OLD-EXP-DATE
024000     MOVE 'L'                    TO CARD-ACTIVE-STATUS
024100     EXEC CICS
024200         REWRITE DATASET('CARDDAT')
027200         GO TO 4000-REPORT-LOST-STOLEN-EXIT
027300     END-IF
027400     MOVE WS-NEW-CARD-NUM        TO NEWCRDI
000000     PERFORM 4100-RECORD-REPLACEMENT
000000         THRU 4100-RECORD-REPLACEMENT-EXIT
027500     PERFORM 5000-REPOINT-OPEN-HOLDS
027600         THRU 5000-REPOINT-OPEN-HOLDS-EXIT
027700     PERFORM 6000-LIST-RECENT-ACTIVITY
028300       INTO INFOMSGI
028400     END-STRING.
028500 4000-REPORT-LOST-STOLEN-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PAIR THE BLOCKED NUMBER WITH ITS REPLACEMENT ON CARDRPL, FLAGGED
000000* LOST/STOLEN, SO THE CBCUP01C ACCOUNT-UPDATER EXTRACT TELLS THE
000000* NETWORK TO MOVE CARD-ON-FILE MERCHANTS ACROSS. THE CARD IS
000000* ALREADY REPLACED, SO A FAILED WRITE DOES NOT UNDO THE BLOCK.
000000******************************************************************
000000 4100-RECORD-REPLACEMENT.
000000     MOVE SPACES                 TO CARD-REPLACEMENT-RECORD
000000     MOVE WS-NEW-CARD-NUM        TO CRP-NEW-CARD-NUM
000000     MOVE WS-CURRENT-TIMESTAMP   TO CRP-CREATED-TS
000000     MOVE WS-OLD-CARD-NUM        TO CRP-OLD-CARD-NUM
000000     MOVE WS-HOLD-ACCT-ID        TO CRP-ACCT-ID
000000     MOVE WS-OLD-EXP-DATE        TO CRP-OLD-EXP-DATE
000000     MOVE CARD-EXPIRAION-DATE    TO CRP-NEW-EXP-DATE
000000     SET CRP-REASON-LOST-STOLEN  TO TRUE
000000     SET CRP-LOST-STOLEN         TO TRUE
000000     EXEC CICS
000000         WRITE DATASET('CARDRPL')
000000         FROM(CARD-REPLACEMENT-RECORD)
000000         RIDFLD(CRP-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 4100-RECORD-REPLACEMENT-EXIT.
028600     EXIT.
028700*
028800******************************************************************
