000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - CUSTOMER CONTACT
001100*                     PREFERENCE MAINTENANCE.
000000* 2026-10-15  MAINT   PREFERRED LANGUAGE (LANGI) VIEWED AND SAVED
000000*                     ON THE CUSTOMER MASTER, WITH A CUSTAUD ROW
000000*                     WHEN IT CHANGES.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       KEYS THE CUSTOMER'S CONTPREF ROW (CVCPR01Y):
004400     05  EMOPTI                  PIC X(01).
004500     05  LTOPTI                  PIC X(01).
004600     05  WINFRI                  PIC X(02).
000000     05  WINTOI                  PIC X(02).
000000     05  LANGI                   PIC X(02).
000000         88 LANG-SUPPORTED       VALUE 'EN' 'ES' SPACES.
004800     05  ERRMSGI                 PIC X(78).
004900     05  INFOMSGI                PIC X(45).
005000*
000000 COPY CVCPR01Y.
000000*
000000******************************************************************
000000* THE PREFERRED LANGUAGE LIVES ON THE CUSTOMER MASTER, NOT THE
000000* CONTPREF ROW, SO THE STATEMENT, SUMMARY AND ALERT JOBS READ IT
000000* WHERE THEY ALREADY READ THE CUSTOMER. A CHANGE IS LOGGED TO
000000* CUSTAUD THE WAY COCUS01C LOGS ITS CHANGES.
000000******************************************************************
000000 COPY CVCUS01Y.
000000 COPY CVAUD01Y.
000000*
005300 01  WS-MISC-STORAGE.
005400     05  WS-RESP-CD              PIC S9(08) COMP.
005500     05  WS-CUST-ID-N            PIC 9(09).
005600     05  WS-REC-FOUND-SW         PIC X(01).
000000         88  WS-REC-FOUND        VALUE 'Y'.
000000     05  WS-CURRENT-TIMESTAMP    PIC X(26).
005800*
005900 COPY CSDAT01Y.
006000*
020400     END-IF
020500     IF WINFRI NOT = SPACES AND WINTOI NOT = SPACES
020600        AND FUNCTION NUMVAL(WINFRI) > FUNCTION NUMVAL(WINTOI)
000000         MOVE 'Call window from-hour exceeds to-hour' TO ERRMSGI
000000         GO TO 5000-SAVE-PREFERENCES-EXIT
000000     END-IF
000000     IF LANGI = LOW-VALUES
000000         MOVE SPACES             TO LANGI
000000     END-IF
000000     IF NOT LANG-SUPPORTED
000000         MOVE 'Language must be EN or ES (blank for English)'
000000                                 TO ERRMSGI
000000         GO TO 5000-SAVE-PREFERENCES-EXIT
000000     END-IF
021000     PERFORM 5100-BUILD-PREF-ROW THRU 5100-BUILD-PREF-ROW-EXIT
021100     EXEC CICS
021200         WRITE DATASET('CONTPREF')
023100         EXEC CICS
023200             REWRITE DATASET('CONTPREF')
023300             FROM(CONTACT-PREF-RECORD)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000     END-IF
000000     PERFORM 5200-SAVE-LANGUAGE THRU 5200-SAVE-LANGUAGE-EXIT
000000     IF ERRMSGI NOT = SPACES
000000         GO TO 5000-SAVE-PREFERENCES-EXIT
000000     END-IF
000000     MOVE 'Contact preferences saved' TO INFOMSGI.
023800 5000-SAVE-PREFERENCES-EXIT.
023900     EXIT.
024000*
026000     END-IF
026100     MOVE CDEMO-USER-ID          TO CPR-SET-BY
026200     MOVE FUNCTION CURRENT-DATE  TO CPR-SET-TIMESTAMP.
000000 5100-BUILD-PREF-ROW-EXIT.
000000     EXIT.
000000*
000000 5200-SAVE-LANGUAGE.
000000     MOVE WS-CUST-ID-N           TO CUST-ID
000000     EXEC CICS
000000         READ DATASET('CUSTDAT')
000000         INTO(CUSTOMER-RECORD)
000000         RIDFLD(CUST-ID)
000000         UPDATE
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Customer not found - language not saved' TO ERRMSGI
000000         GO TO 5200-SAVE-LANGUAGE-EXIT
000000     END-IF
000000     IF CUST-LANG-CD = LANGI
000000         EXEC CICS
000000             UNLOCK DATASET('CUSTDAT')
000000         END-EXEC
000000         GO TO 5200-SAVE-LANGUAGE-EXIT
000000     END-IF
000000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
000000     MOVE CUST-ID                TO AUD-ACCT-ID
000000     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
000000     MOVE CDEMO-USER-ID          TO AUD-USER-ID
000000     MOVE 'CLANG'                TO AUD-FIELD-NAME
000000     MOVE CUST-LANG-CD           TO AUD-OLD-VALUE
000000     MOVE LANGI                  TO AUD-NEW-VALUE
000000     MOVE LANGI                  TO CUST-LANG-CD
000000     EXEC CICS
000000         REWRITE DATASET('CUSTDAT')
000000         FROM(CUSTOMER-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Language not saved - try again' TO ERRMSGI
000000         GO TO 5200-SAVE-LANGUAGE-EXIT
000000     END-IF
000000     EXEC CICS
000000         WRITE DATASET('CUSTAUD')
000000         FROM(ACCT-AUDIT-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 5200-SAVE-LANGUAGE-EXIT.
000000     EXIT.
000000*
026600 6000-VIEW-PREFERENCES.
000000     MOVE WS-CUST-ID-N           TO CUST-ID
000000     EXEC CICS
000000         READ DATASET('CUSTDAT')
000000         INTO(CUSTOMER-RECORD)
000000         RIDFLD(CUST-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = ZERO
000000         MOVE CUST-LANG-CD       TO LANGI
000000     END-IF
000000     MOVE WS-CUST-ID-N           TO CPR-CUST-ID
000000     EXEC CICS
000000         READ DATASET('CONTPREF')
000000         INTO(CONTACT-PREF-RECORD)
000000         RIDFLD(CPR-CUST-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
027500         MOVE 'No contact preferences on file - unrestricted'
027600                                 TO INFOMSGI
027700         GO TO 6000-VIEW-PREFERENCES-EXIT
