000900*----------------------------------------------------------------
001000* 2026-08-22  MAINT   INITIAL VERSION - MERCHANT MASTER
001100*                     MAINTENANCE.
000000* 2026-10-15  MAINT   MERCHANT CATEGORY CODE (MERMCCI / MER-MCC)
000000*                     VIEWED, ADDED AND UPDATED WITH THE REST OF
000000*                     THE MERCHANT - 4 DIGITS WHEN KEYED.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       VIEWS, ADDS AND UPDATES MERCHANT MASTER ROWS
004300     05  MERSTI                  PIC X(02).
004400     05  MERCTRYI                PIC X(03).
004500     05  MERSTATI                PIC X(01).
000000     05  MERMCCI                 PIC X(04).
004600     05  ERRMSGI                 PIC X(78).
004700     05  INFOMSGI                PIC X(45).
004800*
017100                                 TO ERRMSGI
017200         GO TO 3000-PROCESS-INPUT-EXIT
017300     END-IF
000000     IF (MERACT-ADD OR MERACT-UPDATE)
000000        AND MERMCCI NOT = SPACES AND MERMCCI NOT = LOW-VALUES
000000        AND MERMCCI IS NOT NUMERIC
000000         MOVE 'Merchant category code must be 4 digits'
000000                                 TO ERRMSGI
000000         GO TO 3000-PROCESS-INPUT-EXIT
000000     END-IF
017400     EVALUATE TRUE
017500         WHEN MERACT-ADD
017600             PERFORM 5000-ADD-MERCHANT
020200     MOVE MER-ZIP                TO MERZIPI
020300     MOVE MER-STATE              TO MERSTI
020400     MOVE MER-COUNTRY            TO MERCTRYI
020500     MOVE MER-ACTIVE-STATUS      TO MERSTATI
000000     MOVE MER-MCC                TO MERMCCI.
020600 4000-VIEW-MERCHANT-EXIT.
020700     EXIT.
020800*
021700     MOVE MERZIPI                TO MER-ZIP
021800     MOVE MERSTI                 TO MER-STATE
021900     MOVE MERCTRYI               TO MER-COUNTRY
000000     IF MERMCCI = LOW-VALUES
000000         MOVE SPACES             TO MER-MCC
000000     ELSE
000000         MOVE MERMCCI            TO MER-MCC
000000     END-IF
022000     SET MER-IS-ACTIVE           TO TRUE
022100     EXEC CICS
022200         WRITE DATASET('MERCHDAT')
026100     IF MERCTRYI NOT = SPACES
026200         MOVE MERCTRYI           TO MER-COUNTRY
026300     END-IF
000000     IF MERMCCI NOT = SPACES AND MERMCCI NOT = LOW-VALUES
000000         MOVE MERMCCI            TO MER-MCC
000000     END-IF
026400     IF MERSTATI = 'A' OR MERSTATI = 'I'
026500         MOVE MERSTATI           TO MER-ACTIVE-STATUS
026600     END-IF
