000000*                     MM/DD/YY CYCLE-END DATE AS YYYY-MM-DD
000000*                     BEFORE THE CUTOFF COMPARE - THE RAW
000000*                     COMPARE CALLED EVERY LIVE ROW EXPIRED.
000000* 2026-10-15  MAINT   ACCOUNT AND CUSTOMER ROWS (ACCTAUD, USRACT,
000000*                     FICOHIST, CYCHIST) UNDER LEGAL HOLD ARE
000000*                     KEPT LIVE PAST RETENTION AND COUNTED PER
000000*                     PASS (CBLGH01C).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       THE CBARC01C PATTERN APPLIED TO THE LOG AND
002900*                CONTENT AGES OUT HERE THROUGH ALRTWORK. THE
003000*                ON-LINE VIEWERS (COUSR04C, COADM03C) FALL
003100*                THROUGH TO THE ARCHIVE DATASETS ON PF5.
000000*                A ROW TIED TO AN ACCOUNT OR CUSTOMER UNDER
000000*                LEGAL HOLD (LEGLHOLD, ASKED THROUGH CBLGH01C)
000000*                IS NEVER PURGED, HOWEVER OLD - IT IS COUNTED AS
000000*                HELD ON THE PASS AND STAYS ON THE LIVE FILE.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
014200 FD  USRACT-ARCH-FILE.
014300 01  UAL-ARCH-RECORD.
014400     05 UAL-ARCH-KEY                  PIC X(34).
014500     05 FILLER                        PIC X(30).
014600*
014700 FD  JOB-LOG-FILE.
014800     COPY CVJOB01Y.
022900     88 WS-RET-FOUND                  VALUE 'Y'.
023000 01  WS-PURGED-COUNT                  PIC 9(07).
023100 01  WS-TOTAL-PURGED                  PIC 9(07) VALUE ZERO.
000000 01  WS-HELD-COUNT                    PIC 9(07).
000000 01  WS-TOTAL-HELD                    PIC 9(07) VALUE ZERO.
023200 01  WS-TODAY-INT                     PIC 9(08).
023300 01  WS-CUTOFF-N                      PIC 9(08).
023400 01  WS-CUTOFF-X8                     PIC X(08).
024300*
024400 COPY CSMSG02Y.
024500*
000000******************************************************************
000000* LEGAL HOLD CHECK PARAMETER - SEE CBLGH01C.
000000******************************************************************
000000 COPY CVLGH02Y.
000000*
024600 LINKAGE SECTION.
024700*
024800******************************************************************
030000 8000-GET-RETENTION-EXIT.
030100     EXIT.
030200*
000000******************************************************************
000000* AN EXPIRED ROW IS ASKED ABOUT BEFORE IT MOVES: A HELD ROW - OR
000000* ONE WHOSE HOLD STATUS CANNOT BE READ - IS COUNTED AND KEPT.
000000* THE CALLER HAS SET LHP-ACCT-ID / LHP-CUST-ID.
000000******************************************************************
000000 8100-CHECK-LEGAL-HOLD.
000000     SET LHP-ACTION-CHECK        TO TRUE
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
000000     IF NOT LHP-NOT-HELD
000000         ADD 1                   TO WS-HELD-COUNT
000000     END-IF.
000000 8100-CHECK-LEGAL-HOLD-EXIT.
000000     EXIT.
000000*
030300 2000-PURGE-ACCTAUD.
030400     MOVE 'ACCTAUD '             TO RET-FILE-NAME
030500     PERFORM 8000-GET-RETENTION THRU 8000-GET-RETENTION-EXIT
030800         GO TO 2000-PURGE-ACCTAUD-EXIT
030900     END-IF
031000     MOVE ZERO                   TO WS-PURGED-COUNT
000000     MOVE ZERO                   TO WS-HELD-COUNT
031100     MOVE 'N'                    TO WS-EOF-SW
031200     OPEN I-O AUDIT-FILE
031300     OPEN I-O AUDIT-ARCH-FILE
032600     CLOSE AUDIT-FILE
032700     CLOSE AUDIT-ARCH-FILE
032800     DISPLAY 'CBRET01C - ACCTAUD ROWS PURGED: ' WS-PURGED-COUNT
000000     DISPLAY 'CBRET01C - ACCTAUD ROWS HELD: ' WS-HELD-COUNT
032900     ADD WS-PURGED-COUNT         TO WS-TOTAL-PURGED
000000     ADD WS-HELD-COUNT           TO WS-TOTAL-HELD.
033000 2000-PURGE-ACCTAUD-EXIT.
033100     EXIT.
033200*
033700             GO TO 2100-PURGE-NEXT-AUDIT-EXIT
033800     END-READ
033900     IF AUD-TIMESTAMP (1:8) < WS-CUTOFF-X8
000000         MOVE AUD-ACCT-ID        TO LHP-ACCT-ID
000000         MOVE ZERO               TO LHP-CUST-ID
000000         PERFORM 8100-CHECK-LEGAL-HOLD
000000             THRU 8100-CHECK-LEGAL-HOLD-EXIT
000000     END-IF
000000     IF AUD-TIMESTAMP (1:8) < WS-CUTOFF-X8
000000        AND LHP-NOT-HELD
034000         MOVE ACCT-AUDIT-RECORD  TO AUD-ARCH-RECORD
034100         WRITE AUD-ARCH-RECORD
034200             INVALID KEY
035600         GO TO 2500-PURGE-USRACT-EXIT
035700     END-IF
035800     MOVE ZERO                   TO WS-PURGED-COUNT
000000     MOVE ZERO                   TO WS-HELD-COUNT
035900     MOVE 'N'                    TO WS-EOF-SW
036000     OPEN I-O USRACT-FILE
036100     OPEN I-O USRACT-ARCH-FILE
037400     CLOSE USRACT-FILE
037500     CLOSE USRACT-ARCH-FILE
037600     DISPLAY 'CBRET01C - USRACT ROWS PURGED: ' WS-PURGED-COUNT
000000     DISPLAY 'CBRET01C - USRACT ROWS HELD: ' WS-HELD-COUNT
037700     ADD WS-PURGED-COUNT         TO WS-TOTAL-PURGED
000000     ADD WS-HELD-COUNT           TO WS-TOTAL-HELD.
037800 2500-PURGE-USRACT-EXIT.
037900     EXIT.
038000*
038500             GO TO 2600-PURGE-NEXT-USRACT-EXIT
038600     END-READ
038700     IF UAL-TIMESTAMP (1:8) < WS-CUTOFF-X8
000000         MOVE ZERO               TO LHP-ACCT-ID
000000         IF UAL-ACCT-ID IS NUMERIC
000000             MOVE UAL-ACCT-ID    TO LHP-ACCT-ID
000000         END-IF
000000         MOVE ZERO               TO LHP-CUST-ID
000000         PERFORM 8100-CHECK-LEGAL-HOLD
000000             THRU 8100-CHECK-LEGAL-HOLD-EXIT
000000     END-IF
000000     IF UAL-TIMESTAMP (1:8) < WS-CUTOFF-X8
000000        AND LHP-NOT-HELD
038800         MOVE USER-ACTIVITY-RECORD TO UAL-ARCH-RECORD
038900         WRITE UAL-ARCH-RECORD
039000             INVALID KEY
045200         GO TO 3500-PURGE-FICOHIST-EXIT
045300     END-IF
045400     MOVE ZERO                   TO WS-PURGED-COUNT
000000     MOVE ZERO                   TO WS-HELD-COUNT
045500     MOVE 'N'                    TO WS-EOF-SW
045600     OPEN I-O FICO-HIST-FILE
045700     OPEN I-O FICO-ARCH-FILE
047000     CLOSE FICO-HIST-FILE
047100     CLOSE FICO-ARCH-FILE
047200     DISPLAY 'CBRET01C - FICOHIST ROWS PURGED: ' WS-PURGED-COUNT
000000     DISPLAY 'CBRET01C - FICOHIST ROWS HELD: ' WS-HELD-COUNT
047300     ADD WS-PURGED-COUNT         TO WS-TOTAL-PURGED
000000     ADD WS-HELD-COUNT           TO WS-TOTAL-HELD.
047400 3500-PURGE-FICOHIST-EXIT.
047500     EXIT.
047600*
048100             GO TO 3600-PURGE-NEXT-FICO-EXIT
048200     END-READ
048300     IF FICH-SCORE-DATE < WS-CUTOFF-DATE
000000         MOVE ZERO               TO LHP-ACCT-ID
000000         MOVE FICH-CUST-ID       TO LHP-CUST-ID
000000         PERFORM 8100-CHECK-LEGAL-HOLD
000000             THRU 8100-CHECK-LEGAL-HOLD-EXIT
000000     END-IF
000000     IF FICH-SCORE-DATE < WS-CUTOFF-DATE
000000        AND LHP-NOT-HELD
048400         MOVE FICO-HISTORY-RECORD TO FIC-ARCH-RECORD
048500         WRITE FIC-ARCH-RECORD
048600             INVALID KEY
065800         GO TO 5500-PURGE-CYCHIST-EXIT
065900     END-IF
066000     MOVE ZERO                   TO WS-PURGED-COUNT
000000     MOVE ZERO                   TO WS-HELD-COUNT
066100     MOVE 'N'                    TO WS-EOF-SW
066200     OPEN INPUT CYCLE-HIST-FILE
066300     OPEN OUTPUT CYCLE-KEEP-FILE
067300     CLOSE CYCLE-KEEP-FILE
067400     CLOSE CYCLE-ARCH-FILE
067500     DISPLAY 'CBRET01C - CYCHIST ROWS PURGED: ' WS-PURGED-COUNT
000000     DISPLAY 'CBRET01C - CYCHIST ROWS HELD: ' WS-HELD-COUNT
067600     ADD WS-PURGED-COUNT         TO WS-TOTAL-PURGED
000000     ADD WS-HELD-COUNT           TO WS-TOTAL-HELD.
067700 5500-PURGE-CYCHIST-EXIT.
067800     EXIT.
067900*
000000     MOVE '-'                    TO WS-CYH-DATE-ISO (8:1)
000000     MOVE CYH-CYCLE-END-DATE (4:2) TO WS-CYH-DATE-ISO (9:2)
000000     IF WS-CYH-DATE-ISO < WS-CUTOFF-DATE
000000         MOVE CYH-ACCT-ID        TO LHP-ACCT-ID
000000         MOVE ZERO               TO LHP-CUST-ID
000000         PERFORM 8100-CHECK-LEGAL-HOLD
000000             THRU 8100-CHECK-LEGAL-HOLD-EXIT
000000     END-IF
000000     IF WS-CYH-DATE-ISO < WS-CUTOFF-DATE
000000        AND LHP-NOT-HELD
068700         MOVE CYCLE-HISTORY-RECORD TO CYC-ARCH-RECORD
068800         WRITE CYC-ARCH-RECORD
068900             INVALID KEY
070000 9000-TERMINATE.
070100     CLOSE RETPARM-FILE
070200     DISPLAY 'CBRET01C - TOTAL ROWS PURGED: ' WS-TOTAL-PURGED
000000     DISPLAY 'CBRET01C - TOTAL ROWS HELD: ' WS-TOTAL-HELD
000000     SET LHP-ACTION-CLOSE        TO TRUE
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
070300     PERFORM 9200-LOG-JOB-STATUS
070400         THRU 9200-LOG-JOB-STATUS-EXIT.
070500 9000-TERMINATE-EXIT.
