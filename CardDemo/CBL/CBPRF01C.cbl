000000*                     ARE NORMALIZED; A MISSING LAST-MONTH ROW
000000*                     NOW SHOWS ZEROES, NEVER THE YEAR-AGO
000000*                     FIGURES.
000000* 2026-10-15  MAINT   A REINSTATED ACCOUNT (COACT03C) COMES OFF
000000*                     THE CLOSED-ACCOUNT COUNT - THE FIGURE IS
000000*                     NOW NET CLOSURES.
000000* 2026-10-15  MAINT   INTERCHANGE INCOME LINE OFF THE INTCHG
000000*                     CAPTURE FILE, BANKED ON PRFSUM.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MONTH-END MANAGEMENT REPORT BUILT FROM THE FILES
002700*                BANKS ITS FIGURES ON THE PRFSUM SUMMARY FILE
002800*                (CVPRF01Y) AND READS LAST MONTH'S AND A YEAR
002900*                AGO'S ROWS BACK FOR THE COMPARISON COLUMNS.
000000*                INTERCHANGE INCOME IS THE MONTH'S EARNED
000000*                INTERCHANGE OFF THE INTCHG CAPTURE FILE
000000*                (CVICH01Y).
003000*                WS-OUTPUT-FORMAT PICKS THE SHAPE, THE SAME
003100*                PRINT-OR-CSV CHOICE CORPT00C'S OFMTI GIVES THE
003200*                ON-LINE REPORTS: 'P' ALIGNED PRINT LINES,
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS AUD-KEY
006200         FILE STATUS IS WS-AUDIT-STATUS.
000000     SELECT INTCHG-FILE ASSIGN TO INTCHG
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS ICH-TRAN-ID
000000         FILE STATUS IS WS-INTCHG-STATUS.
006300     SELECT PRF-SUM-FILE ASSIGN TO PRFSUM
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
009400 FD  AUDIT-FILE.
009500     COPY CVAUD01Y.
009600*
000000 FD  INTCHG-FILE.
000000     COPY CVICH01Y.
000000*
009700 FD  PRF-SUM-FILE.
009800     COPY CVPRF01Y.
009900*
011900     88 WS-REWARDS-OK                 VALUE '00'.
012000 01  WS-AUDIT-STATUS                  PIC XX.
012100     88 WS-AUDIT-OK                   VALUE '00'.
000000 01  WS-INTCHG-STATUS                 PIC XX.
000000     88 WS-INTCHG-OK                  VALUE '00'.
000000 01  WS-INTCHG-OPEN-SW                PIC X(01) VALUE 'N'.
000000     88 WS-INTCHG-OPEN                VALUE 'Y'.
012200 01  WS-PRFSUM-STATUS                 PIC XX.
012300     88 WS-PRFSUM-OK                  VALUE '00'.
012400 01  WS-PRFRPT-STATUS                 PIC XX.
016800        88 WS-LM-FOUND                VALUE 'Y'.
016900     05 WS-LM-VALUES.
017000        10 WS-LM-VALUE                PIC S9(13)V99 COMP-3
017100                                      OCCURS 23 TIMES.
017200 01  WS-YEAR-AGO-ROW.
017300     05 WS-YA-FOUND-SW                PIC X(01).
017400        88 WS-YA-FOUND                VALUE 'Y'.
017500     05 WS-YA-VALUES.
017600        10 WS-YA-VALUE                PIC S9(13)V99 COMP-3
017700                                      OCCURS 23 TIMES.
017800 01  WS-THIS-VALUES.
017900     05 WS-TM-VALUE                   PIC S9(13)V99 COMP-3
018000                                      OCCURS 23 TIMES.
018100*
018200******************************************************************
018300* METRIC NAMES, IN THE ORDER THE VALUE TABLES CARRY THEM. THE
020800     05 FILLER PIC X(26) VALUE 'AWAIVERS GIVEN'.
020900     05 FILLER PIC X(26) VALUE 'CPAYMENT COUNT'.
021000     05 FILLER PIC X(26) VALUE 'APAYMENT VOLUME'.
000000     05 FILLER PIC X(26) VALUE 'AINTERCHANGE INCOME'.
021100 01  WS-METRIC-NAME-REDEF REDEFINES WS-METRIC-NAME-VALUES.
021200     05 WS-METRIC-ENTRY OCCURS 23 TIMES.
021300        10 WS-METRIC-TYPE             PIC X(01).
021400        10 WS-METRIC-NAME             PIC X(25).
021500 01  WS-MET-IDX                       PIC 9(02).
024400         PERFORM 2500-SCAN-AUDIT THRU 2500-SCAN-AUDIT-EXIT
024500         PERFORM 3000-SCAN-MONTH-TRANS
024600             THRU 3000-SCAN-MONTH-TRANS-EXIT
000000         PERFORM 3500-SCAN-INTERCHANGE
000000             THRU 3500-SCAN-INTERCHANGE-EXIT
024700         PERFORM 4000-SCAN-PAYMENTS
024800             THRU 4000-SCAN-PAYMENTS-EXIT
024900         PERFORM 4500-SCAN-REWARDS
028400     MOVE WS-PER-MM              TO WS-PERIOD-X-MM
028500     MOVE WS-PERIOD-X            TO WS-YEAR-AGO-PERIOD
028600     PERFORM VARYING WS-MET-IDX FROM 1 BY 1
028700             UNTIL WS-MET-IDX > 23
028800         MOVE ZERO               TO WS-TM-VALUE (WS-MET-IDX)
028900         MOVE ZERO               TO WS-LM-VALUE (WS-MET-IDX)
029000         MOVE ZERO               TO WS-YA-VALUE (WS-MET-IDX)
029500     OPEN INPUT PAYMENT-FILE
029600     OPEN INPUT REWARDS-FILE
029700     OPEN INPUT AUDIT-FILE
000000     OPEN INPUT INTCHG-FILE
000000     IF WS-INTCHG-OK
000000         MOVE 'Y'                TO WS-INTCHG-OPEN-SW
000000     END-IF
029800     OPEN I-O PRF-SUM-FILE
029900     OPEN OUTPUT PRF-RPT-FILE
030000     IF NOT WS-ACCOUNT-OK
037900     EXIT.
038000*
038100******************************************************************
000000* ACCOUNTS CLOSED THIS MONTH - THE 'ACSTTUS' AUDIT ROWS
000000* COACT02C WRITES WHEN IT SETS THE STATUS TO 'C', DATED IN THE
000000* REPORT MONTH. THE MASTER ITSELF CARRIES NO CLOSE DATE. A
000000* REINSTATEMENT (COACT03C 'ACSTTUS' ROW FROM 'C' BACK TO OPEN)
000000* REVERSES A CLOSURE, SO IT COMES OFF THE COUNT - THE FIGURE IS
000000* NET CLOSURES FOR THE MONTH.
038500******************************************************************
038600 2500-SCAN-AUDIT.
038700     MOVE 'N'                    TO WS-EOF-SW
040400     END-READ
040500     IF AUD-FIELD-NAME = 'ACSTTUS'
040600     AND AUD-NEW-VALUE (1:1) = 'C'
000000     AND AUD-TIMESTAMP (1:6) = WS-THIS-PERIOD-N
000000         ADD 1                   TO WS-TM-VALUE (3)
000000     END-IF
000000     IF AUD-FIELD-NAME = 'ACSTTUS'
000000     AND AUD-OLD-VALUE (1:1) = 'C'
000000     AND AUD-NEW-VALUE (1:1) NOT = 'C'
000000     AND AUD-TIMESTAMP (1:6) = WS-THIS-PERIOD-N
000000         SUBTRACT 1              FROM WS-TM-VALUE (3)
000000     END-IF.
041000 2600-TALLY-AUDIT-ROW-EXIT.
041100     EXIT.
041200*
045300 3100-TALLY-TRAN-EXIT.
045400     EXIT.
045500*
000000******************************************************************
000000* INTERCHANGE EARNED ON THE MONTH'S SETTLED PURCHASES, OFF THE
000000* CAPTURE ROWS CBTRN03C WRITES TO INTCHG (CVICH01Y). A MISSING
000000* CAPTURE FILE LEAVES THE LINE AT ZERO RATHER THAN STOPPING THE
000000* REPORT.
000000******************************************************************
000000 3500-SCAN-INTERCHANGE.
000000     IF NOT WS-INTCHG-OPEN
000000         GO TO 3500-SCAN-INTERCHANGE-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-EOF-SW
000000     MOVE LOW-VALUES             TO ICH-TRAN-ID
000000     START INTCHG-FILE KEY NOT LESS THAN ICH-TRAN-ID
000000         INVALID KEY
000000             MOVE 'Y'            TO WS-EOF-SW
000000     END-START
000000     PERFORM 3600-TALLY-INTERCHANGE
000000         THRU 3600-TALLY-INTERCHANGE-EXIT
000000         UNTIL WS-END-OF-FILE.
000000 3500-SCAN-INTERCHANGE-EXIT.
000000     EXIT.
000000*
000000 3600-TALLY-INTERCHANGE.
000000     READ INTCHG-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-EOF-SW
000000             GO TO 3600-TALLY-INTERCHANGE-EXIT
000000     END-READ
000000     IF ICH-PROC-DATE (1:7) = WS-THIS-PERIOD
000000         ADD ICH-INTERCHG-AMT    TO WS-TM-VALUE (23)
000000     END-IF.
000000 3600-TALLY-INTERCHANGE-EXIT.
000000     EXIT.
000000*
045600 4000-SCAN-PAYMENTS.
045700     MOVE 'N'                    TO WS-EOF-SW
045800     MOVE LOW-VALUES             TO PAY-ID
053700     MOVE WS-TM-VALUE (20)       TO PRF-WAIVER-AMT
053800     MOVE WS-TM-VALUE (21)       TO PRF-PAY-COUNT
053900     MOVE WS-TM-VALUE (22)       TO PRF-PAY-AMT
000000     MOVE WS-TM-VALUE (23)       TO PRF-INTERCHG-INCOME
054000     MOVE WS-RWD-POINTS-TOTAL    TO PRF-RWD-POINTS
054100     COMPUTE PRF-RWD-LIABILITY ROUNDED =
054200         WS-RWD-POINTS-TOTAL / 100
057100     MOVE 'Y'                    TO WS-YA-FOUND-SW
057200     PERFORM 5600-UNPACK-TO-LM THRU 5600-UNPACK-TO-LM-EXIT
057300     PERFORM VARYING WS-MET-IDX FROM 1 BY 1
057400             UNTIL WS-MET-IDX > 23
057500         MOVE WS-LM-VALUE (WS-MET-IDX)
057600                                 TO WS-YA-VALUE (WS-MET-IDX)
057700     END-PERFORM
058400         PERFORM 5600-UNPACK-TO-LM THRU 5600-UNPACK-TO-LM-EXIT
000000     ELSE
000000         PERFORM VARYING WS-MET-IDX FROM 1 BY 1
000000                 UNTIL WS-MET-IDX > 23
000000             MOVE ZERO           TO WS-LM-VALUE (WS-MET-IDX)
000000         END-PERFORM
058500     END-IF.
060700     MOVE PRF-INT-ASSESSED       TO WS-LM-VALUE (19)
060800     MOVE PRF-WAIVER-AMT         TO WS-LM-VALUE (20)
060900     MOVE PRF-PAY-COUNT          TO WS-LM-VALUE (21)
000000     MOVE PRF-PAY-AMT            TO WS-LM-VALUE (22)
000000*    ROWS BANKED BEFORE THE INTERCHANGE LINE EXISTED CARRY NO
000000*    FIGURE - THEY COMPARE AS ZERO.
000000     IF PRF-INTERCHG-INCOME IS NUMERIC
000000         MOVE PRF-INTERCHG-INCOME TO WS-LM-VALUE (23)
000000     ELSE
000000         MOVE ZERO               TO WS-LM-VALUE (23)
000000     END-IF.
061100 5600-UNPACK-TO-LM-EXIT.
061200     EXIT.
061300*
064550     END-IF
064600     WRITE PRF-RPT-LINE
064700     PERFORM VARYING WS-MET-IDX FROM 1 BY 1
064800             UNTIL WS-MET-IDX > 23
064900         PERFORM 7100-WRITE-METRIC-LINE
065000             THRU 7100-WRITE-METRIC-LINE-EXIT
065100     END-PERFORM
072000     CLOSE PAYMENT-FILE
072100     CLOSE REWARDS-FILE
072200     CLOSE AUDIT-FILE
000000     IF WS-INTCHG-OPEN
000000         CLOSE INTCHG-FILE
000000     END-IF
072300     CLOSE PRF-SUM-FILE
072400     CLOSE PRF-RPT-FILE
072500     DISPLAY 'CBPRF01C - ACCOUNTS READ: ' WS-REC-COUNT
