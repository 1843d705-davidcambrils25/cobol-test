000000* 2026-08-22  MAINT   THE WORK-QUEUE LIST NOW SHOWS THE CARD
000000*                     MASKED TO THE LAST FOUR, LIKE EVERY OTHER
000000*                     CARD DISPLAY.
000000* 2026-10-15  MAINT   A RELEASED HOLD CARRIES ITS MERCHANT
000000*                     CATEGORY CODE (FRD-MCC) BACK ONTO THE
000000*                     POSTED ROW.
000000* 2026-10-15  MAINT   THE HOLD'S KEYING USER AND THE RELEASING
000000*                     REVIEWER ARE STAMPED ON THE POSTED ROW AS
000000*                     TRAN-KEYED-BY AND TRAN-APPROVED-BY.
000000* 2026-10-15  MAINT   A RELEASED HOLD IS CHARGED THE FOREIGN
000000*                     TRANSACTION AND CASH ADVANCE FEES COTRN02C
000000*                     CHARGES THE SAME TRANSACTION KEYED STRAIGHT
000000*                     THROUGH (5600), AT THE GROUP'S FEERATE.
000000* 2026-10-15  MAINT   A FEE ROW IS KEYED FROM THE CLOCK AND
000000*                     RETRIED ON DUPREC; A FEE ROW OR FEE BUCKET
000000*                     UPDATE THAT FAILS IS REPORTED ON THE SCREEN
000000*                     ONCE THE APPROVAL IS RECORDED.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WORKS THE TRANFRD HOLD QUEUE COTRN02C FEEDS.
005100*
005200 COPY CVFRD01Y.
005300 COPY CVTRA01Y.
000000 COPY CVACT01Y.
000000 COPY CVACT02Y.
000000 COPY CVFER01Y.
000000 COPY CVFET01Y.
005400*
005500 01  WS-MISC-STORAGE.
005600     05  WS-RESP-CD              PIC S9(08) COMP.
005800         88  WS-BROWSE-DONE      VALUE 'Y'.
005900     05  WS-QUEUE-COUNT          PIC 9(02) VALUE ZERO.
006000     05  WS-CURRENT-TIMESTAMP    PIC X(26).
000000     05  WS-REF-EOF-SW           PIC X(01) VALUE 'N'.
000000         88  WS-END-OF-REF       VALUE 'Y'.
000000     05  WS-REF-FOUND-SW         PIC X(01) VALUE 'N'.
000000         88  WS-REF-FOUND        VALUE 'Y'.
000000*
000000******************************************************************
000000* FOREIGN TRANSACTION / CASH ADVANCE FEE WORKING STORAGE
000000* (5600-ASSESS-TRAN-FEES).
000000******************************************************************
000000 01  WS-TRAN-FEE-STORAGE.
000000     05  WS-FEE-USE-IDX          PIC 9(01).
000000     05  WS-FEE-FOUND-SW         PIC X(01).
000000         88  WS-FEE-GROUP-FOUND  VALUE 'Y'.
000000     05  WS-FEE-AMT              PIC S9(09)V99 COMP-3.
000000     05  WS-FEE-PCT-AMT          PIC S9(09)V99 COMP-3.
000000     05  WS-FEE-CAT-CD           PIC X(04).
000000     05  WS-FEE-DESC             PIC X(60).
000000     05  WS-FEE-TRAN-ID          PIC X(16).
000000     05  WS-FEE-TRAN-ID-N        REDEFINES WS-FEE-TRAN-ID
000000                                 PIC 9(16).
000000     05  WS-FEE-NEXT-ID          PIC X(16).
000000     05  WS-FEE-TRIES            PIC 9(04) COMP.
000000     05  WS-FEE-WRITE-SW         PIC X(01).
000000         88  WS-FEE-WRITE-DONE   VALUE 'Y'.
000000     05  WS-FEE-ERR-MSG          PIC X(78) VALUE SPACES.
000000     05  WS-FEE-FX-SW            PIC X(01).
000000         88  WS-FEE-CROSS-BORDER VALUE 'Y'.
000000     05  WS-FEE-PARENT-AMT       PIC S9(09)V99 COMP-3.
006100*
006200 COPY CSDAT01Y.
006300*
023400         REWRITE DATASET('TRANFRD')
023500         FROM(FRAUD-HOLD-RECORD)
023600         RESP(WS-RESP-CD)
000000     END-EXEC
000000*    THE CHARGE IS POSTED AND THE HOLD CLOSED EVEN WHEN ITS FEE
000000*    COULD NOT BE; THE REVIEWER IS TOLD WHICH.
000000     IF WS-FEE-ERR-MSG NOT = SPACES
000000         MOVE WS-FEE-ERR-MSG     TO ERRMSGI
000000     END-IF.
023800 5000-REVIEW-HOLD-EXIT.
023900     EXIT.
024000*
026700         MOVE FRD-CURR-CD        TO TRAN-CURR-CD
026800     END-IF
026900     MOVE FRD-ORIG-AMT           TO TRAN-ORIG-AMT
000000     MOVE FRD-MCC                TO TRAN-MCC
000000     MOVE FRD-QUEUED-BY          TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE CDEMO-USER-ID          TO TRAN-APPROVED-BY
027000     EXEC CICS
027100         WRITE DATASET('TRANFILE')
027200         FROM(TRAN-RECORD)
027600     IF WS-RESP-CD NOT = ZERO
027700         MOVE 'Approval failed - transaction not posted'
027800                                 TO ERRMSGI
000000         GO TO 5500-POST-HELD-TRAN-EXIT
027900     END-IF
000000     PERFORM 5600-ASSESS-TRAN-FEES
000000         THRU 5600-ASSESS-TRAN-FEES-EXIT.
028000 5500-POST-HELD-TRAN-EXIT.
028100     EXIT.
028200*
000000******************************************************************
000000* THE FEES COTRN02C 6060 CHARGES A TRANSACTION KEYED STRAIGHT
000000* THROUGH - A FOREIGN TRANSACTION FEE WHEN THE ROW IS IN A
000000* FOREIGN CURRENCY OR FROM A MERCHANT OUTSIDE THE US, AND A CASH
000000* ADVANCE FEE (THE GREATER OF A FLAT AMOUNT OR A PERCENT) ON
000000* TYPE 03 - SO A FRAUD HOLD IS NO WAY AROUND THE FEE SCHEDULE.
000000* EACH FEE IS ITS OWN 04 ROW CARRYING THE CHARGE'S ID IN
000000* TRAN-ORIG-TRAN-ID, KEYED FROM THE CLOCK AS COTRN02C KEYS A
000000* CHARGE (5700). RATES ARE PER ACCT-GROUP-ID FROM THE FEERATE
000000* DATASET OVER THE CVFET01Y TABLE.
000000******************************************************************
000000 5600-ASSESS-TRAN-FEES.
000000     MOVE SPACES                 TO WS-FEE-ERR-MSG
000000     MOVE FRD-TRAN-ID            TO WS-FEE-TRAN-ID
000000     IF TRAN-AMT NOT > ZERO
000000         GO TO 5600-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     IF TRAN-TYPE-CD = '02' OR '04' OR '05' OR '06' OR '07'
000000         GO TO 5600-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-FEE-FX-SW
000000     IF TRAN-CURR-CD NOT = 'USD'
000000        OR (TRAN-MERCHANT-COUNTRY NOT = SPACES
000000        AND TRAN-MERCHANT-COUNTRY NOT = LOW-VALUES
000000        AND TRAN-MERCHANT-COUNTRY NOT = 'USA')
000000         MOVE 'Y'                TO WS-FEE-FX-SW
000000     END-IF
000000     IF NOT WS-FEE-CROSS-BORDER AND TRAN-TYPE-CD NOT = '03'
000000         GO TO 5600-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     MOVE TRAN-AMT               TO WS-FEE-PARENT-AMT
000000     MOVE TRAN-FEE-RATE-VALUES   TO TRAN-FEE-RATE-TABLE
000000     PERFORM 5650-LOAD-FEE-RATES
000000         THRU 5650-LOAD-FEE-RATES-EXIT
000000     MOVE FRD-CARD-NUM           TO CARD-NUM
000000     EXEC CICS
000000         READ DATASET('CARDDAT')
000000         INTO(CARD-RECORD)
000000         RIDFLD(CARD-NUM)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 5600-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(CARD-ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 5600-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-FEE-FOUND-SW
000000     MOVE 1                      TO WS-FEE-USE-IDX
000000     PERFORM 5610-FIND-FEE-GROUP THRU 5610-FIND-FEE-GROUP-EXIT
000000         VARYING FET-IDX FROM 1 BY 1
000000         UNTIL FET-IDX > 8 OR WS-FEE-GROUP-FOUND
000000     IF WS-FEE-CROSS-BORDER
000000         COMPUTE WS-FEE-AMT ROUNDED =
000000             WS-FEE-PARENT-AMT * FET-FX-PCT (WS-FEE-USE-IDX) / 100
000000         MOVE '3003'             TO WS-FEE-CAT-CD
000000         MOVE 'FOREIGN TRANSACTION FEE' TO WS-FEE-DESC
000000         PERFORM 5700-POST-TRAN-FEE
000000             THRU 5700-POST-TRAN-FEE-EXIT
000000     END-IF
000000     IF FRD-TRAN-TYPE-CD = '03'
000000         COMPUTE WS-FEE-PCT-AMT ROUNDED =
000000             WS-FEE-PARENT-AMT * FET-CASH-PCT (WS-FEE-USE-IDX)
000000             / 100
000000         MOVE FET-CASH-FLAT-AMT (WS-FEE-USE-IDX) TO WS-FEE-AMT
000000         IF WS-FEE-PCT-AMT > WS-FEE-AMT
000000             MOVE WS-FEE-PCT-AMT TO WS-FEE-AMT
000000         END-IF
000000         MOVE '3004'             TO WS-FEE-CAT-CD
000000         MOVE 'CASH ADVANCE FEE' TO WS-FEE-DESC
000000         PERFORM 5700-POST-TRAN-FEE
000000             THRU 5700-POST-TRAN-FEE-EXIT
000000     END-IF.
000000 5600-ASSESS-TRAN-FEES-EXIT.
000000     EXIT.
000000*
000000 5610-FIND-FEE-GROUP.
000000     IF FET-GROUP-ID (FET-IDX) = ACCT-GROUP-ID
000000         MOVE 'Y'                TO WS-FEE-FOUND-SW
000000         SET WS-FEE-USE-IDX      TO FET-IDX
000000     END-IF.
000000 5610-FIND-FEE-GROUP-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* OVERLAY THE COMPILED FEE RATE TABLE WITH THE FEERATE DATASET,
000000* THE NEWEST ROW PER GROUP DATED ON OR BEFORE TODAY, AS COTRN02C
000000* 6065 DOES.
000000******************************************************************
000000 5650-LOAD-FEE-RATES.
000000     MOVE 'N'                    TO WS-REF-EOF-SW
000000     MOVE LOW-VALUES             TO FER-KEY
000000     EXEC CICS
000000         STARTBR DATASET('FEERATE')
000000         RIDFLD(FER-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 5650-LOAD-FEE-RATES-EXIT
000000     END-IF
000000     PERFORM 5660-LOAD-NEXT-FEE-RATE
000000         THRU 5660-LOAD-NEXT-FEE-RATE-EXIT
000000         UNTIL WS-END-OF-REF
000000     EXEC CICS
000000         ENDBR DATASET('FEERATE')
000000     END-EXEC.
000000 5650-LOAD-FEE-RATES-EXIT.
000000     EXIT.
000000*
000000 5660-LOAD-NEXT-FEE-RATE.
000000     EXEC CICS
000000         READNEXT DATASET('FEERATE')
000000         INTO(TRAN-FEE-RATE-RECORD)
000000         RIDFLD(FER-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Y'                TO WS-REF-EOF-SW
000000         GO TO 5660-LOAD-NEXT-FEE-RATE-EXIT
000000     END-IF
000000     IF FER-EFF-DATE > WS-CURDATE-YYYY-MM-DD
000000         GO TO 5660-LOAD-NEXT-FEE-RATE-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-FOUND-SW
000000     PERFORM 5670-APPLY-FEE-RATE THRU 5670-APPLY-FEE-RATE-EXIT
000000         VARYING FET-IDX FROM 1 BY 1
000000         UNTIL FET-IDX > 8 OR WS-REF-FOUND.
000000 5660-LOAD-NEXT-FEE-RATE-EXIT.
000000     EXIT.
000000*
000000 5670-APPLY-FEE-RATE.
000000     IF FET-GROUP-ID (FET-IDX) = FER-GROUP-ID
000000        OR FET-GROUP-ID (FET-IDX) = SPACES
000000         MOVE FER-GROUP-ID       TO FET-GROUP-ID (FET-IDX)
000000         MOVE FER-FX-PCT         TO FET-FX-PCT (FET-IDX)
000000         MOVE FER-CASH-FLAT-AMT  TO FET-CASH-FLAT-AMT (FET-IDX)
000000         MOVE FER-CASH-PCT       TO FET-CASH-PCT (FET-IDX)
000000         MOVE 'Y'                TO WS-REF-FOUND-SW
000000     END-IF.
000000 5670-APPLY-FEE-RATE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* WRITE ONE FEE ROW TO TRANFILE, UNPOSTED SO THE NIGHTLY
000000* CBTRN02C RUN APPLIES IT TO THE BALANCE, AND TRACK THE FEE
000000* BUCKET ON THE ACCOUNT NOW, AS COTRN02C 6070 DOES. THE ROW IS
000000* KEYED FROM THE CLOCK, ALWAYS ABOVE THE LAST ID THIS TASK USED;
000000* A DUPREC MOVES IT ON BY ONE AND TRIES AGAIN. A ROW OR BUCKET
000000* UPDATE THAT STILL FAILS LEAVES ITS MESSAGE IN WS-FEE-ERR-MSG.
000000******************************************************************
000000 5700-POST-TRAN-FEE.
000000     IF WS-FEE-AMT NOT > ZERO
000000         GO TO 5700-POST-TRAN-FEE-EXIT
000000     END-IF
000000     MOVE FUNCTION CURRENT-DATE TO WS-FEE-NEXT-ID
000000     IF WS-FEE-NEXT-ID > WS-FEE-TRAN-ID
000000     OR WS-FEE-TRAN-ID NOT NUMERIC
000000         MOVE WS-FEE-NEXT-ID     TO WS-FEE-TRAN-ID
000000     ELSE
000000         ADD 1                   TO WS-FEE-TRAN-ID-N
000000     END-IF
000000     MOVE '04'                   TO TRAN-TYPE-CD
000000     MOVE WS-FEE-CAT-CD          TO TRAN-CAT-CD
000000     MOVE 'CNP'                  TO TRAN-SOURCE
000000     MOVE WS-FEE-DESC            TO TRAN-DESC
000000     MOVE WS-FEE-AMT             TO TRAN-AMT
000000     MOVE SPACES                 TO TRAN-MERCHANT-ID
000000                                    TRAN-MERCHANT-NAME
000000                                    TRAN-MERCHANT-CITY
000000                                    TRAN-MERCHANT-ZIP
000000                                    TRAN-MERCHANT-STATE
000000                                    TRAN-MERCHANT-COUNTRY
000000                                    TRAN-MCC
000000     MOVE 'N'                    TO TRAN-REVERSAL-IND
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000     MOVE FRD-TRAN-ID            TO TRAN-ORIG-TRAN-ID
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE WS-FEE-AMT             TO TRAN-ORIG-AMT
000000     MOVE ZERO                   TO WS-FEE-TRIES
000000     MOVE 'N'                    TO WS-FEE-WRITE-SW
000000     PERFORM 5710-WRITE-FEE-ROW THRU 5710-WRITE-FEE-ROW-EXIT
000000         UNTIL WS-FEE-WRITE-DONE
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Hold approved - fee row not written'
000000                                 TO WS-FEE-ERR-MSG
000000         GO TO 5700-POST-TRAN-FEE-EXIT
000000     END-IF
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(CARD-ACCT-ID)
000000         UPDATE
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Hold approved - fee not added to the account'
000000                                 TO WS-FEE-ERR-MSG
000000         GO TO 5700-POST-TRAN-FEE-EXIT
000000     END-IF
000000     ADD WS-FEE-AMT              TO ACCT-FEE-DUE-BAL
000000     EXEC CICS
000000         REWRITE DATASET('ACCTDAT')
000000         FROM(ACCOUNT-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Hold approved - fee not added to the account'
000000                                 TO WS-FEE-ERR-MSG
000000     END-IF.
000000 5700-POST-TRAN-FEE-EXIT.
000000     EXIT.
000000*
000000 5710-WRITE-FEE-ROW.
000000     ADD 1                       TO WS-FEE-TRIES
000000     MOVE WS-FEE-TRAN-ID         TO TRAN-ID
000000     EXEC CICS
000000         WRITE DATASET('TRANFILE')
000000         FROM(TRAN-RECORD)
000000         RIDFLD(TRAN-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(DUPREC) AND WS-FEE-TRIES < 10
000000         ADD 1                   TO WS-FEE-TRAN-ID-N
000000     ELSE
000000         MOVE 'Y'                TO WS-FEE-WRITE-SW
000000     END-IF.
000000 5710-WRITE-FEE-ROW-EXIT.
000000     EXIT.
000000*
028300******************************************************************
028400* LIST UP TO FIVE PENDING HOLDS, OLDEST FIRST - THE HOLD KEY IS
028500* TIMESTAMP-BASED, SO A FORWARD BROWSE FROM LOW-VALUES COMES
