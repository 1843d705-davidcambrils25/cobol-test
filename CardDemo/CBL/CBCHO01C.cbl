000000*                     EFFECT, THE REPO CONVENTION) AND THE
000000*                     CHGOFF ROW IS CLEARED BEFORE IT IS BUILT
000000*                     SO ITS PLACEMENT TAIL STARTS EMPTY.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   THE INTEREST AND FEE PORTIONS OF THE
000000*                     WRITTEN-OFF BALANCE ARE KEPT ON THE CHGOFF
000000*                     ROW FOR 1099-C REPORTING.
000000* 2026-10-15  MAINT   A SECURED CARD'S HELD COLLATERAL DEPOSIT IS
000000*                     APPLIED (12/9101) BEFORE THE WRITE-OFF -
000000*                     ANY EXCESS GOES TO REFUND-DUE. A CHGOFF ROW
000000*                     ALREADY ON FILE IS NOW CHECKED UP FRONT.
000000* 2026-10-15  MAINT   AN ACCOUNT UNDER LEGAL HOLD IS FLAGGED ON
000000*                     THE REPORT WITH ITS MATTER NUMBER AND
000000*                     COUNTED AS IT IS CHARGED OFF.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN ONCE PER CYCLE AFTER CBACT06C'S AGING RUN.
003000*                AN ACCOUNT WITH NO CARD ON FILE IS REPORTED AND
003100*                LEFT STANDING RATHER THAN WRITTEN OFF WITHOUT
003200*                THE OFFSETTING LEDGER ENTRY - THE SAME RULE
000000*                CBRFD01C APPLIES TO REFUNDS. A SECURED CARD'S
000000*                HELD COLLATERAL DEPOSIT IS APPLIED FIRST
000000*                (12/9101) AND ONLY THE REMAINDER IS WRITTEN OFF.
000000*                AN ACCOUNT UNDER LEGAL HOLD (CBLGH01C) IS STILL
000000*                CHARGED OFF - THE WRITE-OFF IS AN ACCOUNTING
000000*                ENTRY ON A REGULATORY CLOCK AND DESTROYS
000000*                NOTHING - BUT IT IS FLAGGED ON THE REPORT WITH
000000*                ITS MATTER NUMBER SO LEGAL SEES IT MOVE.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CARD-ACCT-ID
005700         FILE STATUS IS WS-CARDAIX-STATUS.
000000     SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS COL-ACCT-ID
000000         FILE STATUS IS WS-COLLATRL-STATUS.
005800     SELECT CHGOFF-REPORT-FILE ASSIGN TO CHORPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
008100 FD  CARD-AIX-FILE.
008200     COPY CVACT02Y.
008300*
000000 FD  COLLATERAL-FILE.
000000     COPY CVCOL01Y.
000000*
008400 FD  CHGOFF-REPORT-FILE
008500     RECORDING MODE IS F.
008600 01  CHGOFF-REPORT-LINE               PIC X(80).
010100 01  WS-TRAN-MASTER-STATUS            PIC XX.
010200     88 WS-TRAN-MASTER-OK             VALUE '00'.
010300 01  WS-CARDAIX-STATUS                PIC XX.
000000 01  WS-COLLATRL-STATUS               PIC XX.
010400 01  WS-REPORT-STATUS                 PIC XX.
010500 01  WS-ALERT-STATUS                  PIC XX.
010600 01  WS-JOBLOG-STATUS                 PIC XX.
011000 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
011100 01  WS-CHGOFF-COUNT                  PIC 9(07) VALUE ZERO.
011200 01  WS-NOCARD-COUNT                  PIC 9(07) VALUE ZERO.
000000 01  WS-DEPOSIT-APPLIED-COUNT         PIC 9(07) VALUE ZERO.
000000 01  WS-HELD-COUNT                    PIC 9(07) VALUE ZERO.
011300 01  WS-CHGOFF-TOTAL                  PIC S9(11)V99 COMP-3
011400                                      VALUE ZERO.
011500 01  WS-ABEND-REASON-TEXT             PIC X(50).
012900     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
013000     05 WS-CARD-FOUND-SW              PIC X(01) VALUE 'N'.
013100        88 WS-CARD-FOUND              VALUE 'Y'.
000000     05 WS-APPLY-AMT                  PIC S9(10)V99 COMP-3.
000000     05 WS-EXCESS-AMT                 PIC S9(10)V99 COMP-3.
013200*
013300******************************************************************
013400* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
014700******************************************************************
014800 COPY CVQSP01Y.
014900*
000000******************************************************************
000000* LEGAL HOLD CHECK PARAMETER - SEE CBLGH01C.
000000******************************************************************
000000 COPY CVLGH02Y.
000000*
015000 LINKAGE SECTION.
015100*
015200******************************************************************
018400     OPEN I-O CHARGE-OFF-FILE
018500     OPEN I-O TRAN-MASTER-FILE
018600     OPEN INPUT CARD-AIX-FILE
000000     OPEN I-O COLLATERAL-FILE
018700     OPEN OUTPUT CHGOFF-REPORT-FILE
018800     IF NOT WS-ACCOUNT-OK
018900         DISPLAY 'CBCHO01C - ERROR OPENING ACCOUNT FILE'
025700             THRU 7100-REPORT-NO-CARD-EXIT
025800         GO TO 3000-CHARGE-OFF-ACCOUNT-EXIT
025900     END-IF
000000     MOVE ACCT-ID                TO CHO-ACCT-ID
000000     READ CHARGE-OFF-FILE
000000         NOT INVALID KEY
000000             GO TO 3000-CHARGE-OFF-ACCOUNT-EXIT
000000     END-READ
000000     PERFORM 3200-APPLY-DEPOSIT
000000         THRU 3200-APPLY-DEPOSIT-EXIT
000000     IF ACCT-CURR-BAL NOT > ZERO
000000         MOVE ZERO               TO ACCT-CURR-BAL
000000         MOVE ZERO               TO ACCT-INT-DUE-BAL
000000         MOVE ZERO               TO ACCT-FEE-DUE-BAL
000000         MOVE ZERO               TO ACCT-CASH-ADV-BAL
000000         MOVE 'Z'                TO ACCT-ACTIVE-STATUS
000000         REWRITE ACCOUNT-RECORD
000000         PERFORM 7200-REPORT-DEPOSIT-COVERED
000000             THRU 7200-REPORT-DEPOSIT-COVERED-EXIT
000000         GO TO 3000-CHARGE-OFF-ACCOUNT-EXIT
000000     END-IF
026000     MOVE ACCT-CURR-BAL          TO WS-WRITEOFF-AMT
000000*    CLEAR THE ROW FIRST - THE PLACEMENT TAIL (CHO-PLACED-IND,
000000*    AGENCY, DISPOSITION) MUST START EMPTY OR GARBAGE IN IT
026100     MOVE ACCT-ID                TO CHO-ACCT-ID
026200     MOVE WS-CURDATE-YYYY-MM-DD  TO CHO-CHARGEOFF-DATE
026300     MOVE WS-WRITEOFF-AMT        TO CHO-ORIG-BAL
000000     MOVE ACCT-INT-DUE-BAL       TO CHO-INT-AMT
000000     MOVE ACCT-FEE-DUE-BAL       TO CHO-FEE-AMT
026400     MOVE ZERO                   TO CHO-RECOVERED-AMT
026500     SET CHO-STATUS-OPEN         TO TRUE
026600     MOVE 'CHGF'                 TO CHO-REASON-CD
027900     ADD WS-WRITEOFF-AMT         TO WS-CHGOFF-TOTAL
028000     ADD 1                       TO WS-CHGOFF-COUNT
028100     PERFORM 7000-REPORT-CHARGE-OFF
028200         THRU 7000-REPORT-CHARGE-OFF-EXIT
000000     SET LHP-ACTION-CHECK        TO TRUE
000000     MOVE SPACES                 TO LHP-CARD-NUM
000000     MOVE ACCT-ID                TO LHP-ACCT-ID
000000     MOVE ZERO                   TO LHP-CUST-ID
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
000000     IF NOT LHP-NOT-HELD
000000         ADD 1                   TO WS-HELD-COUNT
000000         PERFORM 7300-REPORT-LEGAL-HOLD
000000             THRU 7300-REPORT-LEGAL-HOLD-EXIT
000000     END-IF.
028300 3000-CHARGE-OFF-ACCOUNT-EXIT.
028400     EXIT.
028500*
029800         MOVE 'Y'                TO WS-CARD-FOUND-SW
029900     END-IF.
030000 3100-FIND-FIRST-CARD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A SECURED CARD'S HELD COLLATERAL DEPOSIT (COLLATRL) IS APPLIED
000000* TO THE BALANCE BEFORE ANYTHING IS WRITTEN OFF - ONLY THE
000000* UNSECURED REMAINDER IS A LOSS. THE APPLICATION POSTS AS 12/9101,
000000* A CREDIT MARKED ALREADY-APPLIED, SO CBGLX01C MOVES IT FROM THE
000000* DEPOSIT LIABILITY TO THE RECEIVABLE. IT RETIRES FEES, THEN
000000* INTEREST, THEN PRINCIPAL. DEPOSIT LEFT OVER AFTER THE BALANCE IS
000000* COVERED IS OWED BACK - THE ROW GOES TO REFUND-DUE FOR CBRFD01C.
000000******************************************************************
000000 3200-APPLY-DEPOSIT.
000000     MOVE ACCT-ID                TO COL-ACCT-ID
000000     READ COLLATERAL-FILE
000000         INVALID KEY
000000             GO TO 3200-APPLY-DEPOSIT-EXIT
000000     END-READ
000000     IF NOT COL-HELD
000000         GO TO 3200-APPLY-DEPOSIT-EXIT
000000     END-IF
000000     IF COL-DEPOSIT-AMT < ACCT-CURR-BAL
000000         MOVE COL-DEPOSIT-AMT    TO WS-APPLY-AMT
000000     ELSE
000000         MOVE ACCT-CURR-BAL      TO WS-APPLY-AMT
000000     END-IF
000000     COMPUTE WS-EXCESS-AMT = COL-DEPOSIT-AMT - WS-APPLY-AMT
000000     PERFORM 3300-POST-DEPOSIT-TRAN
000000         THRU 3300-POST-DEPOSIT-TRAN-EXIT
000000     SUBTRACT WS-APPLY-AMT       FROM ACCT-CURR-BAL
000000     IF WS-APPLY-AMT < ACCT-FEE-DUE-BAL
000000         SUBTRACT WS-APPLY-AMT   FROM ACCT-FEE-DUE-BAL
000000     ELSE
000000         IF WS-APPLY-AMT - ACCT-FEE-DUE-BAL < ACCT-INT-DUE-BAL
000000             COMPUTE ACCT-INT-DUE-BAL = ACCT-INT-DUE-BAL
000000                 - (WS-APPLY-AMT - ACCT-FEE-DUE-BAL)
000000         ELSE
000000             MOVE ZERO           TO ACCT-INT-DUE-BAL
000000         END-IF
000000         MOVE ZERO               TO ACCT-FEE-DUE-BAL
000000     END-IF
000000     MOVE WS-APPLY-AMT           TO COL-APPLIED-AMT
000000     IF WS-EXCESS-AMT > ZERO
000000         SET COL-REFUND-DUE      TO TRUE
000000         SET COL-REFUND-CHGOFF-EXCESS TO TRUE
000000         MOVE WS-EXCESS-AMT      TO COL-REFUND-AMT
000000         MOVE WS-CURDATE-YYYY-MM-DD TO COL-REFUND-DUE-DATE
000000     ELSE
000000         SET COL-APPLIED         TO TRUE
000000     END-IF
000000     REWRITE COLLATERAL-RECORD
000000     ADD 1                       TO WS-DEPOSIT-APPLIED-COUNT.
000000 3200-APPLY-DEPOSIT-EXIT.
000000     EXIT.
000000*
000000 3300-POST-DEPOSIT-TRAN.
000000     ADD 1                       TO WS-SEQ-4
000000     MOVE FUNCTION CURRENT-DATE TO WS-NEW-TRAN-ID
000000     MOVE WS-SEQ-4               TO WS-NEW-TRAN-ID (13:4)
000000     MOVE WS-NEW-TRAN-ID         TO TRAN-ID
000000     MOVE '12'                   TO TRAN-TYPE-CD
000000     MOVE '9101'                 TO TRAN-CAT-CD
000000     MOVE 'CNP'                  TO TRAN-SOURCE
000000     MOVE 'SECURED DEPOSIT APPLIED'
000000                                 TO TRAN-DESC
000000     COMPUTE TRAN-AMT = WS-APPLY-AMT * -1
000000     MOVE SPACES                 TO TRAN-MERCHANT-ID
000000     MOVE SPACES                 TO TRAN-MERCHANT-NAME
000000     MOVE SPACES                 TO TRAN-MERCHANT-CITY
000000     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
000000     MOVE SPACES                 TO TRAN-MERCHANT-STATE
000000     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
000000     MOVE CARD-NUM               TO TRAN-CARD-NUM
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
000000     MOVE 'N'                    TO TRAN-REVERSAL-IND
000000     MOVE SPACES                 TO TRAN-ORIG-TRAN-ID
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'Y'                    TO TRAN-BAL-POSTED-IND
000000     WRITE TRAN-RECORD.
000000 3300-POST-DEPOSIT-TRAN-EXIT.
030100     EXIT.
030200*
030300******************************************************************
032400     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
032500     MOVE SPACES                 TO TRAN-MERCHANT-STATE
032600     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
032700     MOVE CARD-NUM               TO TRAN-CARD-NUM
032800     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
032900     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
036000 7100-REPORT-NO-CARD-EXIT.
036100     EXIT.
036200*
000000 7200-REPORT-DEPOSIT-COVERED.
000000     MOVE WS-APPLY-AMT           TO WS-AMT-EDIT
000000     MOVE SPACES                 TO CHGOFF-REPORT-LINE
000000     STRING 'DEPOSIT COVERED BALANCE - ACCOUNT ' DELIMITED BY SIZE
000000            ACCT-ID              DELIMITED BY SIZE
000000            ' APPLIED '          DELIMITED BY SIZE
000000            WS-AMT-EDIT          DELIMITED BY SIZE
000000       INTO CHGOFF-REPORT-LINE
000000     END-STRING
000000     WRITE CHGOFF-REPORT-LINE.
000000 7200-REPORT-DEPOSIT-COVERED-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A HOLD WHOSE STATUS COULD NOT BE READ COMES BACK FAILED, NOT
000000* HELD - IT IS FLAGGED ALL THE SAME, WITHOUT A MATTER NUMBER.
000000******************************************************************
000000 7300-REPORT-LEGAL-HOLD.
000000     MOVE SPACES                 TO CHGOFF-REPORT-LINE
000000     IF LHP-HELD
000000         STRING '  LEGAL HOLD - ACCOUNT ' DELIMITED BY SIZE
000000                ACCT-ID          DELIMITED BY SIZE
000000                ' MATTER '       DELIMITED BY SIZE
000000                LHP-MATTER-NO    DELIMITED BY SIZE
000000           INTO CHGOFF-REPORT-LINE
000000         END-STRING
000000     ELSE
000000         STRING '  LEGAL HOLD - ACCOUNT ' DELIMITED BY SIZE
000000                ACCT-ID          DELIMITED BY SIZE
000000                ' HOLD FILE UNREADABLE - CHECK WITH LEGAL'
000000                                 DELIMITED BY SIZE
000000           INTO CHGOFF-REPORT-LINE
000000         END-STRING
000000     END-IF
000000     WRITE CHGOFF-REPORT-LINE.
000000 7300-REPORT-LEGAL-HOLD-EXIT.
000000     EXIT.
000000*
036300 9000-TERMINATE.
036400     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
036500     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
037800     CLOSE CHARGE-OFF-FILE
037900     CLOSE TRAN-MASTER-FILE
038000     CLOSE CARD-AIX-FILE
000000     CLOSE COLLATERAL-FILE
038100     CLOSE CHGOFF-REPORT-FILE
038200     DISPLAY 'CBCHO01C - ACCOUNTS READ: ' WS-ACCT-COUNT
038300     DISPLAY 'CBCHO01C - ACCOUNTS CHARGED OFF: ' WS-CHGOFF-COUNT
038400     DISPLAY 'CBCHO01C - NO-CARD EXCEPTIONS: ' WS-NOCARD-COUNT
000000     DISPLAY 'CBCHO01C - DEPOSITS APPLIED: '
000000         WS-DEPOSIT-APPLIED-COUNT
000000     DISPLAY 'CBCHO01C - UNDER LEGAL HOLD (FLAGGED): '
000000         WS-HELD-COUNT
000000     SET LHP-ACTION-CLOSE        TO TRUE
000000     CALL 'CBLGH01C' USING LEGAL-HOLD-PARM
038500     PERFORM 9200-LOG-JOB-STATUS
038600         THRU 9200-LOG-JOB-STATUS-EXIT.
038700 9000-TERMINATE-EXIT.
