000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBDCD02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - DECEASED CARDHOLDER
001100*                     INTEREST AND FEE REVERSAL.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       REVERSES THE INTEREST AND FEES CHARGED TO A
001500*                DECEASED CARDHOLDER'S ESTATE FROM THE DATE OF
001600*                DEATH - A NOTIFICATION OFTEN ARRIVES WEEKS
001700*                AFTER THE DEATH, AND THE NIGHTLY ACCRUAL
001800*                (CBACT05C) AND FEE RUN (CBFEE01C) ONLY STOP ONCE
001900*                THE ACCOUNT IS IN STATUS 'X'. A CUSTOMER MARKED
002000*                REFUND-PENDING BY CODCD00C OR CBDCD01C HAS EVERY
002100*                SOLE-OWNED ACCOUNT IN STATUS 'X' GATHERED FROM
002200*                ACCTXREF, AND EVERY CARD ON THEM FROM CARDAIX.
002300*                AN ACCOUNT THAT PASSED TO A SURVIVING JOINT
002400*                HOLDER IS NOT TOUCHED - THE SURVIVOR REMAINS
002500*                LIABLE FOR ITS CHARGES. TRANDAT IS THEN SCANNED
002600*                FOR INTEREST (TYPE 06) AND FEES (TYPES 04 AND
002700*                05) ON THOSE CARDS PROCESSED ON OR AFTER THE
002800*                DATE OF DEATH, EACH CREDITED IN FULL.
002900*                EACH CREDIT IS A NEGATIVE ROW OF THE SAME TYPE
003000*                AND CATEGORY AS THE CHARGE, NAMING IT IN
003100*                TRAN-ORIG-TRAN-ID, LEFT UNPOSTED FOR CBTRN02C TO
003200*                APPLY TO THE BALANCE AND DUE BUCKETS. A CHARGE
003300*                ALREADY NAMED BY AN EARLIER DECEASED CREDIT IS
003400*                NEVER CREDITED TWICE, SO A RERUN IS HARMLESS.
003500*                THE CUSTOMER IS THEN MARKED REFUND-DONE. EVERY
003600*                CREDIT IS LISTED ON THE DCDAUD ESTATE REPORT
003700*                WITH PER-CUSTOMER AND GRAND TOTALS. A CUSTOMER
003800*                WHOSE WORK TABLES OVERFLOW IS REPORTED
003900*                INCOMPLETE AND LEFT PENDING FOR OPERATIONS AND
004000*                THE NEXT RUN TO FINISH.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CUST-ID
004900         FILE STATUS IS WS-CUSTOMER-STATUS.
005000     SELECT XREF-FILE ASSIGN TO ACCTXREF
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS XRF-ACCT-ID
005400         FILE STATUS IS WS-XREF-STATUS.
005500     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS ACCT-ID
005900         FILE STATUS IS WS-ACCOUNT-STATUS.
006000     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CARD-ACCT-ID
006400         FILE STATUS IS WS-CARDAIX-STATUS.
006500     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS TRAN-ID
006900         FILE STATUS IS WS-TRAN-MASTER-STATUS.
007000     SELECT DCD-AUDIT-FILE ASSIGN TO DCDAUD
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-REPORT-STATUS.
007300     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-ALERT-STATUS.
007600     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS JBS-KEY
008000         FILE STATUS IS WS-JOBLOG-STATUS.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CUSTOMER-FILE.
008500     COPY CVCUS01Y.
008600*
008700 FD  XREF-FILE.
008800     COPY CVXRF01Y.
008900*
009000 FD  ACCOUNT-FILE.
009100     COPY CVACT01Y.
009200*
009300 FD  CARD-AIX-FILE.
009400     COPY CVACT02Y.
009500*
009600 FD  TRAN-MASTER-FILE.
009700     COPY CVTRA01Y.
009800*
009900 FD  DCD-AUDIT-FILE
010000     RECORDING MODE IS F.
010100 01  DCD-AUDIT-LINE                   PIC X(80).
010200*
010300 FD  ALERT-QUEUE-FILE
010400     RECORDING MODE IS F.
010500     COPY CSOPS01Y.
010600*
010700 FD  JOB-LOG-FILE.
010800     COPY CVJOB01Y.
010900*
011000 WORKING-STORAGE SECTION.
011100 01  WS-CUSTOMER-STATUS               PIC XX.
011200     88 WS-CUSTOMER-OK                VALUE '00'.
011300 01  WS-XREF-STATUS                   PIC XX.
011400     88 WS-XREF-OK                    VALUE '00'.
011500 01  WS-ACCOUNT-STATUS                PIC XX.
011600     88 WS-ACCOUNT-OK                 VALUE '00'.
011700 01  WS-CARDAIX-STATUS                PIC XX.
011800     88 WS-CARDAIX-OK                 VALUE '00'.
011900 01  WS-TRAN-MASTER-STATUS            PIC XX.
012000     88 WS-TRAN-MASTER-OK             VALUE '00'.
012100 01  WS-REPORT-STATUS                 PIC XX.
012200 01  WS-ALERT-STATUS                  PIC XX.
012300 01  WS-JOBLOG-STATUS                 PIC XX.
012400     88 WS-JOBLOG-OK                  VALUE '00'.
012500 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
012600     88 WS-END-OF-CUSTOMERS           VALUE 'Y'.
012700 01  WS-XREF-EOF-SW                   PIC X(01) VALUE 'N'.
012800     88 WS-END-OF-XREF                VALUE 'Y'.
012900 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
013000     88 WS-END-OF-CARDS               VALUE 'Y'.
013100 01  WS-TRAN-EOF-SW                   PIC X(01) VALUE 'N'.
013200     88 WS-END-OF-TRANS               VALUE 'Y'.
013300 01  WS-OVERFLOW-SW                   PIC X(01) VALUE 'N'.
013400     88 WS-TABLE-OVERFLOW             VALUE 'Y'.
013500 01  WS-CUST-COUNT                    PIC 9(07) VALUE ZERO.
013600 01  WS-REFUNDED-CUST-COUNT           PIC 9(07) VALUE ZERO.
013700 01  WS-HELD-CUST-COUNT               PIC 9(07) VALUE ZERO.
013800 01  WS-CREDIT-COUNT                  PIC 9(07) VALUE ZERO.
013900 01  WS-GRAND-REFUND-AMT              PIC S9(11)V99 COMP-3
014000                                      VALUE ZERO.
014100 01  WS-ABEND-REASON-TEXT             PIC X(50).
014200*
014300******************************************************************
014400* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
014500******************************************************************
014600 COPY CSMSG02Y.
014700*
014800 COPY CSDAT01Y.
014900*
015000******************************************************************
015100* THE CARDS ON THE DECEASED'S SOLE-OWNED ACCOUNTS.
015200******************************************************************
015300 01  WS-CARD-TABLE.
015400     05 WS-CARD-USED                  PIC 9(03) VALUE ZERO.
015500     05 WS-CARD-ENTRY OCCURS 50 TIMES
015600                      INDEXED BY CRD-IDX.
015700        10 WS-CRD-CARD-NUM            PIC X(16).
015800        10 WS-CRD-ACCT-ID             PIC 9(11).
015900*
016000******************************************************************
016100* CHARGES ALREADY CREDITED BY AN EARLIER DECEASED REFUND ROW.
016200******************************************************************
016300 01  WS-PRIOR-TABLE.
016400     05 WS-PRIOR-USED                 PIC 9(04) VALUE ZERO.
016500     05 WS-PRIOR-ENTRY OCCURS 1000 TIMES
016600                       INDEXED BY PRI-IDX.
016700        10 WS-PRI-TRAN-ID             PIC X(16).
016800*
016900******************************************************************
017000* CREDITS DUE THIS ESTATE - HELD UNTIL THE TRANDAT BROWSE IS
017100* FINISHED, SO THE NEW ROWS ARE NOT WRITTEN UNDER THE BROWSE.
017200******************************************************************
017300 01  WS-CREDIT-TABLE.
017400     05 WS-CREDIT-USED                PIC 9(03) VALUE ZERO.
017500     05 WS-CREDIT-ENTRY OCCURS 500 TIMES
017600                        INDEXED BY CRE-IDX.
017700        10 WS-CRE-CHARGE-ID           PIC X(16).
017800        10 WS-CRE-CARD-NUM            PIC X(16).
017900        10 WS-CRE-ACCT-ID             PIC 9(11).
018000        10 WS-CRE-TYPE-CD             PIC X(02).
018100        10 WS-CRE-CAT-CD              PIC X(04).
018200        10 WS-CRE-REFUND-AMT          PIC S9(09)V99 COMP-3.
018300*
018400 01  WS-REFUND-WORK.
018500     05 WS-FOUND-SW                   PIC X(01).
018600        88 WS-SLOT-FOUND              VALUE 'Y'.
018700     05 WS-CUST-REFUND-AMT            PIC S9(11)V99 COMP-3.
018800     05 WS-CUST-CREDIT-COUNT          PIC 9(05).
018900     05 WS-NEW-TRAN-ID                PIC X(16).
019000     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
019100     05 WS-EDIT-REFUND                PIC Z,ZZZ,ZZ9.99.
019200     05 WS-EDIT-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019300*
019400 LINKAGE SECTION.
019500*
019600******************************************************************
019700 PROCEDURE DIVISION.
019800******************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
020100     PERFORM 2000-PROCESS-CUSTOMERS
020200         THRU 2000-PROCESS-CUSTOMERS-EXIT
020300         UNTIL WS-END-OF-CUSTOMERS
020400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020500     GOBACK.
020600*
020700 1000-INITIALIZE.
020800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
020900     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
021000     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
021100     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
021200     OPEN I-O CUSTOMER-FILE
021300     OPEN INPUT XREF-FILE
021400     OPEN INPUT ACCOUNT-FILE
021500     OPEN INPUT CARD-AIX-FILE
021600     OPEN I-O TRAN-MASTER-FILE
021700     OPEN OUTPUT DCD-AUDIT-FILE
021800     IF NOT WS-CUSTOMER-OK
021900         DISPLAY 'CBDCD02C - ERROR OPENING CUSTOMER FILE'
022000         MOVE 'Y'                TO WS-EOF-SW
022100         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
022200         PERFORM 9100-ABEND-NOTIFY
022300             THRU 9100-ABEND-NOTIFY-EXIT
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF
022600     IF NOT WS-TRAN-MASTER-OK
022700         DISPLAY 'CBDCD02C - ERROR OPENING TRANSACTION FILE'
022800         MOVE 'Y'                TO WS-EOF-SW
022900         MOVE 'TRANSACTION FILE OPEN ERROR'
023000                                 TO WS-ABEND-REASON-TEXT
023100         PERFORM 9100-ABEND-NOTIFY
023200             THRU 9100-ABEND-NOTIFY-EXIT
023300         GO TO 1000-INITIALIZE-EXIT
023400     END-IF
023500     MOVE 'CBDCD02C - DECEASED INTEREST AND FEE REVERSAL AUDIT'
023600                                 TO DCD-AUDIT-LINE
023700     WRITE DCD-AUDIT-LINE
023800     PERFORM 2100-READ-NEXT-CUSTOMER
023900         THRU 2100-READ-NEXT-CUSTOMER-EXIT.
024000 1000-INITIALIZE-EXIT.
024100     EXIT.
024200*
024300 2000-PROCESS-CUSTOMERS.
024400     IF NOT CUST-DECEASED-REFUND-PENDING
024500         GO TO 2000-PROCESS-CUSTOMERS-NEXT
024600     END-IF
024700     ADD 1                       TO WS-CUST-COUNT
024800     MOVE 'N'                    TO WS-OVERFLOW-SW
024900     MOVE ZERO                   TO WS-CUST-REFUND-AMT
025000     MOVE ZERO                   TO WS-CUST-CREDIT-COUNT
025100     PERFORM 7000-REPORT-CUSTOMER
025200         THRU 7000-REPORT-CUSTOMER-EXIT
025300     PERFORM 3000-BUILD-CARD-TABLE
025400         THRU 3000-BUILD-CARD-TABLE-EXIT
025500     IF WS-CARD-USED > ZERO
025600         PERFORM 4000-COLLECT-PRIOR-CREDITS
025700             THRU 4000-COLLECT-PRIOR-CREDITS-EXIT
025800         PERFORM 5000-SELECT-CHARGES
025900             THRU 5000-SELECT-CHARGES-EXIT
026000         PERFORM 6000-WRITE-CREDIT
026100             THRU 6000-WRITE-CREDIT-EXIT
026200             VARYING CRE-IDX FROM 1 BY 1
026300             UNTIL CRE-IDX > WS-CREDIT-USED
026400     END-IF
026500     PERFORM 7200-REPORT-CUSTOMER-TOTAL
026600         THRU 7200-REPORT-CUSTOMER-TOTAL-EXIT
026700     IF WS-TABLE-OVERFLOW
026800         ADD 1                   TO WS-HELD-CUST-COUNT
026900         GO TO 2000-PROCESS-CUSTOMERS-NEXT
027000     END-IF
027100     SET CUST-DECEASED-REFUND-DONE TO TRUE
027200     REWRITE CUSTOMER-RECORD
027300     ADD 1                       TO WS-REFUNDED-CUST-COUNT.
027400 2000-PROCESS-CUSTOMERS-NEXT.
027500     PERFORM 2100-READ-NEXT-CUSTOMER
027600         THRU 2100-READ-NEXT-CUSTOMER-EXIT.
027700 2000-PROCESS-CUSTOMERS-EXIT.
027800     EXIT.
027900*
028000 2100-READ-NEXT-CUSTOMER.
028100     READ CUSTOMER-FILE NEXT RECORD
028200         AT END
028300             MOVE 'Y'            TO WS-EOF-SW
028400     END-READ.
028500 2100-READ-NEXT-CUSTOMER-EXIT.
028600     EXIT.
028700*
028800******************************************************************
028900* THE DECEASED'S SOLE-OWNED ACCOUNTS - PRIMARY ON ACCTXREF WITH
029000* NO JOINT HOLDER LEFT, IN STATUS 'X' - AND EVERY CARD ON EACH.
029100******************************************************************
029200 3000-BUILD-CARD-TABLE.
029300     MOVE ZERO                   TO WS-CARD-USED
029400     MOVE 'N'                    TO WS-XREF-EOF-SW
029500     MOVE ZERO                   TO XRF-ACCT-ID
029600     START XREF-FILE KEY NOT LESS THAN XRF-ACCT-ID
029700         INVALID KEY
029800             MOVE 'Y'            TO WS-XREF-EOF-SW
029900     END-START
030000     PERFORM 3100-SCAN-NEXT-XREF
030100         THRU 3100-SCAN-NEXT-XREF-EXIT
030200         UNTIL WS-END-OF-XREF.
030300 3000-BUILD-CARD-TABLE-EXIT.
030400     EXIT.
030500*
030600 3100-SCAN-NEXT-XREF.
030700     READ XREF-FILE NEXT RECORD
030800         AT END
030900             MOVE 'Y'            TO WS-XREF-EOF-SW
031000             GO TO 3100-SCAN-NEXT-XREF-EXIT
031100     END-READ
031200     IF XRF-CUST-ID NOT = CUST-ID
031300        OR XRF-JOINT-CUST-ID NOT = ZERO
031400         GO TO 3100-SCAN-NEXT-XREF-EXIT
031500     END-IF
031600     MOVE XRF-ACCT-ID            TO ACCT-ID
031700     READ ACCOUNT-FILE
031800         INVALID KEY
031900             GO TO 3100-SCAN-NEXT-XREF-EXIT
032000     END-READ
032100     IF ACCT-ACTIVE-STATUS NOT = 'X'
032200         GO TO 3100-SCAN-NEXT-XREF-EXIT
032300     END-IF
032400     MOVE 'N'                    TO WS-CARD-EOF-SW
032500     MOVE ACCT-ID                TO CARD-ACCT-ID
032600     START CARD-AIX-FILE KEY NOT LESS THAN CARD-ACCT-ID
032700         INVALID KEY
032800             MOVE 'Y'            TO WS-CARD-EOF-SW
032900     END-START
033000     PERFORM 3300-ADD-NEXT-CARD
033100         THRU 3300-ADD-NEXT-CARD-EXIT
033200         UNTIL WS-END-OF-CARDS.
033300 3100-SCAN-NEXT-XREF-EXIT.
033400     EXIT.
033500*
033600 3300-ADD-NEXT-CARD.
033700     READ CARD-AIX-FILE NEXT RECORD
033800         AT END
033900             MOVE 'Y'            TO WS-CARD-EOF-SW
034000             GO TO 3300-ADD-NEXT-CARD-EXIT
034100     END-READ
034200     IF CARD-ACCT-ID NOT = ACCT-ID
034300         MOVE 'Y'                TO WS-CARD-EOF-SW
034400         GO TO 3300-ADD-NEXT-CARD-EXIT
034500     END-IF
034600     IF WS-CARD-USED NOT < 50
034700         MOVE 'Y'                TO WS-OVERFLOW-SW
034800         MOVE 'Y'                TO WS-CARD-EOF-SW
034900         GO TO 3300-ADD-NEXT-CARD-EXIT
035000     END-IF
035100     ADD 1                       TO WS-CARD-USED
035200     SET CRD-IDX                 TO WS-CARD-USED
035300     MOVE CARD-NUM               TO WS-CRD-CARD-NUM (CRD-IDX)
035400     MOVE ACCT-ID                TO WS-CRD-ACCT-ID (CRD-IDX).
035500 3300-ADD-NEXT-CARD-EXIT.
035600     EXIT.
035700*
035800******************************************************************
035900* FIRST PASS - THE CHARGES AN EARLIER RUN ALREADY CREDITED. AN
036000* ESTATE WITH MORE THAN THE TABLE HOLDS IS LEFT PENDING AND NOT
036100* CREDITED AT ALL THIS RUN, RATHER THAN RISK A DOUBLE CREDIT.
036200******************************************************************
036300 4000-COLLECT-PRIOR-CREDITS.
036400     MOVE ZERO                   TO WS-PRIOR-USED
036500     MOVE 'N'                    TO WS-TRAN-EOF-SW
036600     MOVE LOW-VALUES             TO TRAN-ID
036700     START TRAN-MASTER-FILE KEY NOT LESS THAN TRAN-ID
036800         INVALID KEY
036900             MOVE 'Y'            TO WS-TRAN-EOF-SW
037000     END-START
037100     PERFORM 4100-NEXT-PRIOR-CREDIT
037200         THRU 4100-NEXT-PRIOR-CREDIT-EXIT
037300         UNTIL WS-END-OF-TRANS.
037400 4000-COLLECT-PRIOR-CREDITS-EXIT.
037500     EXIT.
037600*
037700 4100-NEXT-PRIOR-CREDIT.
037800     READ TRAN-MASTER-FILE NEXT RECORD
037900         AT END
038000             MOVE 'Y'            TO WS-TRAN-EOF-SW
038100             GO TO 4100-NEXT-PRIOR-CREDIT-EXIT
038200     END-READ
038300     IF TRAN-AMT NOT < ZERO
038400        OR TRAN-ORIG-TRAN-ID = SPACES
038500        OR TRAN-DESC (1:9) NOT = 'DECEASED '
038600         GO TO 4100-NEXT-PRIOR-CREDIT-EXIT
038700     END-IF
038800     PERFORM 8000-FIND-CARD THRU 8000-FIND-CARD-EXIT
038900     IF NOT WS-SLOT-FOUND
039000         GO TO 4100-NEXT-PRIOR-CREDIT-EXIT
039100     END-IF
039200     IF WS-PRIOR-USED NOT < 1000
039300         MOVE 'Y'                TO WS-OVERFLOW-SW
039400         MOVE 'Y'                TO WS-TRAN-EOF-SW
039500         GO TO 4100-NEXT-PRIOR-CREDIT-EXIT
039600     END-IF
039700     ADD 1                       TO WS-PRIOR-USED
039800     SET PRI-IDX                 TO WS-PRIOR-USED
039900     MOVE TRAN-ORIG-TRAN-ID      TO WS-PRI-TRAN-ID (PRI-IDX).
040000 4100-NEXT-PRIOR-CREDIT-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400* SECOND PASS - INTEREST (06) AND FEES (04, 05) ON THE ESTATE'S
040500* CARDS PROCESSED ON OR AFTER THE DATE OF DEATH.
040600******************************************************************
040700 5000-SELECT-CHARGES.
040800     MOVE ZERO                   TO WS-CREDIT-USED
040900     IF WS-TABLE-OVERFLOW
041000         GO TO 5000-SELECT-CHARGES-EXIT
041100     END-IF
041200     MOVE 'N'                    TO WS-TRAN-EOF-SW
041300     MOVE LOW-VALUES             TO TRAN-ID
041400     START TRAN-MASTER-FILE KEY NOT LESS THAN TRAN-ID
041500         INVALID KEY
041600             MOVE 'Y'            TO WS-TRAN-EOF-SW
041700     END-START
041800     PERFORM 5100-TEST-NEXT-CHARGE
041900         THRU 5100-TEST-NEXT-CHARGE-EXIT
042000         UNTIL WS-END-OF-TRANS.
042100 5000-SELECT-CHARGES-EXIT.
042200     EXIT.
042300*
042400 5100-TEST-NEXT-CHARGE.
042500     READ TRAN-MASTER-FILE NEXT RECORD
042600         AT END
042700             MOVE 'Y'            TO WS-TRAN-EOF-SW
042800             GO TO 5100-TEST-NEXT-CHARGE-EXIT
042900     END-READ
043000     IF TRAN-AMT NOT > ZERO
043100        OR TRAN-PROC-DATE < CUST-DECEASED-DATE
043200         GO TO 5100-TEST-NEXT-CHARGE-EXIT
043300     END-IF
043400     IF TRAN-TYPE-CD NOT = '04'
043500        AND TRAN-TYPE-CD NOT = '05'
043600        AND TRAN-TYPE-CD NOT = '06'
043700         GO TO 5100-TEST-NEXT-CHARGE-EXIT
043800     END-IF
043900     PERFORM 8000-FIND-CARD THRU 8000-FIND-CARD-EXIT
044000     IF NOT WS-SLOT-FOUND
044100         GO TO 5100-TEST-NEXT-CHARGE-EXIT
044200     END-IF
044300     MOVE 'N'                    TO WS-FOUND-SW
044400     PERFORM VARYING PRI-IDX FROM 1 BY 1
044500             UNTIL PRI-IDX > WS-PRIOR-USED OR WS-SLOT-FOUND
044600         IF WS-PRI-TRAN-ID (PRI-IDX) = TRAN-ID
044700             MOVE 'Y'            TO WS-FOUND-SW
044800         END-IF
044900     END-PERFORM
045000     IF WS-SLOT-FOUND
045100         GO TO 5100-TEST-NEXT-CHARGE-EXIT
045200     END-IF
045300     IF WS-CREDIT-USED NOT < 500
045400         MOVE 'Y'                TO WS-OVERFLOW-SW
045500         MOVE 'Y'                TO WS-TRAN-EOF-SW
045600         GO TO 5100-TEST-NEXT-CHARGE-EXIT
045700     END-IF
045800     ADD 1                       TO WS-CREDIT-USED
045900     SET CRE-IDX                 TO WS-CREDIT-USED
046000     MOVE TRAN-ID                TO WS-CRE-CHARGE-ID (CRE-IDX)
046100     MOVE TRAN-CARD-NUM          TO WS-CRE-CARD-NUM (CRE-IDX)
046200     MOVE WS-CRD-ACCT-ID (CRD-IDX) TO WS-CRE-ACCT-ID (CRE-IDX)
046300     MOVE TRAN-TYPE-CD           TO WS-CRE-TYPE-CD (CRE-IDX)
046400     MOVE TRAN-CAT-CD            TO WS-CRE-CAT-CD (CRE-IDX)
046500     MOVE TRAN-AMT               TO WS-CRE-REFUND-AMT (CRE-IDX).
046600 5100-TEST-NEXT-CHARGE-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* THE CREDIT MIRRORS THE CHARGE'S TYPE AND CATEGORY SO CBTRN02C
047100* RELIEVES THE SAME DUE BUCKET THE CHARGE LOADED.
047200******************************************************************
047300 6000-WRITE-CREDIT.
047400     ADD 1                       TO WS-SEQ-4
047500     MOVE FUNCTION CURRENT-DATE  TO WS-NEW-TRAN-ID
047600     MOVE WS-SEQ-4               TO WS-NEW-TRAN-ID (13:4)
047700     MOVE WS-NEW-TRAN-ID         TO TRAN-ID
047800     MOVE WS-CRE-TYPE-CD (CRE-IDX) TO TRAN-TYPE-CD
047900     MOVE WS-CRE-CAT-CD (CRE-IDX)  TO TRAN-CAT-CD
048000     MOVE 'CNP'                  TO TRAN-SOURCE
048100     IF WS-CRE-TYPE-CD (CRE-IDX) = '06'
048200         MOVE 'DECEASED INTEREST REVERSAL' TO TRAN-DESC
048300     ELSE
048400         MOVE 'DECEASED FEE REVERSAL' TO TRAN-DESC
048500     END-IF
048600     COMPUTE TRAN-AMT = ZERO - WS-CRE-REFUND-AMT (CRE-IDX)
048700     MOVE SPACES                 TO TRAN-MERCHANT-ID
048800     MOVE SPACES                 TO TRAN-MERCHANT-NAME
048900     MOVE SPACES                 TO TRAN-MERCHANT-CITY
049000     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
049100     MOVE SPACES                 TO TRAN-MERCHANT-STATE
049200     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
049300     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
049400     MOVE WS-CRE-CARD-NUM (CRE-IDX) TO TRAN-CARD-NUM
049500     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
049600     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
049700     MOVE 'N'                    TO TRAN-REVERSAL-IND
049800     MOVE WS-CRE-CHARGE-ID (CRE-IDX) TO TRAN-ORIG-TRAN-ID
049900     MOVE 'USD'                  TO TRAN-CURR-CD
050000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
050100     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
050200     WRITE TRAN-RECORD
050300         INVALID KEY
050400             DISPLAY 'CBDCD02C - DUPLICATE KEY WRITING CREDIT '
050500                     TRAN-ID
050600             MOVE 'Y'            TO WS-OVERFLOW-SW
050700             GO TO 6000-WRITE-CREDIT-EXIT
050800     END-WRITE
050900     ADD 1                       TO WS-CREDIT-COUNT
051000     ADD 1                       TO WS-CUST-CREDIT-COUNT
051100     ADD WS-CRE-REFUND-AMT (CRE-IDX) TO WS-CUST-REFUND-AMT
051200     ADD WS-CRE-REFUND-AMT (CRE-IDX) TO WS-GRAND-REFUND-AMT
051300     PERFORM 7100-REPORT-CREDIT
051400         THRU 7100-REPORT-CREDIT-EXIT.
051500 6000-WRITE-CREDIT-EXIT.
051600     EXIT.
051700*
051800 7000-REPORT-CUSTOMER.
051900     MOVE SPACES                 TO DCD-AUDIT-LINE
052000     STRING 'CUSTOMER '          DELIMITED BY SIZE
052100            CUST-ID              DELIMITED BY SIZE
052200            ' DIED '             DELIMITED BY SIZE
052300            CUST-DECEASED-DATE   DELIMITED BY SIZE
052400            ' NOTIFIED '         DELIMITED BY SIZE
052500            CUST-DECEASED-NOTIFY-DATE
052600                                 DELIMITED BY SIZE
052700            ' SOURCE '           DELIMITED BY SIZE
052800            CUST-DECEASED-SOURCE DELIMITED BY SIZE
052900       INTO DCD-AUDIT-LINE
053000     END-STRING
053100     WRITE DCD-AUDIT-LINE.
053200 7000-REPORT-CUSTOMER-EXIT.
053300     EXIT.
053400*
053500 7100-REPORT-CREDIT.
053600     MOVE WS-CRE-REFUND-AMT (CRE-IDX)  TO WS-EDIT-REFUND
053700     MOVE SPACES                 TO DCD-AUDIT-LINE
053800     STRING '  ACCT '            DELIMITED BY SIZE
053900            WS-CRE-ACCT-ID (CRE-IDX)
054000                                 DELIMITED BY SIZE
054100            ' *'                 DELIMITED BY SIZE
054200            WS-CRE-CARD-NUM (CRE-IDX) (13:4)
054300                                 DELIMITED BY SIZE
054400            ' '                  DELIMITED BY SIZE
054500            WS-CRE-CHARGE-ID (CRE-IDX)
054600                                 DELIMITED BY SIZE
054700            ' '                  DELIMITED BY SIZE
054800            WS-CRE-TYPE-CD (CRE-IDX)
054900                                 DELIMITED BY SIZE
055000            '/'                  DELIMITED BY SIZE
055100            WS-CRE-CAT-CD (CRE-IDX)
055200                                 DELIMITED BY SIZE
055300            ' '                  DELIMITED BY SIZE
055400            WS-EDIT-REFUND       DELIMITED BY SIZE
055500       INTO DCD-AUDIT-LINE
055600     END-STRING
055700     WRITE DCD-AUDIT-LINE.
055800 7100-REPORT-CREDIT-EXIT.
055900     EXIT.
056000*
056100 7200-REPORT-CUSTOMER-TOTAL.
056200     MOVE WS-CUST-REFUND-AMT     TO WS-EDIT-TOTAL
056300     MOVE SPACES                 TO DCD-AUDIT-LINE
056400     IF WS-TABLE-OVERFLOW
056500         STRING '  CUSTOMER TOTAL '  DELIMITED BY SIZE
056600                WS-EDIT-TOTAL        DELIMITED BY SIZE
056700                ' - INCOMPLETE, LEFT PENDING'
056800                                     DELIMITED BY SIZE
056900           INTO DCD-AUDIT-LINE
057000         END-STRING
057100     ELSE
057200         STRING '  CUSTOMER TOTAL '  DELIMITED BY SIZE
057300                WS-EDIT-TOTAL        DELIMITED BY SIZE
057400                ' CREDITS '          DELIMITED BY SIZE
057500                WS-CUST-CREDIT-COUNT DELIMITED BY SIZE
057600           INTO DCD-AUDIT-LINE
057700         END-STRING
057800     END-IF
057900     WRITE DCD-AUDIT-LINE.
058000 7200-REPORT-CUSTOMER-TOTAL-EXIT.
058100     EXIT.
058200*
058300 8000-FIND-CARD.
058400     MOVE 'N'                    TO WS-FOUND-SW
058500     PERFORM VARYING CRD-IDX FROM 1 BY 1
058600             UNTIL CRD-IDX > WS-CARD-USED OR WS-SLOT-FOUND
058700         IF WS-CRD-CARD-NUM (CRD-IDX) = TRAN-CARD-NUM
058800             MOVE 'Y'            TO WS-FOUND-SW
058900         END-IF
059000     END-PERFORM
059100     IF WS-SLOT-FOUND
059200         SET CRD-IDX DOWN BY 1
059300     END-IF.
059400 8000-FIND-CARD-EXIT.
059500     EXIT.
059600*
059700 9000-TERMINATE.
059800     MOVE WS-GRAND-REFUND-AMT    TO WS-EDIT-TOTAL
059900     MOVE SPACES                 TO DCD-AUDIT-LINE
060000     STRING 'GRAND TOTAL REVERSED ' DELIMITED BY SIZE
060100            WS-EDIT-TOTAL        DELIMITED BY SIZE
060200            ' CREDITS '          DELIMITED BY SIZE
060300            WS-CREDIT-COUNT      DELIMITED BY SIZE
060400       INTO DCD-AUDIT-LINE
060500     END-STRING
060600     WRITE DCD-AUDIT-LINE
060700     CLOSE CUSTOMER-FILE
060800     CLOSE XREF-FILE
060900     CLOSE ACCOUNT-FILE
061000     CLOSE CARD-AIX-FILE
061100     CLOSE TRAN-MASTER-FILE
061200     CLOSE DCD-AUDIT-FILE
061300     DISPLAY 'CBDCD02C - ESTATES PENDING: ' WS-CUST-COUNT
061400     DISPLAY 'CBDCD02C - ESTATES COMPLETED: '
061500             WS-REFUNDED-CUST-COUNT
061600     DISPLAY 'CBDCD02C - ESTATES LEFT PENDING: '
061700             WS-HELD-CUST-COUNT
061800     DISPLAY 'CBDCD02C - CREDITS WRITTEN: ' WS-CREDIT-COUNT
061900     PERFORM 9200-LOG-JOB-STATUS
062000         THRU 9200-LOG-JOB-STATUS-EXIT.
062100 9000-TERMINATE-EXIT.
062200     EXIT.
062300*
062400******************************************************************
062500* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
062600* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
062700* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
062800* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
062900******************************************************************
063000 9100-ABEND-NOTIFY.
063100     MOVE 'AB01'                 TO ABEND-CODE
063200     MOVE 'CBDCD02C'             TO ABEND-CULPRIT
063300     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
063400     STRING ABEND-CULPRIT   DELIMITED BY SIZE
063500            ' - '           DELIMITED BY SIZE
063600            ABEND-REASON    DELIMITED BY SIZE
063700       INTO ABEND-MSG
063800     END-STRING
063900     OPEN EXTEND ALERT-QUEUE-FILE
064000     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
064100     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
064200     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
064300     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
064400     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
064500     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
064600     WRITE OPS-ALERT-RECORD
064700     CLOSE ALERT-QUEUE-FILE
064800     MOVE 16                     TO RETURN-CODE.
064900 9100-ABEND-NOTIFY-EXIT.
065000     EXIT.
065100*
065200******************************************************************
065300* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
065400* WHETHER THE JOB RAN AND HOW IT WENT.
065500******************************************************************
065600 9200-LOG-JOB-STATUS.
065700     OPEN I-O JOB-LOG-FILE
065800     IF NOT WS-JOBLOG-OK
065900         DISPLAY 'CBDCD02C - ERROR OPENING JOB LOG FILE'
066000         GO TO 9200-LOG-JOB-STATUS-EXIT
066100     END-IF
066200     MOVE 'CBDCD02C'             TO JBS-JOB-NAME
066300     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
066400     IF RETURN-CODE = ZERO
066500         SET JBS-STATUS-SUCCESS  TO TRUE
066600     ELSE
066700         SET JBS-STATUS-FAILED   TO TRUE
066800     END-IF
066900     MOVE RETURN-CODE            TO JBS-RETURN-CODE
067000     MOVE WS-CREDIT-COUNT        TO JBS-REC-COUNT
067100     WRITE JOB-STATUS-RECORD
067200     CLOSE JOB-LOG-FILE.
067300 9200-LOG-JOB-STATUS-EXIT.
067400     EXIT.
