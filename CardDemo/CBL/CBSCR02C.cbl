000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBSCR02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - SCRA RETROACTIVE
001100*                     INTEREST AND FEE REFUND.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       CREDITS BACK WHAT A SERVICEMEMBER WAS CHARGED
001500*                ABOVE THE SCRA CAP BETWEEN THE START OF ACTIVE
001600*                DUTY AND THE DAY THE PERIOD WAS RECORDED - THE
001700*                NIGHTLY CAP (CBACT05C) AND FEE SUPPRESSION
001800*                (CBFEE01C) ONLY PROTECT FROM THE RECORDED DATE
001900*                FORWARD. A CUSTOMER FLAGGED REFUND-PENDING BY
002000*                CBSCR01C OR COCUS01C HAS EVERY ACCOUNT IT
002100*                HOLDS, PRIMARY OR JOINT, GATHERED FROM ACCTXREF,
002200*                AND EVERY CARD ON THEM FROM CARDAIX. TRANDAT IS
002300*                THEN SCANNED FOR CHARGES ON THOSE CARDS DATED
002400*                INSIDE THE PERIOD AND BEFORE THE RECORDED DATE:
002500*                  - INTEREST (06/4000, 4001, 4002) IS CREDITED
002600*                    THE SHARE ABOVE THE CAP RATE, AT THE
002700*                    ACCOUNT GROUP'S PURCHASE OR CASH APR;
002800*                  - LATE, OVERLIMIT AND ANNUAL FEES (04/3000,
002900*                    04/3002, 05/3001) ARE CREDITED IN FULL.
003000*                EACH CREDIT IS A NEGATIVE ROW OF THE SAME TYPE
003100*                AND CATEGORY AS THE CHARGE, NAMING IT IN
003200*                TRAN-ORIG-TRAN-ID, LEFT UNPOSTED FOR CBTRN02C TO
003300*                APPLY TO THE BALANCE AND DUE BUCKETS. A CHARGE
003400*                ALREADY NAMED BY AN EARLIER SCRA CREDIT IS NEVER
003500*                CREDITED TWICE, SO A RERUN IS HARMLESS. THE
003600*                CUSTOMER IS THEN MARKED REFUND-DONE. EVERY
003700*                CREDIT IS LISTED ON THE SCRAAUD COMPLIANCE
003800*                REPORT WITH PER-CUSTOMER AND GRAND TOTALS.
003900*                A CUSTOMER WHOSE WORK TABLES OVERFLOW IS REPORTED
004000*                INCOMPLETE AND LEFT PENDING FOR OPERATIONS AND
004100*                THE NEXT RUN TO FINISH.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CUST-ID
005000         FILE STATUS IS WS-CUSTOMER-STATUS.
005100     SELECT XREF-FILE ASSIGN TO ACCTXREF
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS XRF-ACCT-ID
005500         FILE STATUS IS WS-XREF-STATUS.
005600     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS ACCT-ID
006000         FILE STATUS IS WS-ACCOUNT-STATUS.
006100     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS CARD-ACCT-ID
006500         FILE STATUS IS WS-CARDAIX-STATUS.
006600     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS TRAN-ID
007000         FILE STATUS IS WS-TRAN-MASTER-STATUS.
007100     SELECT INT-RATE-REF-FILE ASSIGN TO INTRATES
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS IRT-KEY
007500         FILE STATUS IS WS-INTRATES-STATUS.
007600     SELECT SCRA-AUDIT-FILE ASSIGN TO SCRAAUD
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-REPORT-STATUS.
007900     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-ALERT-STATUS.
008200     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS JBS-KEY
008600         FILE STATUS IS WS-JOBLOG-STATUS.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CUSTOMER-FILE.
009100     COPY CVCUS01Y.
009200*
009300 FD  XREF-FILE.
009400     COPY CVXRF01Y.
009500*
009600 FD  ACCOUNT-FILE.
009700     COPY CVACT01Y.
009800*
009900 FD  CARD-AIX-FILE.
010000     COPY CVACT02Y.
010100*
010200 FD  TRAN-MASTER-FILE.
010300     COPY CVTRA01Y.
010400*
010500 FD  INT-RATE-REF-FILE.
010600     COPY CVIRT01Y.
010700*
010800 FD  SCRA-AUDIT-FILE
010900     RECORDING MODE IS F.
011000 01  SCRA-AUDIT-LINE                  PIC X(80).
011100*
011200 FD  ALERT-QUEUE-FILE
011300     RECORDING MODE IS F.
011400     COPY CSOPS01Y.
011500*
011600 FD  JOB-LOG-FILE.
011700     COPY CVJOB01Y.
011800*
011900 WORKING-STORAGE SECTION.
012000 01  WS-CUSTOMER-STATUS               PIC XX.
012100     88 WS-CUSTOMER-OK                VALUE '00'.
012200 01  WS-XREF-STATUS                   PIC XX.
012300     88 WS-XREF-OK                    VALUE '00'.
012400 01  WS-ACCOUNT-STATUS                PIC XX.
012500     88 WS-ACCOUNT-OK                 VALUE '00'.
012600 01  WS-CARDAIX-STATUS                PIC XX.
012700     88 WS-CARDAIX-OK                 VALUE '00'.
012800 01  WS-TRAN-MASTER-STATUS            PIC XX.
012900     88 WS-TRAN-MASTER-OK             VALUE '00'.
013000 01  WS-INTRATES-STATUS               PIC XX.
013100     88 WS-INTRATES-OK                VALUE '00'.
013200 01  WS-REPORT-STATUS                 PIC XX.
013300 01  WS-ALERT-STATUS                  PIC XX.
013400 01  WS-JOBLOG-STATUS                 PIC XX.
013500     88 WS-JOBLOG-OK                  VALUE '00'.
013600 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
013700     88 WS-END-OF-CUSTOMERS           VALUE 'Y'.
013800 01  WS-XREF-EOF-SW                   PIC X(01) VALUE 'N'.
013900     88 WS-END-OF-XREF                VALUE 'Y'.
014000 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
014100     88 WS-END-OF-CARDS               VALUE 'Y'.
014200 01  WS-TRAN-EOF-SW                   PIC X(01) VALUE 'N'.
014300     88 WS-END-OF-TRANS               VALUE 'Y'.
014400 01  WS-REF-EOF-SW                    PIC X(01) VALUE 'N'.
014500     88 WS-END-OF-REF                 VALUE 'Y'.
014600 01  WS-REF-FOUND-SW                  PIC X(01) VALUE 'N'.
014700     88 WS-REF-FOUND                  VALUE 'Y'.
014800 01  WS-OVERFLOW-SW                   PIC X(01) VALUE 'N'.
014900     88 WS-TABLE-OVERFLOW             VALUE 'Y'.
015000 01  WS-CUST-COUNT                    PIC 9(07) VALUE ZERO.
015100 01  WS-REFUNDED-CUST-COUNT           PIC 9(07) VALUE ZERO.
015200 01  WS-HELD-CUST-COUNT               PIC 9(07) VALUE ZERO.
015300 01  WS-CREDIT-COUNT                  PIC 9(07) VALUE ZERO.
015400 01  WS-GRAND-REFUND-AMT              PIC S9(11)V99 COMP-3
015500                                      VALUE ZERO.
015600 01  WS-ABEND-REASON-TEXT             PIC X(50).
015700*
015800******************************************************************
015900* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
016000******************************************************************
016100 COPY CSMSG02Y.
016200*
016300 COPY CVINT01Y.
016400*
016500 COPY CSDAT01Y.
016600*
016700******************************************************************
016800* SCRA RATE CAP - THE SAME CAP CBACT05C APPLIES NIGHTLY.
016900******************************************************************
017000 COPY CVSCR02Y.
017100*
017200******************************************************************
017300* THE CUSTOMER'S CARDS, EACH WITH ITS ACCOUNT AND THE PURCHASE
017400* AND CASH APRS OF THE ACCOUNT'S GROUP.
017500******************************************************************
017600 01  WS-CARD-TABLE.
017700     05 WS-CARD-USED                  PIC 9(03) VALUE ZERO.
017800     05 WS-CARD-ENTRY OCCURS 50 TIMES
017900                      INDEXED BY CRD-IDX.
018000        10 WS-CRD-CARD-NUM            PIC X(16).
018100        10 WS-CRD-ACCT-ID             PIC 9(11).
018200        10 WS-CRD-PURCH-RATE          PIC 9(02)V9(02).
018300        10 WS-CRD-CASH-RATE           PIC 9(02)V9(02).
018400*
018500******************************************************************
018600* CHARGES ALREADY CREDITED BY AN EARLIER SCRA REFUND ROW.
018700******************************************************************
018800 01  WS-PRIOR-TABLE.
018900     05 WS-PRIOR-USED                 PIC 9(04) VALUE ZERO.
019000     05 WS-PRIOR-ENTRY OCCURS 1000 TIMES
019100                       INDEXED BY PRI-IDX.
019200        10 WS-PRI-TRAN-ID             PIC X(16).
019300*
019400******************************************************************
019500* CREDITS DUE THIS CUSTOMER - HELD UNTIL THE TRANDAT BROWSE IS
019600* FINISHED, SO THE NEW ROWS ARE NOT WRITTEN UNDER THE BROWSE.
019700******************************************************************
019800 01  WS-CREDIT-TABLE.
019900     05 WS-CREDIT-USED                PIC 9(03) VALUE ZERO.
020000     05 WS-CREDIT-ENTRY OCCURS 500 TIMES
020100                        INDEXED BY CRE-IDX.
020200        10 WS-CRE-CHARGE-ID           PIC X(16).
020300        10 WS-CRE-CARD-NUM            PIC X(16).
020400        10 WS-CRE-ACCT-ID             PIC 9(11).
020500        10 WS-CRE-TYPE-CD             PIC X(02).
020600        10 WS-CRE-CAT-CD              PIC X(04).
020700        10 WS-CRE-CHARGED-AMT         PIC S9(09)V99 COMP-3.
020800        10 WS-CRE-REFUND-AMT          PIC S9(09)V99 COMP-3.
020900*
021000 01  WS-REFUND-WORK.
021100     05 WS-FOUND-SW                   PIC X(01).
021200        88 WS-SLOT-FOUND              VALUE 'Y'.
021300     05 WS-CHARGE-RATE                PIC 9(02)V9(02).
021400     05 WS-REFUND-AMT                 PIC S9(09)V99 COMP-3.
021500     05 WS-CUST-REFUND-AMT            PIC S9(11)V99 COMP-3.
021600     05 WS-CUST-CREDIT-COUNT          PIC 9(05).
021700     05 WS-PURCH-RATE                 PIC 9(02)V9(02).
021800     05 WS-CASH-RATE                  PIC 9(02)V9(02).
021900     05 WS-NEW-TRAN-ID                PIC X(16).
022000     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
022100     05 WS-EDIT-CHARGED               PIC Z,ZZZ,ZZ9.99.
022200     05 WS-EDIT-REFUND                PIC Z,ZZZ,ZZ9.99.
022300     05 WS-EDIT-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022400*
022500 LINKAGE SECTION.
022600*
022700******************************************************************
022800 PROCEDURE DIVISION.
022900******************************************************************
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
023200     PERFORM 2000-PROCESS-CUSTOMERS
023300         THRU 2000-PROCESS-CUSTOMERS-EXIT
023400         UNTIL WS-END-OF-CUSTOMERS
023500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
023600     GOBACK.
023700*
023800 1000-INITIALIZE.
023900     MOVE ACCT-INT-RATE-VALUES   TO ACCT-INT-RATE-TABLE
024000     PERFORM 1200-LOAD-RATE-TABLE
024100         THRU 1200-LOAD-RATE-TABLE-EXIT
024200     OPEN I-O CUSTOMER-FILE
024300     OPEN INPUT XREF-FILE
024400     OPEN INPUT ACCOUNT-FILE
024500     OPEN INPUT CARD-AIX-FILE
024600     OPEN I-O TRAN-MASTER-FILE
024700     OPEN OUTPUT SCRA-AUDIT-FILE
024800     IF NOT WS-CUSTOMER-OK
024900         DISPLAY 'CBSCR02C - ERROR OPENING CUSTOMER FILE'
025000         MOVE 'Y'                TO WS-EOF-SW
025100         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
025200         PERFORM 9100-ABEND-NOTIFY
025300             THRU 9100-ABEND-NOTIFY-EXIT
025400         GO TO 1000-INITIALIZE-EXIT
025500     END-IF
025600     IF NOT WS-TRAN-MASTER-OK
025700         DISPLAY 'CBSCR02C - ERROR OPENING TRANSACTION FILE'
025800         MOVE 'Y'                TO WS-EOF-SW
025900         MOVE 'TRANSACTION FILE OPEN ERROR'
026000                                 TO WS-ABEND-REASON-TEXT
026100         PERFORM 9100-ABEND-NOTIFY
026200             THRU 9100-ABEND-NOTIFY-EXIT
026300         GO TO 1000-INITIALIZE-EXIT
026400     END-IF
026500     MOVE 'CBSCR02C - SCRA RETROACTIVE REFUND AUDIT'
026600                                 TO SCRA-AUDIT-LINE
026700     WRITE SCRA-AUDIT-LINE
026800     PERFORM 2100-READ-NEXT-CUSTOMER
026900         THRU 2100-READ-NEXT-CUSTOMER-EXIT.
027000 1000-INITIALIZE-EXIT.
027100     EXIT.
027200*
027300******************************************************************
027400* OVERLAY THE COMPILED RATE TABLE WITH THE MAINTAINED INTRATES
027500* DATASET, EXACTLY AS CBACT05C DOES, SO THE REFUND IS WORKED AT
027600* THE RATES THE ACCRUAL USES.
027700******************************************************************
027800 1200-LOAD-RATE-TABLE.
027900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
028000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
028100     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
028200     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
028300     OPEN INPUT INT-RATE-REF-FILE
028400     IF NOT WS-INTRATES-OK
028500         CLOSE INT-RATE-REF-FILE
028600         GO TO 1200-LOAD-RATE-TABLE-EXIT
028700     END-IF
028800     MOVE 'N'                    TO WS-REF-EOF-SW
028900     PERFORM 1210-LOAD-NEXT-RATE THRU 1210-LOAD-NEXT-RATE-EXIT
029000         UNTIL WS-END-OF-REF
029100     CLOSE INT-RATE-REF-FILE.
029200 1200-LOAD-RATE-TABLE-EXIT.
029300     EXIT.
029400*
029500 1210-LOAD-NEXT-RATE.
029600     READ INT-RATE-REF-FILE NEXT RECORD
029700         AT END
029800             MOVE 'Y'            TO WS-REF-EOF-SW
029900             GO TO 1210-LOAD-NEXT-RATE-EXIT
030000     END-READ
030100     IF IRT-EFF-DATE > WS-CURDATE-YYYY-MM-DD
030200         GO TO 1210-LOAD-NEXT-RATE-EXIT
030300     END-IF
030400     MOVE 'N'                    TO WS-REF-FOUND-SW
030500     PERFORM VARYING AIR-IDX FROM 1 BY 1
030600             UNTIL AIR-IDX > 5 OR WS-REF-FOUND
030700         IF AIR-GROUP-ID (AIR-IDX) = IRT-GROUP-ID
030800             MOVE IRT-ANNUAL-RATE TO AIR-ANNUAL-RATE (AIR-IDX)
030900             MOVE IRT-CASH-ADV-RATE
031000                                 TO AIR-CASH-RATE (AIR-IDX)
031100             MOVE 'Y'            TO WS-REF-FOUND-SW
031200         END-IF
031300     END-PERFORM
031400     IF NOT WS-REF-FOUND
031500         PERFORM VARYING AIR-IDX FROM 1 BY 1
031600                 UNTIL AIR-IDX > 5 OR WS-REF-FOUND
031700             IF AIR-GROUP-ID (AIR-IDX) = SPACES
031800                 MOVE IRT-GROUP-ID TO AIR-GROUP-ID (AIR-IDX)
031900                 MOVE IRT-ANNUAL-RATE
032000                                 TO AIR-ANNUAL-RATE (AIR-IDX)
032100                 MOVE IRT-CASH-ADV-RATE
032200                                 TO AIR-CASH-RATE (AIR-IDX)
032300                 MOVE 'Y'        TO WS-REF-FOUND-SW
032400             END-IF
032500         END-PERFORM
032600     END-IF.
032700 1210-LOAD-NEXT-RATE-EXIT.
032800     EXIT.
032900*
033000 2000-PROCESS-CUSTOMERS.
033100     IF NOT CUST-SCRA-REFUND-PENDING
033200         GO TO 2000-PROCESS-CUSTOMERS-NEXT
033300     END-IF
033400     ADD 1                       TO WS-CUST-COUNT
033500     MOVE 'N'                    TO WS-OVERFLOW-SW
033600     MOVE ZERO                   TO WS-CUST-REFUND-AMT
033700     MOVE ZERO                   TO WS-CUST-CREDIT-COUNT
033800     PERFORM 7000-REPORT-CUSTOMER
033900         THRU 7000-REPORT-CUSTOMER-EXIT
034000     PERFORM 3000-BUILD-CARD-TABLE
034100         THRU 3000-BUILD-CARD-TABLE-EXIT
034200     IF WS-CARD-USED > ZERO
034300         PERFORM 4000-COLLECT-PRIOR-CREDITS
034400             THRU 4000-COLLECT-PRIOR-CREDITS-EXIT
034500         PERFORM 5000-SELECT-CHARGES
034600             THRU 5000-SELECT-CHARGES-EXIT
034700         PERFORM 6000-WRITE-CREDIT
034800             THRU 6000-WRITE-CREDIT-EXIT
034900             VARYING CRE-IDX FROM 1 BY 1
035000             UNTIL CRE-IDX > WS-CREDIT-USED
035100     END-IF
035200     PERFORM 7200-REPORT-CUSTOMER-TOTAL
035300         THRU 7200-REPORT-CUSTOMER-TOTAL-EXIT
035400     IF WS-TABLE-OVERFLOW
035500         ADD 1                   TO WS-HELD-CUST-COUNT
035600         GO TO 2000-PROCESS-CUSTOMERS-NEXT
035700     END-IF
035800     SET CUST-SCRA-REFUND-DONE   TO TRUE
035900     REWRITE CUSTOMER-RECORD
036000     ADD 1                       TO WS-REFUNDED-CUST-COUNT.
036100 2000-PROCESS-CUSTOMERS-NEXT.
036200     PERFORM 2100-READ-NEXT-CUSTOMER
036300         THRU 2100-READ-NEXT-CUSTOMER-EXIT.
036400 2000-PROCESS-CUSTOMERS-EXIT.
036500     EXIT.
036600*
036700 2100-READ-NEXT-CUSTOMER.
036800     READ CUSTOMER-FILE NEXT RECORD
036900         AT END
037000             MOVE 'Y'            TO WS-EOF-SW
037100     END-READ.
037200 2100-READ-NEXT-CUSTOMER-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600* EVERY ACCOUNT THE CUSTOMER HOLDS, PRIMARY OR JOINT - THE SAME
037700* ACCTXREF SCAN CBBKR01C USES - AND EVERY CARD ON EACH ONE.
037800******************************************************************
037900 3000-BUILD-CARD-TABLE.
038000     MOVE ZERO                   TO WS-CARD-USED
038100     MOVE 'N'                    TO WS-XREF-EOF-SW
038200     MOVE ZERO                   TO XRF-ACCT-ID
038300     START XREF-FILE KEY NOT LESS THAN XRF-ACCT-ID
038400         INVALID KEY
038500             MOVE 'Y'            TO WS-XREF-EOF-SW
038600     END-START
038700     PERFORM 3100-SCAN-NEXT-XREF
038800         THRU 3100-SCAN-NEXT-XREF-EXIT
038900         UNTIL WS-END-OF-XREF.
039000 3000-BUILD-CARD-TABLE-EXIT.
039100     EXIT.
039200*
039300 3100-SCAN-NEXT-XREF.
039400     READ XREF-FILE NEXT RECORD
039500         AT END
039600             MOVE 'Y'            TO WS-XREF-EOF-SW
039700             GO TO 3100-SCAN-NEXT-XREF-EXIT
039800     END-READ
039900     IF XRF-CUST-ID NOT = CUST-ID
040000        AND XRF-JOINT-CUST-ID NOT = CUST-ID
040100         GO TO 3100-SCAN-NEXT-XREF-EXIT
040200     END-IF
040300     MOVE XRF-ACCT-ID            TO ACCT-ID
040400     READ ACCOUNT-FILE
040500         INVALID KEY
040600             GO TO 3100-SCAN-NEXT-XREF-EXIT
040700     END-READ
040800     PERFORM 3200-FIND-GROUP-RATES
040900         THRU 3200-FIND-GROUP-RATES-EXIT
041000     MOVE 'N'                    TO WS-CARD-EOF-SW
041100     MOVE ACCT-ID                TO CARD-ACCT-ID
041200     START CARD-AIX-FILE KEY NOT LESS THAN CARD-ACCT-ID
041300         INVALID KEY
041400             MOVE 'Y'            TO WS-CARD-EOF-SW
041500     END-START
041600     PERFORM 3300-ADD-NEXT-CARD
041700         THRU 3300-ADD-NEXT-CARD-EXIT
041800         UNTIL WS-END-OF-CARDS.
041900 3100-SCAN-NEXT-XREF-EXIT.
042000     EXIT.
042100*
042200******************************************************************
042300* THE GROUP RATE LOOKUP OF CBACT05C 3000-POST-INTEREST - A GROUP
042400* NOT ON THE TABLE TAKES THE DEFAULT ENTRY, A ZERO CASH RATE THE
042500* PURCHASE RATE.
042600******************************************************************
042700 3200-FIND-GROUP-RATES.
042800     MOVE 'N'                    TO WS-REF-FOUND-SW
042900     PERFORM VARYING AIR-IDX FROM 1 BY 1
043000             UNTIL AIR-IDX > 5 OR WS-REF-FOUND
043100         IF AIR-GROUP-ID (AIR-IDX) = ACCT-GROUP-ID
043200             MOVE AIR-ANNUAL-RATE (AIR-IDX) TO WS-PURCH-RATE
043300             MOVE AIR-CASH-RATE (AIR-IDX)   TO WS-CASH-RATE
043400             MOVE 'Y'            TO WS-REF-FOUND-SW
043500         END-IF
043600     END-PERFORM
043700     IF NOT WS-REF-FOUND
043800         MOVE AIR-ANNUAL-RATE (1) TO WS-PURCH-RATE
043900         MOVE AIR-CASH-RATE (1)   TO WS-CASH-RATE
044000     END-IF
044100     IF WS-CASH-RATE = ZERO
044200         MOVE WS-PURCH-RATE      TO WS-CASH-RATE
044300     END-IF.
044400 3200-FIND-GROUP-RATES-EXIT.
044500     EXIT.
044600*
044700 3300-ADD-NEXT-CARD.
044800     READ CARD-AIX-FILE NEXT RECORD
044900         AT END
045000             MOVE 'Y'            TO WS-CARD-EOF-SW
045100             GO TO 3300-ADD-NEXT-CARD-EXIT
045200     END-READ
045300     IF CARD-ACCT-ID NOT = ACCT-ID
045400         MOVE 'Y'                TO WS-CARD-EOF-SW
045500         GO TO 3300-ADD-NEXT-CARD-EXIT
045600     END-IF
045700     IF WS-CARD-USED NOT < 50
045800         MOVE 'Y'                TO WS-OVERFLOW-SW
045900         MOVE 'Y'                TO WS-CARD-EOF-SW
046000         GO TO 3300-ADD-NEXT-CARD-EXIT
046100     END-IF
046200     ADD 1                       TO WS-CARD-USED
046300     SET CRD-IDX                 TO WS-CARD-USED
046400     MOVE CARD-NUM               TO WS-CRD-CARD-NUM (CRD-IDX)
046500     MOVE ACCT-ID                TO WS-CRD-ACCT-ID (CRD-IDX)
046600     MOVE WS-PURCH-RATE          TO WS-CRD-PURCH-RATE (CRD-IDX)
046700     MOVE WS-CASH-RATE           TO WS-CRD-CASH-RATE (CRD-IDX).
046800 3300-ADD-NEXT-CARD-EXIT.
046900     EXIT.
047000*
047100******************************************************************
047200* FIRST PASS - THE CHARGES AN EARLIER RUN ALREADY CREDITED. A
047300* CUSTOMER WITH MORE THAN THE TABLE HOLDS IS LEFT PENDING AND
047400* NOT CREDITED AT ALL THIS RUN, RATHER THAN RISK A DOUBLE CREDIT.
047500******************************************************************
047600 4000-COLLECT-PRIOR-CREDITS.
047700     MOVE ZERO                   TO WS-PRIOR-USED
047800     MOVE 'N'                    TO WS-TRAN-EOF-SW
047900     MOVE LOW-VALUES             TO TRAN-ID
048000     START TRAN-MASTER-FILE KEY NOT LESS THAN TRAN-ID
048100         INVALID KEY
048200             MOVE 'Y'            TO WS-TRAN-EOF-SW
048300     END-START
048400     PERFORM 4100-NEXT-PRIOR-CREDIT
048500         THRU 4100-NEXT-PRIOR-CREDIT-EXIT
048600         UNTIL WS-END-OF-TRANS.
048700 4000-COLLECT-PRIOR-CREDITS-EXIT.
048800     EXIT.
048900*
049000 4100-NEXT-PRIOR-CREDIT.
049100     READ TRAN-MASTER-FILE NEXT RECORD
049200         AT END
049300             MOVE 'Y'            TO WS-TRAN-EOF-SW
049400             GO TO 4100-NEXT-PRIOR-CREDIT-EXIT
049500     END-READ
049600     IF TRAN-AMT NOT < ZERO
049700        OR TRAN-ORIG-TRAN-ID = SPACES
049800        OR TRAN-DESC (1:5) NOT = 'SCRA '
049900         GO TO 4100-NEXT-PRIOR-CREDIT-EXIT
050000     END-IF
050100     PERFORM 8000-FIND-CARD THRU 8000-FIND-CARD-EXIT
050200     IF NOT WS-SLOT-FOUND
050300         GO TO 4100-NEXT-PRIOR-CREDIT-EXIT
050400     END-IF
050500     IF WS-PRIOR-USED NOT < 1000
050600         MOVE 'Y'                TO WS-OVERFLOW-SW
050700         MOVE 'Y'                TO WS-TRAN-EOF-SW
050800         GO TO 4100-NEXT-PRIOR-CREDIT-EXIT
050900     END-IF
051000     ADD 1                       TO WS-PRIOR-USED
051100     SET PRI-IDX                 TO WS-PRIOR-USED
051200     MOVE TRAN-ORIG-TRAN-ID      TO WS-PRI-TRAN-ID (PRI-IDX).
051300 4100-NEXT-PRIOR-CREDIT-EXIT.
051400     EXIT.
051500*
051600******************************************************************
051700* SECOND PASS - CHARGES ON THE CUSTOMER'S CARDS PROCESSED ON OR
051800* AFTER THE START OF DUTY (AND NOT AFTER ITS END, WHEN KNOWN)
051900* AND BEFORE THE PERIOD WAS RECORDED. FROM THE RECORDED DATE ON,
052000* THE NIGHTLY CAP AND SUPPRESSION ALREADY PROTECTED THE ACCOUNT.
052100******************************************************************
052200 5000-SELECT-CHARGES.
052300     MOVE ZERO                   TO WS-CREDIT-USED
052400     IF WS-TABLE-OVERFLOW
052500         GO TO 5000-SELECT-CHARGES-EXIT
052600     END-IF
052700     MOVE 'N'                    TO WS-TRAN-EOF-SW
052800     MOVE LOW-VALUES             TO TRAN-ID
052900     START TRAN-MASTER-FILE KEY NOT LESS THAN TRAN-ID
053000         INVALID KEY
053100             MOVE 'Y'            TO WS-TRAN-EOF-SW
053200     END-START
053300     PERFORM 5100-TEST-NEXT-CHARGE
053400         THRU 5100-TEST-NEXT-CHARGE-EXIT
053500         UNTIL WS-END-OF-TRANS.
053600 5000-SELECT-CHARGES-EXIT.
053700     EXIT.
053800*
053900 5100-TEST-NEXT-CHARGE.
054000     READ TRAN-MASTER-FILE NEXT RECORD
054100         AT END
054200             MOVE 'Y'            TO WS-TRAN-EOF-SW
054300             GO TO 5100-TEST-NEXT-CHARGE-EXIT
054400     END-READ
054500     IF TRAN-AMT NOT > ZERO
054600        OR TRAN-PROC-DATE < CUST-SCRA-START-DATE
054700        OR TRAN-PROC-DATE NOT < CUST-SCRA-RECORDED-DATE
054800         GO TO 5100-TEST-NEXT-CHARGE-EXIT
054900     END-IF
055000     IF CUST-SCRA-END-DATE NOT = SPACES
055100        AND TRAN-PROC-DATE > CUST-SCRA-END-DATE
055200         GO TO 5100-TEST-NEXT-CHARGE-EXIT
055300     END-IF
055400     PERFORM 8000-FIND-CARD THRU 8000-FIND-CARD-EXIT
055500     IF NOT WS-SLOT-FOUND
055600         GO TO 5100-TEST-NEXT-CHARGE-EXIT
055700     END-IF
055800     MOVE ZERO                   TO WS-REFUND-AMT
055900     EVALUATE TRUE
056000         WHEN TRAN-TYPE-CD = '06'
056100          AND (TRAN-CAT-CD = '4000' OR TRAN-CAT-CD = '4002')
056200             MOVE WS-CRD-PURCH-RATE (CRD-IDX) TO WS-CHARGE-RATE
056300             PERFORM 5200-COMPUTE-RATE-EXCESS
056400                 THRU 5200-COMPUTE-RATE-EXCESS-EXIT
056500         WHEN TRAN-TYPE-CD = '06' AND TRAN-CAT-CD = '4001'
056600             MOVE WS-CRD-CASH-RATE (CRD-IDX)  TO WS-CHARGE-RATE
056700             PERFORM 5200-COMPUTE-RATE-EXCESS
056800                 THRU 5200-COMPUTE-RATE-EXCESS-EXIT
056900         WHEN TRAN-TYPE-CD = '04'
057000          AND (TRAN-CAT-CD = '3000' OR TRAN-CAT-CD = '3002')
057100             MOVE TRAN-AMT       TO WS-REFUND-AMT
057200         WHEN TRAN-TYPE-CD = '05' AND TRAN-CAT-CD = '3001'
057300             MOVE TRAN-AMT       TO WS-REFUND-AMT
057400         WHEN OTHER
057500             CONTINUE
057600     END-EVALUATE
057700     IF WS-REFUND-AMT NOT > ZERO
057800         GO TO 5100-TEST-NEXT-CHARGE-EXIT
057900     END-IF
058000     MOVE 'N'                    TO WS-FOUND-SW
058100     PERFORM VARYING PRI-IDX FROM 1 BY 1
058200             UNTIL PRI-IDX > WS-PRIOR-USED OR WS-SLOT-FOUND
058300         IF WS-PRI-TRAN-ID (PRI-IDX) = TRAN-ID
058400             MOVE 'Y'            TO WS-FOUND-SW
058500         END-IF
058600     END-PERFORM
058700     IF WS-SLOT-FOUND
058800         GO TO 5100-TEST-NEXT-CHARGE-EXIT
058900     END-IF
059000     IF WS-CREDIT-USED NOT < 500
059100         MOVE 'Y'                TO WS-OVERFLOW-SW
059200         MOVE 'Y'                TO WS-TRAN-EOF-SW
059300         GO TO 5100-TEST-NEXT-CHARGE-EXIT
059400     END-IF
059500     ADD 1                       TO WS-CREDIT-USED
059600     SET CRE-IDX                 TO WS-CREDIT-USED
059700     MOVE TRAN-ID                TO WS-CRE-CHARGE-ID (CRE-IDX)
059800     MOVE TRAN-CARD-NUM          TO WS-CRE-CARD-NUM (CRE-IDX)
059900     MOVE WS-CRD-ACCT-ID (CRD-IDX) TO WS-CRE-ACCT-ID (CRE-IDX)
060000     MOVE TRAN-TYPE-CD           TO WS-CRE-TYPE-CD (CRE-IDX)
060100     MOVE TRAN-CAT-CD            TO WS-CRE-CAT-CD (CRE-IDX)
060200     MOVE TRAN-AMT               TO WS-CRE-CHARGED-AMT (CRE-IDX)
060300     MOVE WS-REFUND-AMT          TO WS-CRE-REFUND-AMT (CRE-IDX).
060400 5100-TEST-NEXT-CHARGE-EXIT.
060500     EXIT.
060600*
060700******************************************************************
060800* INTEREST ACCRUES IN PROPORTION TO THE RATE, SO THE SHARE OF A
060900* CHARGE ABOVE THE CAP IS AMOUNT * (RATE - CAP) / RATE. A RATE
061000* AT OR BELOW THE CAP LEAVES NOTHING TO CREDIT.
061100******************************************************************
061200 5200-COMPUTE-RATE-EXCESS.
061300     IF WS-CHARGE-RATE NOT > SCRA-CAP-ANNUAL-RATE
061400         GO TO 5200-COMPUTE-RATE-EXCESS-EXIT
061500     END-IF
061600     COMPUTE WS-REFUND-AMT ROUNDED =
061700         TRAN-AMT * (WS-CHARGE-RATE - SCRA-CAP-ANNUAL-RATE)
061800                  / WS-CHARGE-RATE
061900     END-COMPUTE.
062000 5200-COMPUTE-RATE-EXCESS-EXIT.
062100     EXIT.
062200*
062300******************************************************************
062400* THE CREDIT MIRRORS THE CHARGE'S TYPE AND CATEGORY SO CBTRN02C
062500* RELIEVES THE SAME DUE BUCKET THE CHARGE LOADED.
062600******************************************************************
062700 6000-WRITE-CREDIT.
062800     ADD 1                       TO WS-SEQ-4
062900     MOVE FUNCTION CURRENT-DATE  TO WS-NEW-TRAN-ID
063000     MOVE WS-SEQ-4               TO WS-NEW-TRAN-ID (13:4)
063100     MOVE WS-NEW-TRAN-ID         TO TRAN-ID
063200     MOVE WS-CRE-TYPE-CD (CRE-IDX) TO TRAN-TYPE-CD
063300     MOVE WS-CRE-CAT-CD (CRE-IDX)  TO TRAN-CAT-CD
063400     MOVE 'CNP'                  TO TRAN-SOURCE
063500     IF WS-CRE-TYPE-CD (CRE-IDX) = '06'
063600         MOVE 'SCRA INTEREST RATE CAP REFUND' TO TRAN-DESC
063700     ELSE
063800         MOVE 'SCRA FEE REFUND'  TO TRAN-DESC
063900     END-IF
064000     COMPUTE TRAN-AMT = ZERO - WS-CRE-REFUND-AMT (CRE-IDX)
064100     MOVE SPACES                 TO TRAN-MERCHANT-ID
064200     MOVE SPACES                 TO TRAN-MERCHANT-NAME
064300     MOVE SPACES                 TO TRAN-MERCHANT-CITY
064400     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
064500     MOVE SPACES                 TO TRAN-MERCHANT-STATE
064600     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
064700     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
064800     MOVE WS-CRE-CARD-NUM (CRE-IDX) TO TRAN-CARD-NUM
064900     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
065000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
065100     MOVE 'N'                    TO TRAN-REVERSAL-IND
065200     MOVE WS-CRE-CHARGE-ID (CRE-IDX) TO TRAN-ORIG-TRAN-ID
065300     MOVE 'USD'                  TO TRAN-CURR-CD
065400     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
065500     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
065600     WRITE TRAN-RECORD
065700         INVALID KEY
065800             DISPLAY 'CBSCR02C - DUPLICATE KEY WRITING CREDIT '
065900                     TRAN-ID
066000             MOVE 'Y'            TO WS-OVERFLOW-SW
066100             GO TO 6000-WRITE-CREDIT-EXIT
066200     END-WRITE
066300     ADD 1                       TO WS-CREDIT-COUNT
066400     ADD 1                       TO WS-CUST-CREDIT-COUNT
066500     ADD WS-CRE-REFUND-AMT (CRE-IDX) TO WS-CUST-REFUND-AMT
066600     ADD WS-CRE-REFUND-AMT (CRE-IDX) TO WS-GRAND-REFUND-AMT
066700     PERFORM 7100-REPORT-CREDIT
066800         THRU 7100-REPORT-CREDIT-EXIT.
066900 6000-WRITE-CREDIT-EXIT.
067000     EXIT.
067100*
067200 7000-REPORT-CUSTOMER.
067300     MOVE SPACES                 TO SCRA-AUDIT-LINE
067400     STRING 'CUSTOMER '          DELIMITED BY SIZE
067500            CUST-ID              DELIMITED BY SIZE
067600            ' DUTY '             DELIMITED BY SIZE
067700            CUST-SCRA-START-DATE DELIMITED BY SIZE
067800            ' TO '               DELIMITED BY SIZE
067900            CUST-SCRA-END-DATE   DELIMITED BY SIZE
068000            ' RECORDED '         DELIMITED BY SIZE
068100            CUST-SCRA-RECORDED-DATE
068200                                 DELIMITED BY SIZE
068300       INTO SCRA-AUDIT-LINE
068400     END-STRING
068500     WRITE SCRA-AUDIT-LINE.
068600 7000-REPORT-CUSTOMER-EXIT.
068700     EXIT.
068800*
068900 7100-REPORT-CREDIT.
069000     MOVE WS-CRE-CHARGED-AMT (CRE-IDX) TO WS-EDIT-CHARGED
069100     MOVE WS-CRE-REFUND-AMT (CRE-IDX)  TO WS-EDIT-REFUND
069200     MOVE SPACES                 TO SCRA-AUDIT-LINE
069300     STRING '  ACCT '            DELIMITED BY SIZE
069400            WS-CRE-ACCT-ID (CRE-IDX)
069500                                 DELIMITED BY SIZE
069600            ' *'                 DELIMITED BY SIZE
069700            WS-CRE-CARD-NUM (CRE-IDX) (13:4)
069800                                 DELIMITED BY SIZE
069900            ' '                  DELIMITED BY SIZE
070000            WS-CRE-CHARGE-ID (CRE-IDX)
070100                                 DELIMITED BY SIZE
070200            ' '                  DELIMITED BY SIZE
070300            WS-CRE-TYPE-CD (CRE-IDX)
070400                                 DELIMITED BY SIZE
070500            '/'                  DELIMITED BY SIZE
070600            WS-CRE-CAT-CD (CRE-IDX)
070700                                 DELIMITED BY SIZE
070800            ' '                  DELIMITED BY SIZE
070900            WS-EDIT-CHARGED      DELIMITED BY SIZE
071000            ' '                  DELIMITED BY SIZE
071100            WS-EDIT-REFUND       DELIMITED BY SIZE
071200       INTO SCRA-AUDIT-LINE
071300     END-STRING
071400     WRITE SCRA-AUDIT-LINE.
071500 7100-REPORT-CREDIT-EXIT.
071600     EXIT.
071700*
071800 7200-REPORT-CUSTOMER-TOTAL.
071900     MOVE WS-CUST-REFUND-AMT     TO WS-EDIT-TOTAL
072000     MOVE SPACES                 TO SCRA-AUDIT-LINE
072100     IF WS-TABLE-OVERFLOW
072200         STRING '  CUSTOMER TOTAL '  DELIMITED BY SIZE
072300                WS-EDIT-TOTAL        DELIMITED BY SIZE
072400                ' - INCOMPLETE, LEFT PENDING'
072500                                     DELIMITED BY SIZE
072600           INTO SCRA-AUDIT-LINE
072700         END-STRING
072800     ELSE
072900         STRING '  CUSTOMER TOTAL '  DELIMITED BY SIZE
073000                WS-EDIT-TOTAL        DELIMITED BY SIZE
073100                ' CREDITS '          DELIMITED BY SIZE
073200                WS-CUST-CREDIT-COUNT DELIMITED BY SIZE
073300           INTO SCRA-AUDIT-LINE
073400         END-STRING
073500     END-IF
073600     WRITE SCRA-AUDIT-LINE.
073700 7200-REPORT-CUSTOMER-TOTAL-EXIT.
073800     EXIT.
073900*
074000 8000-FIND-CARD.
074100     MOVE 'N'                    TO WS-FOUND-SW
074200     PERFORM VARYING CRD-IDX FROM 1 BY 1
074300             UNTIL CRD-IDX > WS-CARD-USED OR WS-SLOT-FOUND
074400         IF WS-CRD-CARD-NUM (CRD-IDX) = TRAN-CARD-NUM
074500             MOVE 'Y'            TO WS-FOUND-SW
074600         END-IF
074700     END-PERFORM
074800     IF WS-SLOT-FOUND
074900         SET CRD-IDX DOWN BY 1
075000     END-IF.
075100 8000-FIND-CARD-EXIT.
075200     EXIT.
075300*
075400 9000-TERMINATE.
075500     MOVE WS-GRAND-REFUND-AMT    TO WS-EDIT-TOTAL
075600     MOVE SPACES                 TO SCRA-AUDIT-LINE
075700     STRING 'GRAND TOTAL REFUNDED ' DELIMITED BY SIZE
075800            WS-EDIT-TOTAL        DELIMITED BY SIZE
075900            ' CREDITS '          DELIMITED BY SIZE
076000            WS-CREDIT-COUNT      DELIMITED BY SIZE
076100       INTO SCRA-AUDIT-LINE
076200     END-STRING
076300     WRITE SCRA-AUDIT-LINE
076400     CLOSE CUSTOMER-FILE
076500     CLOSE XREF-FILE
076600     CLOSE ACCOUNT-FILE
076700     CLOSE CARD-AIX-FILE
076800     CLOSE TRAN-MASTER-FILE
076900     CLOSE SCRA-AUDIT-FILE
077000     DISPLAY 'CBSCR02C - CUSTOMERS PENDING: ' WS-CUST-COUNT
077100     DISPLAY 'CBSCR02C - CUSTOMERS COMPLETED: '
077200             WS-REFUNDED-CUST-COUNT
077300     DISPLAY 'CBSCR02C - CUSTOMERS LEFT PENDING: '
077400             WS-HELD-CUST-COUNT
077500     DISPLAY 'CBSCR02C - CREDITS WRITTEN: ' WS-CREDIT-COUNT
077600     PERFORM 9200-LOG-JOB-STATUS
077700         THRU 9200-LOG-JOB-STATUS-EXIT.
077800 9000-TERMINATE-EXIT.
077900     EXIT.
078000*
078100******************************************************************
078200* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
078300* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
078400* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
078500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
078600******************************************************************
078700 9100-ABEND-NOTIFY.
078800     MOVE 'AB01'                 TO ABEND-CODE
078900     MOVE 'CBSCR02C'             TO ABEND-CULPRIT
079000     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
079100     STRING ABEND-CULPRIT   DELIMITED BY SIZE
079200            ' - '           DELIMITED BY SIZE
079300            ABEND-REASON    DELIMITED BY SIZE
079400       INTO ABEND-MSG
079500     END-STRING
079600     OPEN EXTEND ALERT-QUEUE-FILE
079700     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
079800     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
079900     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
080000     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
080100     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
080200     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
080300     WRITE OPS-ALERT-RECORD
080400     CLOSE ALERT-QUEUE-FILE
080500     MOVE 16                     TO RETURN-CODE.
080600 9100-ABEND-NOTIFY-EXIT.
080700     EXIT.
080800*
080900******************************************************************
081000* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
081100* WHETHER THE JOB RAN AND HOW IT WENT.
081200******************************************************************
081300 9200-LOG-JOB-STATUS.
081400     OPEN I-O JOB-LOG-FILE
081500     IF NOT WS-JOBLOG-OK
081600         DISPLAY 'CBSCR02C - ERROR OPENING JOB LOG FILE'
081700         GO TO 9200-LOG-JOB-STATUS-EXIT
081800     END-IF
081900     MOVE 'CBSCR02C'             TO JBS-JOB-NAME
082000     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
082100     IF RETURN-CODE = ZERO
082200         SET JBS-STATUS-SUCCESS  TO TRUE
082300     ELSE
082400         SET JBS-STATUS-FAILED   TO TRUE
082500     END-IF
082600     MOVE RETURN-CODE            TO JBS-RETURN-CODE
082700     MOVE WS-CREDIT-COUNT        TO JBS-REC-COUNT
082800     WRITE JOB-STATUS-RECORD
082900     CLOSE JOB-LOG-FILE.
083000 9200-LOG-JOB-STATUS-EXIT.
083100     EXIT.
