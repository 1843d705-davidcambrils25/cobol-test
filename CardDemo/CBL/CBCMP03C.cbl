000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCMP03C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CORPORATE CARD MONTHLY
001100*                     SPEND-BY-COST-CENTER EXTRACT.
000000* 2026-10-15  MAINT   REGISTER THE EXPENSE EXTRACT (CMPEXPO) ON
000000*                     THE OUTBOUND FILE REGISTRY (CBOBF01C) AS THE
000000*                     RUN ENDS, WITH THE COMPANY TRAILER TOTALS
000000*                     SUMMED.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       BUILDS THE MONTHLY EXPENSE FILE (CMPEXPO,
001500*                CVCMP04Y) EACH CORPORATE CLIENT LOADS INTO ITS
001600*                OWN EXPENSE SYSTEM: FOR EVERY COMPANY A HEADER,
001700*                ONE DETAIL ROW PER COST CENTER WITH THE MONTH'S
001800*                SPEND OVER ALL THE EMPLOYEE ACCOUNTS LINKED
001900*                UNDER IT (CMPACCT), AND A TRAILER WITH THE
002000*                COMPANY TOTAL. SPEND IS READ OFF THE SAME
002100*                CARDAIX/TRANCARD PATH THE STATEMENTS ITEMIZE
002200*                FROM, BY PROCESSING DATE, AND BUCKETED BY TYPE:
002300*                PURCHASES (01/09), CASH ADVANCES (03), FEES AND
002400*                INTEREST (04/05/06) AND CREDITS (07, CARRIED AS
002500*                A POSITIVE AMOUNT); NET IS PURCHASES PLUS CASH
002600*                PLUS FEES LESS CREDITS. PAYMENTS ARE NOT SPEND
002700*                AND ARE LEFT OUT. ACCOUNTS UNDER A COST CENTER
002800*                NO LONGER ON CMPCCTR ARE GATHERED ON ONE
002900*                DETAIL ROW WITH A BLANK COST CENTER.
003000*                RUN EARLY IN THE MONTH FOR THE MONTH BEFORE; A
003100*                COMPANY ALREADY STAMPED WITH THAT MONTH
003200*                (CMP-LAST-EXTRACT-MONTH) IS NOT SENT AGAIN.
003300*                TO RE-SEND OR TO EXTRACT ANOTHER MONTH, PATCH
003400*                WS-MONTH-OVERRIDE BELOW FOR THE RUN - AN
003500*                OVERRIDDEN RUN SENDS EVERY COMPANY.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT COMPANY-FILE ASSIGN TO COMPANY
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CMP-COMPANY-ID
004400         FILE STATUS IS WS-COMPANY-STATUS.
004500     SELECT CCTR-FILE ASSIGN TO CMPCCTR
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CCT-KEY
004900         FILE STATUS IS WS-CCTR-STATUS.
005000     SELECT CMPACCT-FILE ASSIGN TO CMPACCT
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CMA-KEY
005400         FILE STATUS IS WS-CMPACCT-STATUS.
005500     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CARD-ACCT-ID
005900         FILE STATUS IS WS-CARDAIX-STATUS.
006000     SELECT TRAN-CARD-FILE ASSIGN TO TRANCARD
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS TRAN-CARD-NUM
006400         FILE STATUS IS WS-TRANCARD-STATUS.
006500     SELECT CMP-EXPENSE-FILE ASSIGN TO CMPEXPO
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-EXPENSE-STATUS.
006800     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-ALERT-STATUS.
007100     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS JBS-KEY
007500         FILE STATUS IS WS-JOBLOG-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  COMPANY-FILE.
008000     COPY CVCMP01Y.
008100*
008200 FD  CCTR-FILE.
008300     COPY CVCMP02Y.
008400*
008500 FD  CMPACCT-FILE.
008600     COPY CVCMP03Y.
008700*
008800 FD  CARD-AIX-FILE.
008900     COPY CVACT02Y.
009000*
009100 FD  TRAN-CARD-FILE.
009200     COPY CVTRA01Y.
009300*
009400 FD  CMP-EXPENSE-FILE
009500     RECORDING MODE IS F.
009600 01  CMP-EXPENSE-LINE                 PIC X(140).
009700*
009800 FD  ALERT-QUEUE-FILE
009900     RECORDING MODE IS F.
010000     COPY CSOPS01Y.
010100*
010200 FD  JOB-LOG-FILE.
010300     COPY CVJOB01Y.
010400*
010500 WORKING-STORAGE SECTION.
010600 01  WS-COMPANY-STATUS                PIC XX.
010700     88 WS-COMPANY-OK                 VALUE '00'.
010800 01  WS-CCTR-STATUS                   PIC XX.
010900 01  WS-CMPACCT-STATUS                PIC XX.
011000     88 WS-CMPACCT-OK                 VALUE '00'.
011100 01  WS-CARDAIX-STATUS                PIC XX.
011200 01  WS-TRANCARD-STATUS               PIC XX.
011300 01  WS-EXPENSE-STATUS                PIC XX.
011400     88 WS-EXPENSE-OK                 VALUE '00'.
011500 01  WS-ALERT-STATUS                  PIC XX.
011600 01  WS-JOBLOG-STATUS                 PIC XX.
011700     88 WS-JOBLOG-OK                  VALUE '00'.
011800 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
011900     88 WS-END-OF-COMPANIES           VALUE 'Y'.
012000 01  WS-CCT-EOF-SW                    PIC X(01) VALUE 'N'.
012100     88 WS-END-OF-CCTRS               VALUE 'Y'.
012200 01  WS-CMA-EOF-SW                    PIC X(01) VALUE 'N'.
012300     88 WS-END-OF-MEMBERS             VALUE 'Y'.
012400 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
012500     88 WS-END-OF-CARDS               VALUE 'Y'.
012600 01  WS-TRAN-EOF-SW                   PIC X(01) VALUE 'N'.
012700     88 WS-END-OF-TRANS               VALUE 'Y'.
012800 01  WS-COMPANY-COUNT                 PIC 9(07) VALUE ZERO.
012900 01  WS-EXTRACT-COUNT                 PIC 9(07) VALUE ZERO.
013000 01  WS-RECORD-COUNT                  PIC 9(07) VALUE ZERO.
000000 01  WS-FILE-TRAN-COUNT               PIC 9(09) VALUE ZERO.
000000 01  WS-FILE-NET-AMT                  PIC S9(11)V99 COMP-3
000000                                      VALUE ZERO.
013100 01  WS-ABEND-REASON-TEXT             PIC X(50).
013200*
013300******************************************************************
013400* EXTRACT MONTH. LEFT AT SPACES THE RUN TAKES THE MONTH BEFORE
013500* THE CURRENT ONE; PATCH A YYYY-MM HERE TO RE-SEND A MONTH.
013600******************************************************************
013700 01  WS-MONTH-OVERRIDE                PIC X(07) VALUE SPACES.
013800 01  WS-PERIOD-WORK.
013900     05 WS-PER-YYYY                   PIC 9(04).
014000     05 WS-PER-MM                     PIC 9(02).
014100 01  WS-PERIOD-X.
014200     05 WS-PERIOD-X-YYYY              PIC 9(04).
014300     05 FILLER                        PIC X(01) VALUE '-'.
014400     05 WS-PERIOD-X-MM                PIC 9(02).
014500 01  WS-EXTRACT-MONTH                 PIC X(07).
014600*
014700 COPY CVCMP04Y.
014800*
014900 01  WS-CMP-WORK.
015000     05 WS-HOLD-COMPANY-ID            PIC X(10).
015100     05 WS-UNASSIGNED-SW              PIC X(01).
015200        88 WS-UNASSIGNED-PASS         VALUE 'Y'.
015300     05 WS-ACCT-CCT-FOUND-SW          PIC X(01).
015400        88 WS-ACCT-CCT-FOUND          VALUE 'Y'.
015500     05 WS-CCT-TRAN-COUNT             PIC 9(07).
015600     05 WS-CCT-PURCHASE-AMT           PIC S9(09)V99 COMP-3.
015700     05 WS-CCT-CASH-AMT               PIC S9(09)V99 COMP-3.
015800     05 WS-CCT-FEE-AMT                PIC S9(09)V99 COMP-3.
015900     05 WS-CCT-CREDIT-AMT             PIC S9(09)V99 COMP-3.
016000     05 WS-CMP-TRAN-COUNT             PIC 9(07).
016100     05 WS-CMP-PURCHASE-AMT           PIC S9(09)V99 COMP-3.
016200     05 WS-CMP-CASH-AMT               PIC S9(09)V99 COMP-3.
016300     05 WS-CMP-FEE-AMT                PIC S9(09)V99 COMP-3.
016400     05 WS-CMP-CREDIT-AMT             PIC S9(09)V99 COMP-3.
016500*
016600******************************************************************
016700* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
016800******************************************************************
016900 COPY CSMSG02Y.
017000*
017100 COPY CSDAT01Y.
017200*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
017300 LINKAGE SECTION.
017400*
017500******************************************************************
017600 PROCEDURE DIVISION.
017700******************************************************************
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018000     PERFORM 2000-NEXT-COMPANY
018100         THRU 2000-NEXT-COMPANY-EXIT
018200         UNTIL WS-END-OF-COMPANIES
018300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
018400     GOBACK.
018500*
018600 1000-INITIALIZE.
018700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
018800     IF WS-MONTH-OVERRIDE NOT = SPACES
018900         MOVE WS-MONTH-OVERRIDE  TO WS-EXTRACT-MONTH
019000     ELSE
019100         MOVE WS-CURDATE-YEAR    TO WS-PER-YYYY
019200         MOVE WS-CURDATE-MONTH   TO WS-PER-MM
019300         IF WS-PER-MM = 1
019400             SUBTRACT 1 FROM WS-PER-YYYY
019500             MOVE 12             TO WS-PER-MM
019600         ELSE
019700             SUBTRACT 1 FROM WS-PER-MM
019800         END-IF
019900         MOVE WS-PER-YYYY        TO WS-PERIOD-X-YYYY
020000         MOVE WS-PER-MM          TO WS-PERIOD-X-MM
020100         MOVE WS-PERIOD-X        TO WS-EXTRACT-MONTH
020200     END-IF
020300     DISPLAY 'CBCMP03C - EXTRACT MONTH: ' WS-EXTRACT-MONTH
020400     OPEN I-O COMPANY-FILE
020500     OPEN INPUT CCTR-FILE
020600     OPEN INPUT CMPACCT-FILE
020700     OPEN INPUT CARD-AIX-FILE
020800     OPEN INPUT TRAN-CARD-FILE
020900     OPEN OUTPUT CMP-EXPENSE-FILE
021000     IF NOT WS-COMPANY-OK
021100         DISPLAY 'CBCMP03C - ERROR OPENING COMPANY FILE'
021200         MOVE 'Y'                TO WS-EOF-SW
021300         MOVE 'COMPANY FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
021400         PERFORM 9100-ABEND-NOTIFY
021500             THRU 9100-ABEND-NOTIFY-EXIT
021600     END-IF
021700     IF NOT WS-CMPACCT-OK
021800         DISPLAY 'CBCMP03C - ERROR OPENING COMPANY ACCOUNT FILE'
021900         MOVE 'Y'                TO WS-EOF-SW
022000         MOVE 'COMPANY ACCOUNT FILE OPEN ERROR'
022100                                 TO WS-ABEND-REASON-TEXT
022200         PERFORM 9100-ABEND-NOTIFY
022300             THRU 9100-ABEND-NOTIFY-EXIT
022400     END-IF
022500     IF NOT WS-EXPENSE-OK
022600         DISPLAY 'CBCMP03C - ERROR OPENING EXPENSE EXTRACT FILE'
022700         MOVE 'Y'                TO WS-EOF-SW
022800         MOVE 'EXPENSE EXTRACT FILE OPEN ERROR'
022900                                 TO WS-ABEND-REASON-TEXT
023000         PERFORM 9100-ABEND-NOTIFY
023100             THRU 9100-ABEND-NOTIFY-EXIT
023200     END-IF
023300     IF NOT WS-END-OF-COMPANIES
023400         PERFORM 2100-READ-NEXT-COMPANY
023500             THRU 2100-READ-NEXT-COMPANY-EXIT
023600     END-IF.
023700 1000-INITIALIZE-EXIT.
023800     EXIT.
023900*
024000 2000-NEXT-COMPANY.
024100     ADD 1                       TO WS-COMPANY-COUNT
024200     IF WS-MONTH-OVERRIDE NOT = SPACES
024300        OR CMP-LAST-EXTRACT-MONTH NOT = WS-EXTRACT-MONTH
024400         PERFORM 3000-EXTRACT-COMPANY
024500             THRU 3000-EXTRACT-COMPANY-EXIT
024600     END-IF
024700     PERFORM 2100-READ-NEXT-COMPANY
024800         THRU 2100-READ-NEXT-COMPANY-EXIT.
024900 2000-NEXT-COMPANY-EXIT.
025000     EXIT.
025100*
025200 2100-READ-NEXT-COMPANY.
025300     READ COMPANY-FILE NEXT RECORD
025400         AT END
025500             MOVE 'Y'            TO WS-EOF-SW
025600     END-READ.
025700 2100-READ-NEXT-COMPANY-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100* ONE COMPANY'S HEADER, A DETAIL PER COST CENTER ON CMPCCTR, A
026200* DETAIL FOR ANY UNASSIGNED ACCOUNTS, AND THE TRAILER. THE
026300* MONTH IS STAMPED ON THE COMPANY ROW ONCE THE TRAILER IS OUT.
026400******************************************************************
026500 3000-EXTRACT-COMPANY.
026600     MOVE CMP-COMPANY-ID         TO WS-HOLD-COMPANY-ID
026700     MOVE ZERO                   TO WS-CMP-TRAN-COUNT
026800     MOVE ZERO                   TO WS-CMP-PURCHASE-AMT
026900     MOVE ZERO                   TO WS-CMP-CASH-AMT
027000     MOVE ZERO                   TO WS-CMP-FEE-AMT
027100     MOVE ZERO                   TO WS-CMP-CREDIT-AMT
027200     MOVE SPACES                 TO COMPANY-EXPENSE-RECORD
027300     SET CEX-HEADER              TO TRUE
027400     MOVE WS-HOLD-COMPANY-ID     TO CEX-COMPANY-ID
027500     MOVE WS-EXTRACT-MONTH       TO CEX-MONTH
027600     MOVE CMP-COMPANY-NAME (1:30) TO CEX-COST-CENTER-NAME
027700     MOVE ZERO                   TO CEX-TRAN-COUNT
027800     MOVE ZERO                   TO CEX-PURCHASE-AMT
027900     MOVE ZERO                   TO CEX-CASH-AMT
028000     MOVE ZERO                   TO CEX-FEE-AMT
028100     MOVE ZERO                   TO CEX-CREDIT-AMT
028200     MOVE ZERO                   TO CEX-NET-AMT
028300     PERFORM 7000-WRITE-EXTRACT THRU 7000-WRITE-EXTRACT-EXIT
028400     MOVE 'N'                    TO WS-UNASSIGNED-SW
028500     MOVE 'N'                    TO WS-CCT-EOF-SW
028600     MOVE WS-HOLD-COMPANY-ID     TO CCT-COMPANY-ID
028700     MOVE LOW-VALUES             TO CCT-COST-CENTER-ID
028800     START CCTR-FILE KEY NOT LESS THAN CCT-KEY
028900         INVALID KEY
029000             MOVE 'Y'            TO WS-CCT-EOF-SW
029100     END-START
029200     PERFORM 3100-NEXT-COST-CENTER
029300         THRU 3100-NEXT-COST-CENTER-EXIT
029400         UNTIL WS-END-OF-CCTRS
029500     MOVE 'Y'                    TO WS-UNASSIGNED-SW
029600     MOVE SPACES                 TO CCT-COST-CENTER-ID
029700     MOVE SPACES                 TO CCT-NAME
029800     MOVE SPACES                 TO CCT-EXPENSE-CODE
029900     PERFORM 3200-EXTRACT-COST-CENTER
030000         THRU 3200-EXTRACT-COST-CENTER-EXIT
030100     MOVE SPACES                 TO COMPANY-EXPENSE-RECORD
030200     SET CEX-TRAILER             TO TRUE
030300     MOVE WS-HOLD-COMPANY-ID     TO CEX-COMPANY-ID
030400     MOVE WS-EXTRACT-MONTH       TO CEX-MONTH
030500     MOVE WS-CMP-TRAN-COUNT      TO CEX-TRAN-COUNT
030600     MOVE WS-CMP-PURCHASE-AMT    TO CEX-PURCHASE-AMT
030700     MOVE WS-CMP-CASH-AMT        TO CEX-CASH-AMT
030800     MOVE WS-CMP-FEE-AMT         TO CEX-FEE-AMT
030900     MOVE WS-CMP-CREDIT-AMT      TO CEX-CREDIT-AMT
031000     COMPUTE CEX-NET-AMT = WS-CMP-PURCHASE-AMT + WS-CMP-CASH-AMT
031100                         + WS-CMP-FEE-AMT - WS-CMP-CREDIT-AMT
031200     PERFORM 7000-WRITE-EXTRACT THRU 7000-WRITE-EXTRACT-EXIT
000000     ADD CEX-TRAN-COUNT          TO WS-FILE-TRAN-COUNT
000000     ADD CEX-NET-AMT             TO WS-FILE-NET-AMT
031300     MOVE WS-EXTRACT-MONTH       TO CMP-LAST-EXTRACT-MONTH
031400     REWRITE COMPANY-RECORD
031500         INVALID KEY
031600             DISPLAY 'CBCMP03C - UNABLE TO STAMP EXTRACT MONTH: '
031700                     CMP-COMPANY-ID
031800     END-REWRITE
031900     ADD 1                       TO WS-EXTRACT-COUNT.
032000 3000-EXTRACT-COMPANY-EXIT.
032100     EXIT.
032200*
032300 3100-NEXT-COST-CENTER.
032400     READ CCTR-FILE NEXT RECORD
032500         AT END
032600             MOVE 'Y'            TO WS-CCT-EOF-SW
032700             GO TO 3100-NEXT-COST-CENTER-EXIT
032800     END-READ
032900     IF CCT-COMPANY-ID NOT = WS-HOLD-COMPANY-ID
033000         MOVE 'Y'                TO WS-CCT-EOF-SW
033100         GO TO 3100-NEXT-COST-CENTER-EXIT
033200     END-IF
033300     PERFORM 3200-EXTRACT-COST-CENTER
033400         THRU 3200-EXTRACT-COST-CENTER-EXIT.
033500 3100-NEXT-COST-CENTER-EXIT.
033600     EXIT.
033700*
033800******************************************************************
033900* ONE DETAIL ROW - EVERY ACCOUNT LINKED UNDER THE COST CENTER
034000* NOW IN CCT-KEY (OR, ON THE UNASSIGNED PASS, EVERY ACCOUNT
034100* WHOSE COST CENTER IS NOT ON CMPCCTR). A DEFINED COST CENTER
034200* WITH NO SPEND STILL GETS ITS ROW, AT ZERO, SO THE CLIENT'S
034300* LOAD SEES EVERY CENTER; THE UNASSIGNED ROW ONLY APPEARS WHEN
034400* IT HAS SPEND. THE CCTR-FILE RECORD AREA IS SAVED ON THE ROW
034500* BEFORE THE UNASSIGNED TEST READS CMPCCTR AT RANDOM.
034600******************************************************************
034700 3200-EXTRACT-COST-CENTER.
034800     MOVE SPACES                 TO COMPANY-EXPENSE-RECORD
034900     SET CEX-DETAIL              TO TRUE
035000     MOVE WS-HOLD-COMPANY-ID     TO CEX-COMPANY-ID
035100     MOVE WS-EXTRACT-MONTH       TO CEX-MONTH
035200     MOVE CCT-COST-CENTER-ID     TO CEX-COST-CENTER-ID
035300     MOVE CCT-NAME               TO CEX-COST-CENTER-NAME
035400     MOVE CCT-EXPENSE-CODE       TO CEX-EXPENSE-CODE
035500     MOVE ZERO                   TO WS-CCT-TRAN-COUNT
035600     MOVE ZERO                   TO WS-CCT-PURCHASE-AMT
035700     MOVE ZERO                   TO WS-CCT-CASH-AMT
035800     MOVE ZERO                   TO WS-CCT-FEE-AMT
035900     MOVE ZERO                   TO WS-CCT-CREDIT-AMT
036000     MOVE 'N'                    TO WS-CMA-EOF-SW
036100     MOVE WS-HOLD-COMPANY-ID     TO CMA-COMPANY-ID
036200     MOVE ZERO                   TO CMA-ACCT-ID
036300     START CMPACCT-FILE KEY NOT LESS THAN CMA-KEY
036400         INVALID KEY
036500             MOVE 'Y'            TO WS-CMA-EOF-SW
036600     END-START
036700     PERFORM 3300-NEXT-MEMBER
036800         THRU 3300-NEXT-MEMBER-EXIT
036900         UNTIL WS-END-OF-MEMBERS
037000     IF WS-UNASSIGNED-PASS
037100        AND WS-CCT-TRAN-COUNT = ZERO
037200         GO TO 3200-EXTRACT-COST-CENTER-EXIT
037300     END-IF
037400     MOVE WS-CCT-TRAN-COUNT      TO CEX-TRAN-COUNT
037500     MOVE WS-CCT-PURCHASE-AMT    TO CEX-PURCHASE-AMT
037600     MOVE WS-CCT-CASH-AMT        TO CEX-CASH-AMT
037700     MOVE WS-CCT-FEE-AMT         TO CEX-FEE-AMT
037800     MOVE WS-CCT-CREDIT-AMT      TO CEX-CREDIT-AMT
037900     COMPUTE CEX-NET-AMT = WS-CCT-PURCHASE-AMT + WS-CCT-CASH-AMT
038000                         + WS-CCT-FEE-AMT - WS-CCT-CREDIT-AMT
038100     PERFORM 7000-WRITE-EXTRACT THRU 7000-WRITE-EXTRACT-EXIT
038200     ADD WS-CCT-TRAN-COUNT       TO WS-CMP-TRAN-COUNT
038300     ADD WS-CCT-PURCHASE-AMT     TO WS-CMP-PURCHASE-AMT
038400     ADD WS-CCT-CASH-AMT         TO WS-CMP-CASH-AMT
038500     ADD WS-CCT-FEE-AMT          TO WS-CMP-FEE-AMT
038600     ADD WS-CCT-CREDIT-AMT       TO WS-CMP-CREDIT-AMT.
038700 3200-EXTRACT-COST-CENTER-EXIT.
038800     EXIT.
038900*
039000 3300-NEXT-MEMBER.
039100     READ CMPACCT-FILE NEXT RECORD
039200         AT END
039300             MOVE 'Y'            TO WS-CMA-EOF-SW
039400             GO TO 3300-NEXT-MEMBER-EXIT
039500     END-READ
039600     IF CMA-COMPANY-ID NOT = WS-HOLD-COMPANY-ID
039700         MOVE 'Y'                TO WS-CMA-EOF-SW
039800         GO TO 3300-NEXT-MEMBER-EXIT
039900     END-IF
040000     IF WS-UNASSIGNED-PASS
040100         PERFORM 3350-CHECK-ASSIGNED
040200             THRU 3350-CHECK-ASSIGNED-EXIT
040300         IF WS-ACCT-CCT-FOUND
040400             GO TO 3300-NEXT-MEMBER-EXIT
040500         END-IF
040600     ELSE
040700         IF CMA-COST-CENTER-ID NOT = CEX-COST-CENTER-ID
040800             GO TO 3300-NEXT-MEMBER-EXIT
040900         END-IF
041000     END-IF
041100     MOVE 'N'                    TO WS-CARD-EOF-SW
041200     MOVE CMA-ACCT-ID            TO CARD-ACCT-ID
041300     START CARD-AIX-FILE KEY NOT LESS THAN CARD-ACCT-ID
041400         INVALID KEY
041500             GO TO 3300-NEXT-MEMBER-EXIT
041600     END-START
041700     PERFORM 4000-NEXT-ACCT-CARD
041800         THRU 4000-NEXT-ACCT-CARD-EXIT
041900         UNTIL WS-END-OF-CARDS.
042000 3300-NEXT-MEMBER-EXIT.
042100     EXIT.
042200*
042300 3350-CHECK-ASSIGNED.
042400     MOVE 'N'                    TO WS-ACCT-CCT-FOUND-SW
042500     MOVE WS-HOLD-COMPANY-ID     TO CCT-COMPANY-ID
042600     MOVE CMA-COST-CENTER-ID     TO CCT-COST-CENTER-ID
042700     READ CCTR-FILE
042800         INVALID KEY
042900             GO TO 3350-CHECK-ASSIGNED-EXIT
043000     END-READ
043100     MOVE 'Y'                    TO WS-ACCT-CCT-FOUND-SW.
043200 3350-CHECK-ASSIGNED-EXIT.
043300     EXIT.
043400*
043500 4000-NEXT-ACCT-CARD.
043600     READ CARD-AIX-FILE NEXT RECORD
043700         AT END
043800             MOVE 'Y'            TO WS-CARD-EOF-SW
043900             GO TO 4000-NEXT-ACCT-CARD-EXIT
044000     END-READ
044100     IF CARD-ACCT-ID NOT = CMA-ACCT-ID
044200         MOVE 'Y'                TO WS-CARD-EOF-SW
044300         GO TO 4000-NEXT-ACCT-CARD-EXIT
044400     END-IF
044500     MOVE 'N'                    TO WS-TRAN-EOF-SW
044600     MOVE CARD-NUM               TO TRAN-CARD-NUM
044700     START TRAN-CARD-FILE KEY NOT LESS THAN TRAN-CARD-NUM
044800         INVALID KEY
044900             GO TO 4000-NEXT-ACCT-CARD-EXIT
045000     END-START
045100     PERFORM 4100-NEXT-CARD-TRAN
045200         THRU 4100-NEXT-CARD-TRAN-EXIT
045300         UNTIL WS-END-OF-TRANS.
045400 4000-NEXT-ACCT-CARD-EXIT.
045500     EXIT.
045600*
045700 4100-NEXT-CARD-TRAN.
045800     READ TRAN-CARD-FILE NEXT RECORD
045900         AT END
046000             MOVE 'Y'            TO WS-TRAN-EOF-SW
046100             GO TO 4100-NEXT-CARD-TRAN-EXIT
046200     END-READ
046300     IF TRAN-CARD-NUM NOT = CARD-NUM
046400         MOVE 'Y'                TO WS-TRAN-EOF-SW
046500         GO TO 4100-NEXT-CARD-TRAN-EXIT
046600     END-IF
046700     IF TRAN-PROC-DATE (1:7) NOT = WS-EXTRACT-MONTH
046800         GO TO 4100-NEXT-CARD-TRAN-EXIT
046900     END-IF
047000     EVALUATE TRUE
047100         WHEN TRAN-TYPE-CD = '01' OR TRAN-TYPE-CD = '09'
047200             ADD TRAN-AMT        TO WS-CCT-PURCHASE-AMT
047300         WHEN TRAN-TYPE-CD = '03'
047400             ADD TRAN-AMT        TO WS-CCT-CASH-AMT
047500         WHEN TRAN-TYPE-CD = '04' OR TRAN-TYPE-CD = '05'
047600           OR TRAN-TYPE-CD = '06'
047700             ADD TRAN-AMT        TO WS-CCT-FEE-AMT
047800         WHEN TRAN-TYPE-CD = '07'
047900             IF TRAN-AMT < ZERO
048000                 SUBTRACT TRAN-AMT FROM WS-CCT-CREDIT-AMT
048100             ELSE
048200                 ADD TRAN-AMT    TO WS-CCT-CREDIT-AMT
048300             END-IF
048400         WHEN OTHER
048500             GO TO 4100-NEXT-CARD-TRAN-EXIT
048600     END-EVALUATE
048700     ADD 1                       TO WS-CCT-TRAN-COUNT.
048800 4100-NEXT-CARD-TRAN-EXIT.
048900     EXIT.
049000*
049100 7000-WRITE-EXTRACT.
049200     WRITE CMP-EXPENSE-LINE FROM COMPANY-EXPENSE-RECORD
049300     ADD 1                       TO WS-RECORD-COUNT.
049400 7000-WRITE-EXTRACT-EXIT.
049500     EXIT.
049600*
000000******************************************************************
000000* REGISTER THE EXPENSE EXTRACT (CMPEXPO) ON THE OUTBOUND FILE
000000* REGISTRY SO ITS TRANSMISSION AND THE CORPORATE CLIENTS'
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). ONE FILE
000000* CARRIES EVERY COMPANY, SO IT REGISTERS THE SUM OF THE COMPANY
000000* TRAILERS - TRANSACTION COUNT AND NET AMOUNT. A RUN THAT FAILED
000000* SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES ITS OWN
000000* RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'CMPEXPO'              TO OBP-FILE-NAME
000000     MOVE 'CORPCLNT'             TO OBP-PARTNER-CD
000000     MOVE 'CBCMP03C'             TO OBP-JOB-NAME
000000     MOVE WS-FILE-TRAN-COUNT     TO OBP-REC-COUNT
000000     MOVE WS-FILE-NET-AMT        TO OBP-AMT-TOTAL
000000     MOVE 072                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBCMP03C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
049700 9000-TERMINATE.
049800     CLOSE COMPANY-FILE
049900     CLOSE CCTR-FILE
050000     CLOSE CMPACCT-FILE
050100     CLOSE CARD-AIX-FILE
050200     CLOSE TRAN-CARD-FILE
050300     CLOSE CMP-EXPENSE-FILE
050400     DISPLAY 'CBCMP03C - COMPANIES READ: ' WS-COMPANY-COUNT
050500     DISPLAY 'CBCMP03C - COMPANIES EXTRACTED: ' WS-EXTRACT-COUNT
050600     DISPLAY 'CBCMP03C - EXTRACT RECORDS: ' WS-RECORD-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
050700     PERFORM 9200-LOG-JOB-STATUS
050800         THRU 9200-LOG-JOB-STATUS-EXIT.
050900 9000-TERMINATE-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
051400* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
051500* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
051600* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
051700******************************************************************
051800 9100-ABEND-NOTIFY.
051900     MOVE 'AB01'                 TO ABEND-CODE
052000     MOVE 'CBCMP03C'             TO ABEND-CULPRIT
052100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
052200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
052300            ' - '           DELIMITED BY SIZE
052400            ABEND-REASON    DELIMITED BY SIZE
052500       INTO ABEND-MSG
052600     END-STRING
052700     OPEN EXTEND ALERT-QUEUE-FILE
052800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
052900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
053000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
053100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
053200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
053300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
053400     WRITE OPS-ALERT-RECORD
053500     CLOSE ALERT-QUEUE-FILE
053600     MOVE 16                     TO RETURN-CODE.
053700 9100-ABEND-NOTIFY-EXIT.
053800     EXIT.
053900*
054000******************************************************************
054100* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
054200* WHETHER THE JOB RAN AND HOW IT WENT.
054300******************************************************************
054400 9200-LOG-JOB-STATUS.
054500     OPEN I-O JOB-LOG-FILE
054600     IF NOT WS-JOBLOG-OK
054700         DISPLAY 'CBCMP03C - ERROR OPENING JOB LOG FILE'
054800         GO TO 9200-LOG-JOB-STATUS-EXIT
054900     END-IF
055000     MOVE 'CBCMP03C'             TO JBS-JOB-NAME
055100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
055200     IF RETURN-CODE = ZERO
055300         SET JBS-STATUS-SUCCESS  TO TRUE
055400     ELSE
055500         SET JBS-STATUS-FAILED   TO TRUE
055600     END-IF
055700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
055800     MOVE WS-RECORD-COUNT        TO JBS-REC-COUNT
055900     WRITE JOB-STATUS-RECORD
056000     CLOSE JOB-LOG-FILE.
056100 9200-LOG-JOB-STATUS-EXIT.
056200     EXIT.
