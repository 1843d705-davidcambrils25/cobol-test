000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCEL02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MONTH-END ALLOWANCE FOR
001100*                     CREDIT LOSSES, BOOKED TO GLJRNL.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MONTH-END, AFTER THE LAST CBACT06C AGING RUN AND
001500*                THE CBCEL01C RATE DERIVATION OF THE MONTH, ONCE
001600*                ANY QUEUED LOSSRATE ROWS HAVE BEEN APPLIED ON
001700*                COREFAPC. SEGMENTS THE RECEIVABLE - EVERY
001800*                ACCOUNT WITH A DEBIT BALANCE THAT HAS NOT BEEN
001900*                CHARGED OFF - BY ACCOUNT GROUP, DELINQUENCY
002000*                BUCKET ON THE LATEST AGING RUN (OR OFF THE
002100*                MASTER, AS CBACT06C WOULD, FOR AN ACCOUNT THAT
002200*                RUN DID NOT SEE) AND THE HOLDER'S CURRENT FICO
002300*                BAND. AN ACCOUNT OUTSIDE COLLECTIONS (CLOSED,
002400*                FRAUD-HELD) STILL OWES ITS BALANCE AND IS
002500*                RESERVED AS CURRENT. EACH SEGMENT TAKES THE
002600*                LOSSRATE (CVLRT01Y) ROW IN FORCE ON THE RUN DATE
002700*                FOR ITS GROUP, OR FOR GROUP 'DEFAULT' WHEN ITS
002800*                GROUP HAS NONE; THE RESERVE IS THE BALANCE TIMES
002900*                THE HISTORICAL RATE PLUS THE OVERLAY, HELD
003000*                BETWEEN 0 AND 100 PERCENT. A SEGMENT WITH NO ROW
003100*                AT ALL IS RESERVED AT ZERO AND CALLED OUT ON THE
003200*                REPORT. THE CHANGE FROM THE RESERVE THE LEDGER
003300*                ALREADY CARRIES IS BOOKED AS ONE BALANCED GLJRNL
003400*                PAIR - PROVISION EXPENSE AGAINST THE ALLOWANCE,
003500*                THE SIDES REVERSED FOR A RELEASE - AND THE
003600*                SEGMENT ROWS ARE BANKED ON CECLSUM (CVCEL01Y)
003700*                ONLY ONCE THE PAIR IS WRITTEN. A RERUN IN THE
003800*                SAME MONTH BOOKS ONLY THE FURTHER CHANGE. THE
003900*                RESERVE REPORT (CELRPT) IS PRINTED BACK FROM
004000*                CECLSUM, SO IT TIES TO WHAT WAS BOOKED.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ACCT-ID
004900         FILE STATUS IS WS-ACCOUNT-STATUS.
005000     SELECT DELINQ-HIST-FILE ASSIGN TO DLQHIST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS DLQ-KEY
005400         FILE STATUS IS WS-HIST-STATUS.
005500     SELECT CHARGE-OFF-FILE ASSIGN TO CHGOFF
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS CHO-ACCT-ID
005900         FILE STATUS IS WS-CHGOFF-STATUS.
006000     SELECT XREF-FILE ASSIGN TO ACCTXREF
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS XRF-ACCT-ID
006400         FILE STATUS IS WS-XREF-STATUS.
006500     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CUST-ID
006900         FILE STATUS IS WS-CUSTOMER-STATUS.
007000     SELECT LOSS-RATE-FILE ASSIGN TO LOSSRATE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS LRT-KEY
007400         FILE STATUS IS WS-LOSSRATE-STATUS.
007500     SELECT CECL-SUM-FILE ASSIGN TO CECLSUM
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS CEL-KEY
007900         FILE STATUS IS WS-CECLSUM-STATUS.
008000     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-GLJRNL-STATUS.
008300     SELECT CECL-RPT-FILE ASSIGN TO CELRPT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-CELRPT-STATUS.
008600     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-ALERT-STATUS.
008900     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS JBS-KEY
009300         FILE STATUS IS WS-JOBLOG-STATUS.
009400*
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  ACCOUNT-FILE.
009800     COPY CVACT01Y.
009900*
010000 FD  DELINQ-HIST-FILE.
010100     COPY CVDLQ01Y.
010200*
010300 FD  CHARGE-OFF-FILE.
010400     COPY CVCHO01Y.
010500*
010600 FD  XREF-FILE.
010700     COPY CVXRF01Y.
010800*
010900 FD  CUSTOMER-FILE.
011000     COPY CVCUS01Y.
011100*
011200 FD  LOSS-RATE-FILE.
011300     COPY CVLRT01Y.
011400*
011500 FD  CECL-SUM-FILE.
011600     COPY CVCEL01Y.
011700*
011800 FD  GL-JOURNAL-FILE
011900     RECORDING MODE IS F.
012000     COPY CVGLJ01Y.
012100*
012200 FD  CECL-RPT-FILE
012300     RECORDING MODE IS F.
012400 01  CECL-RPT-LINE                    PIC X(132).
012500*
012600 FD  ALERT-QUEUE-FILE
012700     RECORDING MODE IS F.
012800     COPY CSOPS01Y.
012900*
013000 FD  JOB-LOG-FILE.
013100     COPY CVJOB01Y.
013200*
013300 WORKING-STORAGE SECTION.
013400 01  WS-ACCOUNT-STATUS                PIC XX.
013500     88 WS-ACCOUNT-OK                 VALUE '00'.
013600 01  WS-HIST-STATUS                   PIC XX.
013700     88 WS-HIST-OK                    VALUE '00'.
013800 01  WS-CHGOFF-STATUS                 PIC XX.
013900     88 WS-CHGOFF-OK                  VALUE '00'.
014000 01  WS-XREF-STATUS                   PIC XX.
014100     88 WS-XREF-OK                    VALUE '00'.
014200 01  WS-CUSTOMER-STATUS               PIC XX.
014300     88 WS-CUSTOMER-OK                VALUE '00'.
014400 01  WS-LOSSRATE-STATUS               PIC XX.
014500     88 WS-LOSSRATE-OK                VALUE '00'.
014600 01  WS-CECLSUM-STATUS                PIC XX.
014700     88 WS-CECLSUM-OK                 VALUE '00'.
014800 01  WS-GLJRNL-STATUS                 PIC XX.
014900     88 WS-GLJRNL-OK                  VALUE '00'.
015000 01  WS-CELRPT-STATUS                 PIC XX.
015100 01  WS-ALERT-STATUS                  PIC XX.
015200 01  WS-JOBLOG-STATUS                 PIC XX.
015300     88 WS-JOBLOG-OK                  VALUE '00'.
015400 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
015500     88 WS-END-OF-FILE                VALUE 'Y'.
015600 01  WS-SUM-EOF-SW                    PIC X(01) VALUE 'N'.
015700     88 WS-END-OF-SUM                 VALUE 'Y'.
015800 01  WS-RERUN-SW                      PIC X(01) VALUE 'N'.
015900     88 WS-MONTH-RERUN                VALUE 'Y'.
016000 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
016100     88 WS-RUN-FAILED                 VALUE 'Y'.
016200 01  WS-ACCT-COUNT                    PIC 9(09) VALUE ZERO.
016300 01  WS-RESERVED-COUNT                PIC 9(09) VALUE ZERO.
016400 01  WS-OVERFLOW-COUNT                PIC 9(09) VALUE ZERO.
016500 01  WS-NO-RATE-COUNT                 PIC 9(07) VALUE ZERO.
016600 01  WS-BANKED-COUNT                  PIC 9(07) VALUE ZERO.
016700 01  WS-ABEND-REASON-TEXT             PIC X(50).
016800 01  WS-GL-TRAN-ID                    PIC X(16) VALUE SPACES.
016900 01  WS-AMT-EDIT                      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
017000*
017100******************************************************************
017200* GENERAL LEDGER ACCOUNTS - PROVISION EXPENSE (INCOME STATEMENT)
017300* AND THE ALLOWANCE FOR CREDIT LOSSES, A CONTRA-ASSET AGAINST
017400* THE RECEIVABLE.
017500******************************************************************
017600 01  WS-PROVISION-EXP-ACCOUNT         PIC X(08) VALUE '54300000'.
017700 01  WS-ALLOWANCE-ACCOUNT             PIC X(08) VALUE '12900000'.
017800*
017900******************************************************************
018000* THE MONTH BEING RESERVED, THE AGING RUN ITS BUCKETS COME FROM,
018100* AND THE RESERVE ALREADY ON THE LEDGER - THIS MONTH'S BANKED
018200* TOTAL ON A RERUN, OTHERWISE THE LATEST EARLIER MONTH'S.
018300******************************************************************
018400 01  WS-MONTH-WORK.
018500     05 WS-ASOF-MONTH                 PIC X(07).
018600     05 WS-LATEST-RUN-DATE            PIC X(10) VALUE SPACES.
018700     05 WS-PRIOR-MONTH                PIC X(07) VALUE SPACES.
018800     05 WS-PRIOR-RESERVE              PIC S9(13)V99 COMP-3
018900                                      VALUE ZERO.
019000     05 WS-LEDGER-RESERVE             PIC S9(13)V99 COMP-3
019100                                      VALUE ZERO.
019200     05 WS-TOTAL-BALANCE              PIC S9(13)V99 COMP-3
019300                                      VALUE ZERO.
019400     05 WS-TOTAL-RESERVE              PIC S9(13)V99 COMP-3
019500                                      VALUE ZERO.
019600     05 WS-PROVISION-AMT              PIC S9(13)V99 COMP-3
019700                                      VALUE ZERO.
019800*
019900******************************************************************
020000* THIS ACCOUNT'S SEGMENT
020100******************************************************************
020200 01  WS-ACCT-WORK.
020300     05 WS-ACCT-SEG-KEY.
020400        10 WS-ASK-GROUP-ID            PIC X(10).
020500        10 WS-ASK-BUCKET-IDX          PIC 9(01).
020600        10 WS-ASK-FICO-BAND           PIC X(01).
020700     05 WS-FICO-SCORE                 PIC 9(03).
020800     05 WS-RATE-PCT                   PIC S9(04)V9(04).
020900*
021000******************************************************************
021100* THE LOSSRATE ROW IN FORCE ON THE RUN DATE PER SEGMENT. THE FILE
021200* IS IN KEY ORDER, SO A SEGMENT'S ROWS ARRIVE TOGETHER, OLDEST
021300* FIRST, AND EACH LATER ONE IN FORCE REPLACES THE ONE BEFORE.
021400******************************************************************
021500 01  WS-RATE-TABLE.
021600     05 WS-RTE-USED                   PIC 9(04) COMP VALUE ZERO.
021700     05 WS-RTE-MAX                    PIC 9(04) COMP VALUE 2000.
021800     05 WS-RTE-IDX                    PIC 9(04) COMP.
021900     05 WS-RTE-FOUND-IDX              PIC 9(04) COMP.
022000     05 WS-RTE-ENTRY OCCURS 2000 TIMES.
022100        10 WS-RTE-KEY.
022200           15 WS-RTE-GROUP-ID         PIC X(10).
022300           15 WS-RTE-BUCKET-IDX       PIC 9(01).
022400           15 WS-RTE-FICO-BAND        PIC X(01).
022500        10 WS-RTE-EFF-DATE            PIC X(10).
022600        10 WS-RTE-HIST-PCT            PIC 9(03)V9(04).
022700        10 WS-RTE-ADJ-PCT             PIC S9(03)V9(04).
022800 01  WS-RATE-LOOKUP-KEY.
022900     05 WS-RLK-GROUP-ID               PIC X(10).
023000     05 WS-RLK-BUCKET-IDX             PIC 9(01).
023100     05 WS-RLK-FICO-BAND              PIC X(01).
023200*
023300******************************************************************
023400* THIS MONTH'S RECEIVABLE PER SEGMENT, BANKED ONCE THE PROVISION
023500* IS BOOKED.
023600******************************************************************
023700 01  WS-SEG-TABLE.
023800     05 WS-SEG-USED                   PIC 9(04) COMP VALUE ZERO.
023900     05 WS-SEG-MAX                    PIC 9(04) COMP VALUE 2000.
024000     05 WS-SEG-IDX                    PIC 9(04) COMP.
024100     05 WS-FOUND-IDX                  PIC 9(04) COMP.
024200     05 WS-SEG-ENTRY OCCURS 2000 TIMES.
024300        10 WS-SEG-KEY                 PIC X(12).
024400        10 WS-SEG-ACCTS               PIC 9(07).
024500        10 WS-SEG-BALANCE             PIC S9(13)V99 COMP-3.
024600        10 WS-SEG-RATE-GROUP-ID       PIC X(10).
024700        10 WS-SEG-RATE-EFF-DATE       PIC X(10).
024800        10 WS-SEG-HIST-PCT            PIC 9(03)V9(04).
024900        10 WS-SEG-ADJ-PCT             PIC S9(03)V9(04).
025000        10 WS-SEG-RESERVE             PIC S9(13)V99 COMP-3.
025100*
025200******************************************************************
025300* REPORT LINES
025400******************************************************************
025500 01  WS-REPORT-HEADING-1.
025600     05 FILLER                        PIC X(46)
025700        VALUE 'CARDDEMO ALLOWANCE FOR CREDIT LOSSES - MONTH '.
025800     05 WS-HDG-MONTH                  PIC X(07).
025900     05 FILLER                        PIC X(06) VALUE '  RUN '.
026000     05 WS-HDG-DATE                   PIC X(10).
026100     05 FILLER                        PIC X(13)
026200        VALUE '  AGING RUN '.
026300     05 WS-HDG-AGING-DATE             PIC X(10).
026400     05 FILLER                        PIC X(40) VALUE SPACES.
026500 01  WS-REPORT-HEADING-2.
026600     05 FILLER                        PIC X(25)
026700        VALUE 'GROUP      BAND BUCKET   '.
026800     05 FILLER                        PIC X(28)
026900        VALUE '   ACCTS             BALANCE'.
027000     05 FILLER                        PIC X(28)
027100        VALUE '    HIST%  OVERLAY%    RATE%'.
027200     05 FILLER                        PIC X(31)
027300        VALUE '             RESERVE RATE EFF  '.
027400     05 FILLER                        PIC X(20) VALUE 'NOTE'.
027500 01  WS-REPORT-DETAIL.
027600     05 WS-DTL-GROUP-ID               PIC X(10).
027700     05 FILLER                        PIC X(01) VALUE SPACE.
027800     05 WS-DTL-BAND                   PIC X(04).
027900     05 FILLER                        PIC X(01) VALUE SPACE.
028000     05 WS-DTL-BUCKET                 PIC X(08).
028100     05 FILLER                        PIC X(01) VALUE SPACE.
028200     05 WS-DTL-ACCTS                  PIC Z(6)9.
028300     05 FILLER                        PIC X(01) VALUE SPACE.
028400     05 WS-DTL-BALANCE                PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
028500     05 FILLER                        PIC X(01) VALUE SPACE.
028600     05 WS-DTL-HIST-PCT               PIC ZZ9.9999.
028700     05 FILLER                        PIC X(01) VALUE SPACE.
028800     05 WS-DTL-ADJ-PCT                PIC -ZZ9.9999.
028900     05 FILLER                        PIC X(01) VALUE SPACE.
029000     05 WS-DTL-RATE-PCT               PIC ZZ9.9999.
029100     05 FILLER                        PIC X(01) VALUE SPACE.
029200     05 WS-DTL-RESERVE                PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
029300     05 FILLER                        PIC X(01) VALUE SPACE.
029400     05 WS-DTL-RATE-EFF               PIC X(10).
029500     05 FILLER                        PIC X(01) VALUE SPACE.
029600     05 WS-DTL-NOTE                   PIC X(20).
029700 01  WS-REPORT-TOTAL.
029800     05 WS-TOT-LABEL                  PIC X(44).
029900     05 WS-TOT-AMOUNT                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
030000     05 FILLER                        PIC X(69) VALUE SPACES.
030100 01  WS-REPORT-JOURNAL.
030200     05 FILLER                        PIC X(04) VALUE SPACES.
030300     05 WS-JRN-DR-CR                  PIC X(02).
030400     05 FILLER                        PIC X(01) VALUE SPACE.
030500     05 WS-JRN-GL-ACCOUNT             PIC X(08).
030600     05 FILLER                        PIC X(01) VALUE SPACE.
030700     05 WS-JRN-GL-NAME                PIC X(28).
030800     05 WS-JRN-AMOUNT                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
030900     05 FILLER                        PIC X(01) VALUE SPACE.
031000     05 WS-JRN-TRAN-ID                PIC X(16).
031100     05 FILLER                        PIC X(52) VALUE SPACES.
031200*
031300 01  WS-BUCKET-NAME-VALUES.
031400     05 FILLER PIC X(08) VALUE 'CURRENT'.
031500     05 FILLER PIC X(08) VALUE '30 DAYS'.
031600     05 FILLER PIC X(08) VALUE '60 DAYS'.
031700     05 FILLER PIC X(08) VALUE '90+ DAYS'.
031800 01  WS-BUCKET-NAME-REDEF REDEFINES WS-BUCKET-NAME-VALUES.
031900     05 WS-BUCKET-NAME                PIC X(08) OCCURS 4 TIMES.
032000*
032100 COPY CSDAT01Y.
032200*
032300 COPY CSMSG02Y.
032400*
032500 LINKAGE SECTION.
032600*
032700******************************************************************
032800 PROCEDURE DIVISION.
032900******************************************************************
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
033200     IF NOT WS-RUN-FAILED
033300         PERFORM 2000-FIND-LATEST-RUN
033400             THRU 2000-FIND-LATEST-RUN-EXIT
033500         PERFORM 2500-LOAD-RATES THRU 2500-LOAD-RATES-EXIT
033600         PERFORM 3000-READ-ACCOUNTS THRU 3000-READ-ACCOUNTS-EXIT
033700         PERFORM 4000-APPLY-RATE THRU 4000-APPLY-RATE-EXIT
033800             VARYING WS-SEG-IDX FROM 1 BY 1
033900             UNTIL WS-SEG-IDX > WS-SEG-USED
034000         PERFORM 5000-FIND-LEDGER-RESERVE
034100             THRU 5000-FIND-LEDGER-RESERVE-EXIT
034200         PERFORM 5500-BOOK-PROVISION
034300             THRU 5500-BOOK-PROVISION-EXIT
034400         PERFORM 6000-BANK-MONTH THRU 6000-BANK-MONTH-EXIT
034500         PERFORM 7000-WRITE-REPORT THRU 7000-WRITE-REPORT-EXIT
034600     END-IF
034700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
034800     GOBACK.
034900*
035000 1000-INITIALIZE.
035100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
035200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
035300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
035400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
035500     MOVE WS-CURDATE-YYYY-MM-DD (1:7) TO WS-ASOF-MONTH
035600     OPEN INPUT ACCOUNT-FILE
035700     IF NOT WS-ACCOUNT-OK
035800         DISPLAY 'CBCEL02C - ERROR OPENING ACCOUNT FILE'
035900         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
036000         GO TO 1000-INITIALIZE-FAILED
036100     END-IF
036200     OPEN INPUT DELINQ-HIST-FILE
036300     IF NOT WS-HIST-OK
036400         DISPLAY 'CBCEL02C - ERROR OPENING DLQHIST FILE'
036500         MOVE 'DLQHIST FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
036600         GO TO 1000-INITIALIZE-FAILED
036700     END-IF
036800     OPEN INPUT CHARGE-OFF-FILE
036900     IF NOT WS-CHGOFF-OK
037000         DISPLAY 'CBCEL02C - ERROR OPENING CHARGE-OFF FILE'
037100         MOVE 'CHARGE-OFF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
037200         GO TO 1000-INITIALIZE-FAILED
037300     END-IF
037400     OPEN INPUT XREF-FILE
037500     IF NOT WS-XREF-OK
037600         DISPLAY 'CBCEL02C - ERROR OPENING XREF FILE'
037700         MOVE 'XREF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
037800         GO TO 1000-INITIALIZE-FAILED
037900     END-IF
038000     OPEN INPUT CUSTOMER-FILE
038100     IF NOT WS-CUSTOMER-OK
038200         DISPLAY 'CBCEL02C - ERROR OPENING CUSTOMER FILE'
038300         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
038400         GO TO 1000-INITIALIZE-FAILED
038500     END-IF
038600     OPEN INPUT LOSS-RATE-FILE
038700     IF NOT WS-LOSSRATE-OK
038800         DISPLAY 'CBCEL02C - ERROR OPENING LOSS RATE FILE'
038900         MOVE 'LOSS RATE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
039000         GO TO 1000-INITIALIZE-FAILED
039100     END-IF
039200     OPEN I-O CECL-SUM-FILE
039300     IF NOT WS-CECLSUM-OK
039400         DISPLAY 'CBCEL02C - ERROR OPENING RESERVE SUMMARY FILE'
039500         MOVE 'RESERVE SUMMARY FILE OPEN ERROR'
039600                                 TO WS-ABEND-REASON-TEXT
039700         GO TO 1000-INITIALIZE-FAILED
039800     END-IF
039900     OPEN EXTEND GL-JOURNAL-FILE
040000     IF NOT WS-GLJRNL-OK
040100         DISPLAY 'CBCEL02C - ERROR OPENING GL JOURNAL FILE'
040200         MOVE 'GL JOURNAL FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
040300         GO TO 1000-INITIALIZE-FAILED
040400     END-IF
040500     OPEN OUTPUT CECL-RPT-FILE
040600     GO TO 1000-INITIALIZE-EXIT.
040700 1000-INITIALIZE-FAILED.
040800     MOVE 'Y'                    TO WS-ERROR-SW
040900     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
041000 1000-INITIALIZE-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* STEP THROUGH THE DISTINCT RUN DATES THE WAY CBDLQ01C DOES - ONE
041500* READ AND ONE START PAST EACH DATE'S SLICE - KEEPING THE LAST.
041600******************************************************************
041700 2000-FIND-LATEST-RUN.
041800     MOVE LOW-VALUES             TO DLQ-KEY
041900     START DELINQ-HIST-FILE KEY NOT LESS THAN DLQ-KEY
042000         INVALID KEY
042100             GO TO 2000-FIND-LATEST-RUN-EXIT
042200     END-START.
042300 2000-FIND-NEXT-DATE.
042400     READ DELINQ-HIST-FILE NEXT RECORD
042500         AT END
042600             GO TO 2000-FIND-LATEST-RUN-EXIT
042700     END-READ
042800     MOVE DLQ-RUN-DATE           TO WS-LATEST-RUN-DATE
042900     MOVE 99999999999            TO DLQ-ACCT-ID
043000     START DELINQ-HIST-FILE KEY GREATER THAN DLQ-KEY
043100         INVALID KEY
043200             GO TO 2000-FIND-LATEST-RUN-EXIT
043300     END-START
043400     GO TO 2000-FIND-NEXT-DATE.
043500 2000-FIND-LATEST-RUN-EXIT.
043600     EXIT.
043700*
043800 2500-LOAD-RATES.
043900     MOVE 'N'                    TO WS-EOF-SW
044000     MOVE LOW-VALUES             TO LRT-KEY
044100     START LOSS-RATE-FILE KEY NOT LESS THAN LRT-KEY
044200         INVALID KEY
044300             MOVE 'Y'            TO WS-EOF-SW
044400     END-START
044500     PERFORM 2600-LOAD-NEXT-RATE THRU 2600-LOAD-NEXT-RATE-EXIT
044600         UNTIL WS-END-OF-FILE.
044700 2500-LOAD-RATES-EXIT.
044800     EXIT.
044900*
045000 2600-LOAD-NEXT-RATE.
045100     READ LOSS-RATE-FILE NEXT RECORD
045200         AT END
045300             MOVE 'Y'            TO WS-EOF-SW
045400             GO TO 2600-LOAD-NEXT-RATE-EXIT
045500     END-READ
045600     IF LRT-EFF-DATE > WS-CURDATE-YYYY-MM-DD
045700         GO TO 2600-LOAD-NEXT-RATE-EXIT
045800     END-IF
045900     IF WS-RTE-USED > ZERO
046000        AND WS-RTE-GROUP-ID (WS-RTE-USED) = LRT-GROUP-ID
046100        AND WS-RTE-BUCKET-IDX (WS-RTE-USED) = LRT-BUCKET-IDX
046200        AND WS-RTE-FICO-BAND (WS-RTE-USED) = LRT-FICO-BAND
046300         CONTINUE
046400     ELSE
046500         IF WS-RTE-USED NOT < WS-RTE-MAX
046600             DISPLAY 'CBCEL02C - LOSS RATE TABLE FULL AT '
046700                     LRT-GROUP-ID
046800             GO TO 2600-LOAD-NEXT-RATE-EXIT
046900         END-IF
047000         ADD 1                   TO WS-RTE-USED
047100         MOVE LRT-GROUP-ID       TO WS-RTE-GROUP-ID (WS-RTE-USED)
047200         MOVE LRT-BUCKET-IDX
047300                            TO WS-RTE-BUCKET-IDX (WS-RTE-USED)
047400         MOVE LRT-FICO-BAND      TO WS-RTE-FICO-BAND (WS-RTE-USED)
047500     END-IF
047600     MOVE LRT-EFF-DATE           TO WS-RTE-EFF-DATE (WS-RTE-USED)
047700     MOVE LRT-HIST-LOSS-PCT      TO WS-RTE-HIST-PCT (WS-RTE-USED)
047800     MOVE LRT-QUAL-ADJ-PCT       TO WS-RTE-ADJ-PCT (WS-RTE-USED).
047900 2600-LOAD-NEXT-RATE-EXIT.
048000     EXIT.
048100*
048200 3000-READ-ACCOUNTS.
048300     MOVE 'N'                    TO WS-EOF-SW
048400     PERFORM 3100-SEGMENT-ACCOUNT THRU 3100-SEGMENT-ACCOUNT-EXIT
048500         UNTIL WS-END-OF-FILE.
048600 3000-READ-ACCOUNTS-EXIT.
048700     EXIT.
048800*
048900******************************************************************
049000* ONLY A DEBIT BALANCE STILL ON THE BOOKS IS RESERVED - A CHARGED-
049100* OFF ACCOUNT'S LOSS HAS ALREADY GONE THROUGH THE ALLOWANCE.
049200******************************************************************
049300 3100-SEGMENT-ACCOUNT.
049400     READ ACCOUNT-FILE NEXT RECORD
049500         AT END
049600             MOVE 'Y'            TO WS-EOF-SW
049700             GO TO 3100-SEGMENT-ACCOUNT-EXIT
049800     END-READ
049900     ADD 1                       TO WS-ACCT-COUNT
050000     IF ACCT-CURR-BAL NOT > ZERO
050100        OR ACCT-ACTIVE-STATUS = 'Z'
050200         GO TO 3100-SEGMENT-ACCOUNT-EXIT
050300     END-IF
050400     MOVE ACCT-ID                TO CHO-ACCT-ID
050500     READ CHARGE-OFF-FILE
050600         INVALID KEY
050700             CONTINUE
050800     END-READ
050900     IF WS-CHGOFF-OK
051000         GO TO 3100-SEGMENT-ACCOUNT-EXIT
051100     END-IF
051200     MOVE ACCT-GROUP-ID          TO WS-ASK-GROUP-ID
051300     PERFORM 3200-ACCOUNT-BUCKET THRU 3200-ACCOUNT-BUCKET-EXIT
051400     PERFORM 3300-FICO-BAND THRU 3300-FICO-BAND-EXIT
051500     PERFORM 3400-FIND-SEGMENT THRU 3400-FIND-SEGMENT-EXIT
051600     IF WS-SEG-IDX = ZERO
051700         ADD 1                   TO WS-OVERFLOW-COUNT
051800         GO TO 3100-SEGMENT-ACCOUNT-EXIT
051900     END-IF
052000     ADD 1                       TO WS-RESERVED-COUNT
052100     ADD 1                       TO WS-SEG-ACCTS (WS-SEG-IDX)
052200     ADD ACCT-CURR-BAL           TO WS-SEG-BALANCE (WS-SEG-IDX).
052300 3100-SEGMENT-ACCOUNT-EXIT.
052400     EXIT.
052500*
052600******************************************************************
052700* THE ACCOUNT'S BUCKET ON THE LATEST AGING RUN; AN ACCOUNT THAT
052800* RUN DID NOT SEE IS CLASSIFIED OFF THE MASTER EXACTLY AS
052900* CBACT06C WOULD. THE NON-COLLECTIONS BUCKET IS RESERVED AS
053000* CURRENT.
053100******************************************************************
053200 3200-ACCOUNT-BUCKET.
053300     MOVE 1                      TO WS-ASK-BUCKET-IDX
053400     IF WS-LATEST-RUN-DATE NOT = SPACES
053500         MOVE WS-LATEST-RUN-DATE TO DLQ-RUN-DATE
053600         MOVE ACCT-ID            TO DLQ-ACCT-ID
053700         READ DELINQ-HIST-FILE KEY IS DLQ-KEY
053800             INVALID KEY
053900                 GO TO 3200-CLASSIFY-FROM-MASTER
054000         END-READ
054100         IF DLQ-BUCKET-IDX >= 1 AND DLQ-BUCKET-IDX <= 4
054200             MOVE DLQ-BUCKET-IDX TO WS-ASK-BUCKET-IDX
054300         END-IF
054400         GO TO 3200-ACCOUNT-BUCKET-EXIT
054500     END-IF.
054600 3200-CLASSIFY-FROM-MASTER.
054700     IF ACCT-ACTIVE-STATUS = 'D'
054800         EVALUATE TRUE
054900             WHEN ACCT-CYCLES-DELINQUENT <= 1
055000                 MOVE 2          TO WS-ASK-BUCKET-IDX
055100             WHEN ACCT-CYCLES-DELINQUENT = 2
055200                 MOVE 3          TO WS-ASK-BUCKET-IDX
055300             WHEN OTHER
055400                 MOVE 4          TO WS-ASK-BUCKET-IDX
055500         END-EVALUATE
055600     END-IF.
055700 3200-ACCOUNT-BUCKET-EXIT.
055800     EXIT.
055900*
056000******************************************************************
056100* THE HOLDER'S FICO BAND TODAY, BANDED AS CBCEL01C BANDS THE
056200* ROLL-RATE HISTORY THE RATES WERE DERIVED FROM.
056300******************************************************************
056400 3300-FICO-BAND.
056500     MOVE ZERO                   TO WS-FICO-SCORE
056600     MOVE ACCT-ID                TO XRF-ACCT-ID
056700     READ XREF-FILE
056800         INVALID KEY
056900             MOVE ACCT-ID        TO XRF-CUST-ID
057000     END-READ
057100     MOVE XRF-CUST-ID            TO CUST-ID
057200     READ CUSTOMER-FILE
057300         INVALID KEY
057400             MOVE ZERO           TO CUST-FICO-CREDIT-SCORE
057500     END-READ
057600     IF CUST-FICO-CREDIT-SCORE NUMERIC
057700         MOVE CUST-FICO-CREDIT-SCORE TO WS-FICO-SCORE
057800     END-IF
057900     EVALUATE TRUE
058000         WHEN WS-FICO-SCORE = ZERO
058100             MOVE 'U'            TO WS-ASK-FICO-BAND
058200         WHEN WS-FICO-SCORE >= 750
058300             MOVE 'H'            TO WS-ASK-FICO-BAND
058400         WHEN WS-FICO-SCORE >= 650
058500             MOVE 'M'            TO WS-ASK-FICO-BAND
058600         WHEN OTHER
058700             MOVE 'L'            TO WS-ASK-FICO-BAND
058800     END-EVALUATE.
058900 3300-FICO-BAND-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300* FIND (OR ADD) THE SEGMENT ENTRY. WS-SEG-IDX COMES BACK ZERO
059400* WHEN THE TABLE IS FULL.
059500******************************************************************
059600 3400-FIND-SEGMENT.
059700     MOVE ZERO                   TO WS-FOUND-IDX
059800     PERFORM 3450-CHECK-SEGMENT THRU 3450-CHECK-SEGMENT-EXIT
059900         VARYING WS-SEG-IDX FROM 1 BY 1
060000         UNTIL WS-SEG-IDX > WS-SEG-USED
060100            OR WS-FOUND-IDX > ZERO
060200     IF WS-FOUND-IDX > ZERO
060300         MOVE WS-FOUND-IDX       TO WS-SEG-IDX
060400         GO TO 3400-FIND-SEGMENT-EXIT
060500     END-IF
060600     IF WS-SEG-USED NOT < WS-SEG-MAX
060700         MOVE ZERO               TO WS-SEG-IDX
060800         GO TO 3400-FIND-SEGMENT-EXIT
060900     END-IF
061000     ADD 1                       TO WS-SEG-USED
061100     MOVE WS-SEG-USED            TO WS-SEG-IDX
061200     INITIALIZE WS-SEG-ENTRY (WS-SEG-IDX)
061300     MOVE WS-ACCT-SEG-KEY        TO WS-SEG-KEY (WS-SEG-IDX).
061400 3400-FIND-SEGMENT-EXIT.
061500     EXIT.
061600*
061700 3450-CHECK-SEGMENT.
061800     IF WS-SEG-KEY (WS-SEG-IDX) = WS-ACCT-SEG-KEY
061900         MOVE WS-SEG-IDX         TO WS-FOUND-IDX
062000     END-IF.
062100 3450-CHECK-SEGMENT-EXIT.
062200     EXIT.
062300*
062400******************************************************************
062500* THE SEGMENT'S OWN GROUP ROW, ELSE THE 'DEFAULT' GROUP'S. WITH
062600* NEITHER THE RATE GROUP IS LEFT BLANK AND NOTHING IS RESERVED.
062700******************************************************************
062800 4000-APPLY-RATE.
062900     MOVE WS-SEG-KEY (WS-SEG-IDX) TO WS-RATE-LOOKUP-KEY
063000     PERFORM 4100-FIND-RATE THRU 4100-FIND-RATE-EXIT
063100     IF WS-RTE-FOUND-IDX = ZERO
063200         MOVE 'DEFAULT'          TO WS-RLK-GROUP-ID
063300         PERFORM 4100-FIND-RATE THRU 4100-FIND-RATE-EXIT
063400     END-IF
063500     ADD WS-SEG-BALANCE (WS-SEG-IDX) TO WS-TOTAL-BALANCE
063600     IF WS-RTE-FOUND-IDX = ZERO
063700         MOVE SPACES        TO WS-SEG-RATE-GROUP-ID (WS-SEG-IDX)
063800         MOVE SPACES        TO WS-SEG-RATE-EFF-DATE (WS-SEG-IDX)
063900         MOVE ZERO          TO WS-SEG-HIST-PCT (WS-SEG-IDX)
064000         MOVE ZERO          TO WS-SEG-ADJ-PCT (WS-SEG-IDX)
064100         MOVE ZERO          TO WS-SEG-RESERVE (WS-SEG-IDX)
064200         ADD 1              TO WS-NO-RATE-COUNT
064300         GO TO 4000-APPLY-RATE-EXIT
064400     END-IF
064500     MOVE WS-RLK-GROUP-ID   TO WS-SEG-RATE-GROUP-ID (WS-SEG-IDX)
064600     MOVE WS-RTE-EFF-DATE (WS-RTE-FOUND-IDX)
064700                        TO WS-SEG-RATE-EFF-DATE (WS-SEG-IDX)
064800     MOVE WS-RTE-HIST-PCT (WS-RTE-FOUND-IDX)
064900                        TO WS-SEG-HIST-PCT (WS-SEG-IDX)
065000     MOVE WS-RTE-ADJ-PCT (WS-RTE-FOUND-IDX)
065100                        TO WS-SEG-ADJ-PCT (WS-SEG-IDX)
065200     COMPUTE WS-RATE-PCT = WS-SEG-HIST-PCT (WS-SEG-IDX)
065300                         + WS-SEG-ADJ-PCT (WS-SEG-IDX)
065400     IF WS-RATE-PCT < ZERO
065500         MOVE ZERO               TO WS-RATE-PCT
065600     END-IF
065700     IF WS-RATE-PCT > 100
065800         MOVE 100                TO WS-RATE-PCT
065900     END-IF
066000     COMPUTE WS-SEG-RESERVE (WS-SEG-IDX) ROUNDED =
066100         WS-SEG-BALANCE (WS-SEG-IDX) * WS-RATE-PCT / 100
066200     ADD WS-SEG-RESERVE (WS-SEG-IDX) TO WS-TOTAL-RESERVE.
066300 4000-APPLY-RATE-EXIT.
066400     EXIT.
066500*
066600 4100-FIND-RATE.
066700     MOVE ZERO                   TO WS-RTE-FOUND-IDX
066800     PERFORM 4150-CHECK-RATE THRU 4150-CHECK-RATE-EXIT
066900         VARYING WS-RTE-IDX FROM 1 BY 1
067000         UNTIL WS-RTE-IDX > WS-RTE-USED
067100            OR WS-RTE-FOUND-IDX > ZERO.
067200 4100-FIND-RATE-EXIT.
067300     EXIT.
067400*
067500 4150-CHECK-RATE.
067600     IF WS-RTE-KEY (WS-RTE-IDX) = WS-RATE-LOOKUP-KEY
067700         MOVE WS-RTE-IDX         TO WS-RTE-FOUND-IDX
067800     END-IF.
067900 4150-CHECK-RATE-EXIT.
068000     EXIT.
068100*
068200******************************************************************
068300* THE RESERVE THE LEDGER CARRIES NOW. EVERY MONTH'S TOTAL ROW IS
068400* READ: THE LATEST EARLIER MONTH IS LAST MONTH-END'S POSITION,
068500* AND A ROW FOR THIS MONTH MEANS THIS IS A RERUN AND ITS RESERVE
068600* HAS ALREADY BEEN BOOKED.
068700******************************************************************
068800 5000-FIND-LEDGER-RESERVE.
068900     MOVE 'N'                    TO WS-SUM-EOF-SW
069000     MOVE LOW-VALUES             TO CEL-KEY
069100     START CECL-SUM-FILE KEY NOT LESS THAN CEL-KEY
069200         INVALID KEY
069300             MOVE 'Y'            TO WS-SUM-EOF-SW
069400     END-START
069500     PERFORM 5100-READ-TOTAL-ROW THRU 5100-READ-TOTAL-ROW-EXIT
069600         UNTIL WS-END-OF-SUM
069700     IF NOT WS-MONTH-RERUN
069800         MOVE WS-PRIOR-RESERVE   TO WS-LEDGER-RESERVE
069900     END-IF
070000     COMPUTE WS-PROVISION-AMT = WS-TOTAL-RESERVE
070100                              - WS-LEDGER-RESERVE.
070200 5000-FIND-LEDGER-RESERVE-EXIT.
070300     EXIT.
070400*
070500 5100-READ-TOTAL-ROW.
070600     READ CECL-SUM-FILE NEXT RECORD
070700         AT END
070800             MOVE 'Y'            TO WS-SUM-EOF-SW
070900             GO TO 5100-READ-TOTAL-ROW-EXIT
071000     END-READ
071100     IF CEL-GROUP-ID NOT = '*TOTAL'
071200         GO TO 5100-READ-TOTAL-ROW-EXIT
071300     END-IF
071400     IF CEL-MONTH < WS-ASOF-MONTH
071500         MOVE CEL-MONTH          TO WS-PRIOR-MONTH
071600         MOVE CEL-RESERVE-AMT    TO WS-PRIOR-RESERVE
071700     END-IF
071800     IF CEL-MONTH = WS-ASOF-MONTH
071900         MOVE 'Y'                TO WS-RERUN-SW
072000         MOVE CEL-RESERVE-AMT    TO WS-LEDGER-RESERVE
072100     END-IF.
072200 5100-READ-TOTAL-ROW-EXIT.
072300     EXIT.
072400*
072500******************************************************************
072600* ONE BALANCED PAIR FOR THE CHANGE - PROVISION EXPENSE DEBIT,
072700* ALLOWANCE CREDIT; A RELEASE REVERSES THE SIDES, THE SAME SHAPE
072800* CBICH01C USES. ACCOUNTS LEFT OUT OF A FULL SEGMENT TABLE WOULD
072900* UNDERSTATE THE RESERVE, SO NOTHING IS BOOKED THEN.
073000******************************************************************
073100 5500-BOOK-PROVISION.
073200     IF WS-OVERFLOW-COUNT > ZERO
073300         DISPLAY 'CBCEL02C - SEGMENT TABLE FULL, ACCOUNTS LEFT '
073400                 'OUT: ' WS-OVERFLOW-COUNT
073500         MOVE 'Y'                TO WS-ERROR-SW
073600         MOVE 'SEGMENT TABLE FULL - RESERVE NOT BOOKED'
073700                                 TO WS-ABEND-REASON-TEXT
073800         PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT
073900         GO TO 5500-BOOK-PROVISION-EXIT
074000     END-IF
074100     IF WS-PROVISION-AMT = ZERO
074200         GO TO 5500-BOOK-PROVISION-EXIT
074300     END-IF
074400     MOVE WS-CURDATE-YYYY-MM-DD  TO GLJ-JOURNAL-DATE
074500     MOVE SPACES                 TO WS-GL-TRAN-ID
074600     STRING 'CECLRSV'            DELIMITED BY SIZE
074700            WS-CURDATE-N         DELIMITED BY SIZE
074800       INTO WS-GL-TRAN-ID
074900     END-STRING
075000     MOVE WS-GL-TRAN-ID          TO GLJ-TRAN-ID
075100     MOVE 'RS'                   TO GLJ-TYPE-CD
075200     MOVE 'PROV'                 TO GLJ-CAT-CD
075300     IF WS-PROVISION-AMT > ZERO
075400         MOVE WS-PROVISION-AMT   TO GLJ-AMOUNT
075500         SET GLJ-DEBIT           TO TRUE
075600         MOVE WS-PROVISION-EXP-ACCOUNT TO GLJ-GL-ACCOUNT
075700         WRITE GL-JOURNAL-RECORD
075800         SET GLJ-CREDIT          TO TRUE
075900         MOVE WS-ALLOWANCE-ACCOUNT TO GLJ-GL-ACCOUNT
076000         WRITE GL-JOURNAL-RECORD
076100     ELSE
076200         COMPUTE GLJ-AMOUNT = WS-PROVISION-AMT * -1
076300         SET GLJ-DEBIT           TO TRUE
076400         MOVE WS-ALLOWANCE-ACCOUNT TO GLJ-GL-ACCOUNT
076500         WRITE GL-JOURNAL-RECORD
076600         SET GLJ-CREDIT          TO TRUE
076700         MOVE WS-PROVISION-EXP-ACCOUNT TO GLJ-GL-ACCOUNT
076800         WRITE GL-JOURNAL-RECORD
076900     END-IF
077000     IF NOT WS-GLJRNL-OK
077100         DISPLAY 'CBCEL02C - ERROR WRITING GL JOURNAL FILE'
077200         MOVE 'Y'                TO WS-ERROR-SW
077300         MOVE 'GL JOURNAL WRITE ERROR' TO WS-ABEND-REASON-TEXT
077400         PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT
077500     END-IF.
077600 5500-BOOK-PROVISION-EXIT.
077700     EXIT.
077800*
077900******************************************************************
078000* REPLACE THIS MONTH'S ROWS - AN EARLIER RUN'S SEGMENTS MAY NOT
078100* ALL RECUR - THEN BANK EACH SEGMENT AND THE TOTAL. SKIPPED WHEN
078200* THE PROVISION WAS NOT BOOKED, SO THE RERUN MEASURES THE CHANGE
078300* FROM THE SAME LEDGER POSITION.
078400******************************************************************
078500 6000-BANK-MONTH.
078600     IF WS-RUN-FAILED
078700         GO TO 6000-BANK-MONTH-EXIT
078800     END-IF
078900     MOVE 'N'                    TO WS-SUM-EOF-SW
079000     MOVE LOW-VALUES             TO CEL-KEY
079100     MOVE WS-ASOF-MONTH          TO CEL-MONTH
079200     START CECL-SUM-FILE KEY NOT LESS THAN CEL-KEY
079300         INVALID KEY
079400             MOVE 'Y'            TO WS-SUM-EOF-SW
079500     END-START
079600     PERFORM 6100-DELETE-OLD-ROW THRU 6100-DELETE-OLD-ROW-EXIT
079700         UNTIL WS-END-OF-SUM
079800     PERFORM 6200-BANK-SEGMENT THRU 6200-BANK-SEGMENT-EXIT
079900         VARYING WS-SEG-IDX FROM 1 BY 1
080000         UNTIL WS-SEG-IDX > WS-SEG-USED
080100     MOVE SPACES                 TO CECL-RESERVE-RECORD
080200     MOVE WS-ASOF-MONTH          TO CEL-MONTH
080300     MOVE '*TOTAL'               TO CEL-GROUP-ID
080400     MOVE ZERO                   TO CEL-BUCKET-IDX
080500     MOVE SPACE                  TO CEL-FICO-BAND
080600     MOVE WS-CURDATE-YYYY-MM-DD  TO CEL-RUN-DATE
080700     MOVE WS-RESERVED-COUNT      TO CEL-ACCT-COUNT
080800     MOVE WS-TOTAL-BALANCE       TO CEL-BALANCE
080900     MOVE ZERO                   TO CEL-HIST-LOSS-PCT
081000     MOVE ZERO                   TO CEL-QUAL-ADJ-PCT
081100     MOVE WS-TOTAL-RESERVE       TO CEL-RESERVE-AMT
081200     MOVE WS-PRIOR-RESERVE       TO CEL-PRIOR-RESERVE-AMT
081300     WRITE CECL-RESERVE-RECORD
081400         INVALID KEY
081500             DISPLAY 'CBCEL02C - ERROR WRITING RESERVE TOTAL ROW'
081600             MOVE 'Y'            TO WS-ERROR-SW
081700             MOVE 'RESERVE TOTAL ROW WRITE ERROR'
081800                                 TO WS-ABEND-REASON-TEXT
081900             PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT
082000     END-WRITE.
082100 6000-BANK-MONTH-EXIT.
082200     EXIT.
082300*
082400 6100-DELETE-OLD-ROW.
082500     READ CECL-SUM-FILE NEXT RECORD
082600         AT END
082700             MOVE 'Y'            TO WS-SUM-EOF-SW
082800             GO TO 6100-DELETE-OLD-ROW-EXIT
082900     END-READ
083000     IF CEL-MONTH NOT = WS-ASOF-MONTH
083100         MOVE 'Y'                TO WS-SUM-EOF-SW
083200         GO TO 6100-DELETE-OLD-ROW-EXIT
083300     END-IF
083400     DELETE CECL-SUM-FILE RECORD
083500         INVALID KEY
083600             DISPLAY 'CBCEL02C - ERROR DELETING RESERVE ROW '
083700                     CEL-KEY
083800     END-DELETE.
083900 6100-DELETE-OLD-ROW-EXIT.
084000     EXIT.
084100*
084200 6200-BANK-SEGMENT.
084300     MOVE SPACES                 TO CECL-RESERVE-RECORD
084400     MOVE WS-SEG-KEY (WS-SEG-IDX) TO WS-ACCT-SEG-KEY
084500     MOVE WS-ASOF-MONTH          TO CEL-MONTH
084600     MOVE WS-ASK-GROUP-ID        TO CEL-GROUP-ID
084700     MOVE WS-ASK-BUCKET-IDX      TO CEL-BUCKET-IDX
084800     MOVE WS-ASK-FICO-BAND       TO CEL-FICO-BAND
084900     MOVE WS-CURDATE-YYYY-MM-DD  TO CEL-RUN-DATE
085000     MOVE WS-SEG-ACCTS (WS-SEG-IDX) TO CEL-ACCT-COUNT
085100     MOVE WS-SEG-BALANCE (WS-SEG-IDX) TO CEL-BALANCE
085200     MOVE WS-SEG-RATE-GROUP-ID (WS-SEG-IDX) TO CEL-RATE-GROUP-ID
085300     MOVE WS-SEG-RATE-EFF-DATE (WS-SEG-IDX) TO CEL-RATE-EFF-DATE
085400     MOVE WS-SEG-HIST-PCT (WS-SEG-IDX) TO CEL-HIST-LOSS-PCT
085500     MOVE WS-SEG-ADJ-PCT (WS-SEG-IDX) TO CEL-QUAL-ADJ-PCT
085600     MOVE WS-SEG-RESERVE (WS-SEG-IDX) TO CEL-RESERVE-AMT
085700     MOVE ZERO                   TO CEL-PRIOR-RESERVE-AMT
085800     WRITE CECL-RESERVE-RECORD
085900         INVALID KEY
086000             DISPLAY 'CBCEL02C - ERROR WRITING RESERVE ROW '
086100                     CEL-KEY
086200             GO TO 6200-BANK-SEGMENT-EXIT
086300     END-WRITE
086400     ADD 1                       TO WS-BANKED-COUNT.
086500 6200-BANK-SEGMENT-EXIT.
086600     EXIT.
086700*
086800******************************************************************
086900* THE RESERVE REPORT, READ BACK FROM THIS MONTH'S CECLSUM ROWS IN
087000* KEY ORDER, THEN THE MOVEMENT AND THE JOURNAL PAIR BOOKED.
087100******************************************************************
087200 7000-WRITE-REPORT.
087300     MOVE WS-ASOF-MONTH          TO WS-HDG-MONTH
087400     MOVE WS-CURDATE-YYYY-MM-DD  TO WS-HDG-DATE
087500     MOVE WS-LATEST-RUN-DATE     TO WS-HDG-AGING-DATE
087600     WRITE CECL-RPT-LINE         FROM WS-REPORT-HEADING-1
087700     IF WS-RUN-FAILED
087800         MOVE SPACES             TO WS-REPORT-TOTAL
087900         MOVE 'RESERVE NOT BOOKED - SEE JOB LOG'
088000                                 TO WS-TOT-LABEL
088100         WRITE CECL-RPT-LINE     FROM WS-REPORT-TOTAL
088200         GO TO 7000-WRITE-REPORT-EXIT
088300     END-IF
088400     WRITE CECL-RPT-LINE         FROM WS-REPORT-HEADING-2
088500     MOVE 'N'                    TO WS-SUM-EOF-SW
088600     MOVE LOW-VALUES             TO CEL-KEY
088700     MOVE WS-ASOF-MONTH          TO CEL-MONTH
088800     START CECL-SUM-FILE KEY NOT LESS THAN CEL-KEY
088900         INVALID KEY
089000             MOVE 'Y'            TO WS-SUM-EOF-SW
089100     END-START
089200     PERFORM 7100-WRITE-SEGMENT-LINE
089300         THRU 7100-WRITE-SEGMENT-LINE-EXIT
089400         UNTIL WS-END-OF-SUM
089500     PERFORM 7200-WRITE-MOVEMENT THRU 7200-WRITE-MOVEMENT-EXIT.
089600 7000-WRITE-REPORT-EXIT.
089700     EXIT.
089800*
089900 7100-WRITE-SEGMENT-LINE.
090000     READ CECL-SUM-FILE NEXT RECORD
090100         AT END
090200             MOVE 'Y'            TO WS-SUM-EOF-SW
090300             GO TO 7100-WRITE-SEGMENT-LINE-EXIT
090400     END-READ
090500     IF CEL-MONTH NOT = WS-ASOF-MONTH
090600         MOVE 'Y'                TO WS-SUM-EOF-SW
090700         GO TO 7100-WRITE-SEGMENT-LINE-EXIT
090800     END-IF
090900     IF CEL-GROUP-ID = '*TOTAL'
091000         GO TO 7100-WRITE-SEGMENT-LINE-EXIT
091100     END-IF
091200     MOVE CEL-GROUP-ID           TO WS-DTL-GROUP-ID
091300     EVALUATE CEL-FICO-BAND
091400         WHEN 'H'
091500             MOVE '750+'         TO WS-DTL-BAND
091600         WHEN 'M'
091700             MOVE '650+'         TO WS-DTL-BAND
091800         WHEN 'L'
091900             MOVE '<650'         TO WS-DTL-BAND
092000         WHEN OTHER
092100             MOVE 'NONE'         TO WS-DTL-BAND
092200     END-EVALUATE
092300     MOVE WS-BUCKET-NAME (CEL-BUCKET-IDX) TO WS-DTL-BUCKET
092400     MOVE CEL-ACCT-COUNT         TO WS-DTL-ACCTS
092500     MOVE CEL-BALANCE            TO WS-DTL-BALANCE
092600     MOVE CEL-HIST-LOSS-PCT      TO WS-DTL-HIST-PCT
092700     MOVE CEL-QUAL-ADJ-PCT       TO WS-DTL-ADJ-PCT
092800     COMPUTE WS-RATE-PCT = CEL-HIST-LOSS-PCT + CEL-QUAL-ADJ-PCT
092900     IF WS-RATE-PCT < ZERO
093000         MOVE ZERO               TO WS-RATE-PCT
093100     END-IF
093200     IF WS-RATE-PCT > 100
093300         MOVE 100                TO WS-RATE-PCT
093400     END-IF
093500     MOVE WS-RATE-PCT            TO WS-DTL-RATE-PCT
093600     MOVE CEL-RESERVE-AMT        TO WS-DTL-RESERVE
093700     MOVE CEL-RATE-EFF-DATE      TO WS-DTL-RATE-EFF
093800     EVALUATE TRUE
093900         WHEN CEL-RATE-GROUP-ID = SPACES
094000             MOVE 'NO ASSUMPTION'    TO WS-DTL-NOTE
094100         WHEN CEL-RATE-GROUP-ID NOT = CEL-GROUP-ID
094200             MOVE 'DEFAULT GROUP RATE' TO WS-DTL-NOTE
094300         WHEN OTHER
094400             MOVE SPACES             TO WS-DTL-NOTE
094500     END-EVALUATE
094600     WRITE CECL-RPT-LINE         FROM WS-REPORT-DETAIL.
094700 7100-WRITE-SEGMENT-LINE-EXIT.
094800     EXIT.
094900*
095000 7200-WRITE-MOVEMENT.
095100     MOVE SPACES                 TO CECL-RPT-LINE
095200     WRITE CECL-RPT-LINE
095300     MOVE 'TOTAL RECEIVABLE RESERVED'   TO WS-TOT-LABEL
095400     MOVE WS-TOTAL-BALANCE       TO WS-TOT-AMOUNT
095500     WRITE CECL-RPT-LINE         FROM WS-REPORT-TOTAL
095600     MOVE 'REQUIRED ALLOWANCE'   TO WS-TOT-LABEL
095700     MOVE WS-TOTAL-RESERVE       TO WS-TOT-AMOUNT
095800     WRITE CECL-RPT-LINE         FROM WS-REPORT-TOTAL
095900     MOVE SPACES                 TO WS-TOT-LABEL
096000     IF WS-PRIOR-MONTH = SPACES
096100         MOVE 'ALLOWANCE AT PRIOR MONTH-END (NONE BANKED)'
096200                                 TO WS-TOT-LABEL
096300     ELSE
096400         STRING 'ALLOWANCE AT MONTH-END ' DELIMITED BY SIZE
096500                WS-PRIOR-MONTH          DELIMITED BY SIZE
096600           INTO WS-TOT-LABEL
096700         END-STRING
096800     END-IF
096900     MOVE WS-PRIOR-RESERVE       TO WS-TOT-AMOUNT
097000     WRITE CECL-RPT-LINE         FROM WS-REPORT-TOTAL
097100     IF WS-MONTH-RERUN
097200         MOVE 'ALLOWANCE ALREADY BOOKED THIS MONTH'
097300                                 TO WS-TOT-LABEL
097400         MOVE WS-LEDGER-RESERVE  TO WS-TOT-AMOUNT
097500         WRITE CECL-RPT-LINE     FROM WS-REPORT-TOTAL
097600     END-IF
097700     MOVE 'PROVISION (RELEASE) BOOKED THIS RUN'
097800                                 TO WS-TOT-LABEL
097900     MOVE WS-PROVISION-AMT       TO WS-TOT-AMOUNT
098000     WRITE CECL-RPT-LINE         FROM WS-REPORT-TOTAL
098100     IF WS-PROVISION-AMT = ZERO
098200         GO TO 7200-WRITE-MOVEMENT-EXIT
098300     END-IF
098400     MOVE WS-GL-TRAN-ID          TO WS-JRN-TRAN-ID
098500     IF WS-PROVISION-AMT > ZERO
098600         MOVE WS-PROVISION-AMT   TO WS-JRN-AMOUNT
098700         MOVE 'DR'               TO WS-JRN-DR-CR
098800         MOVE WS-PROVISION-EXP-ACCOUNT TO WS-JRN-GL-ACCOUNT
098900         MOVE 'PROVISION FOR CREDIT LOSSES' TO WS-JRN-GL-NAME
099000         WRITE CECL-RPT-LINE     FROM WS-REPORT-JOURNAL
099100         MOVE 'CR'               TO WS-JRN-DR-CR
099200         MOVE WS-ALLOWANCE-ACCOUNT TO WS-JRN-GL-ACCOUNT
099300         MOVE 'ALLOWANCE FOR CREDIT LOSSES' TO WS-JRN-GL-NAME
099400         WRITE CECL-RPT-LINE     FROM WS-REPORT-JOURNAL
099500     ELSE
099600         COMPUTE WS-JRN-AMOUNT = WS-PROVISION-AMT * -1
099700         MOVE 'DR'               TO WS-JRN-DR-CR
099800         MOVE WS-ALLOWANCE-ACCOUNT TO WS-JRN-GL-ACCOUNT
099900         MOVE 'ALLOWANCE FOR CREDIT LOSSES' TO WS-JRN-GL-NAME
100000         WRITE CECL-RPT-LINE     FROM WS-REPORT-JOURNAL
100100         MOVE 'CR'               TO WS-JRN-DR-CR
100200         MOVE WS-PROVISION-EXP-ACCOUNT TO WS-JRN-GL-ACCOUNT
100300         MOVE 'PROVISION FOR CREDIT LOSSES' TO WS-JRN-GL-NAME
100400         WRITE CECL-RPT-LINE     FROM WS-REPORT-JOURNAL
100500     END-IF.
100600 7200-WRITE-MOVEMENT-EXIT.
100700     EXIT.
100800*
100900 9000-TERMINATE.
101000     CLOSE ACCOUNT-FILE
101100     CLOSE DELINQ-HIST-FILE
101200     CLOSE CHARGE-OFF-FILE
101300     CLOSE XREF-FILE
101400     CLOSE CUSTOMER-FILE
101500     CLOSE LOSS-RATE-FILE
101600     CLOSE CECL-SUM-FILE
101700     CLOSE GL-JOURNAL-FILE
101800     CLOSE CECL-RPT-FILE
101900     DISPLAY 'CBCEL02C - ACCOUNTS READ: ' WS-ACCT-COUNT
102000     DISPLAY 'CBCEL02C - ACCOUNTS RESERVED: ' WS-RESERVED-COUNT
102100     DISPLAY 'CBCEL02C - SEGMENTS BANKED: ' WS-BANKED-COUNT
102200     DISPLAY 'CBCEL02C - SEGMENTS WITH NO ASSUMPTION: '
102300             WS-NO-RATE-COUNT
102400     MOVE WS-TOTAL-RESERVE       TO WS-AMT-EDIT
102500     DISPLAY 'CBCEL02C - REQUIRED ALLOWANCE: ' WS-AMT-EDIT
102600     MOVE WS-PROVISION-AMT       TO WS-AMT-EDIT
102700     DISPLAY 'CBCEL02C - PROVISION BOOKED: ' WS-AMT-EDIT
102800     IF WS-RUN-FAILED
102900         MOVE 16                 TO RETURN-CODE
103000     END-IF
103100     PERFORM 9200-LOG-JOB-STATUS
103200         THRU 9200-LOG-JOB-STATUS-EXIT.
103300 9000-TERMINATE-EXIT.
103400     EXIT.
103500*
103600******************************************************************
103700* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
103800* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
103900* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
104000* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
104100******************************************************************
104200 9100-ABEND-NOTIFY.
104300     MOVE 'AB01'                 TO ABEND-CODE
104400     MOVE 'CBCEL02C'             TO ABEND-CULPRIT
104500     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
104600     STRING ABEND-CULPRIT   DELIMITED BY SIZE
104700            ' - '           DELIMITED BY SIZE
104800            ABEND-REASON    DELIMITED BY SIZE
104900       INTO ABEND-MSG
105000     END-STRING
105100     OPEN EXTEND ALERT-QUEUE-FILE
105200     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
105300     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
105400     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
105500     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
105600     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
105700     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
105800     WRITE OPS-ALERT-RECORD
105900     CLOSE ALERT-QUEUE-FILE.
106000 9100-ABEND-NOTIFY-EXIT.
106100     EXIT.
106200*
106300******************************************************************
106400* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
106500* WHETHER THE JOB RAN AND HOW IT WENT.
106600******************************************************************
106700 9200-LOG-JOB-STATUS.
106800     OPEN I-O JOB-LOG-FILE
106900     IF NOT WS-JOBLOG-OK
107000         DISPLAY 'CBCEL02C - ERROR OPENING JOB LOG FILE'
107100         GO TO 9200-LOG-JOB-STATUS-EXIT
107200     END-IF
107300     MOVE 'CBCEL02C'             TO JBS-JOB-NAME
107400     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
107500     IF RETURN-CODE = ZERO
107600         SET JBS-STATUS-SUCCESS  TO TRUE
107700     ELSE
107800         SET JBS-STATUS-FAILED   TO TRUE
107900     END-IF
108000     MOVE RETURN-CODE            TO JBS-RETURN-CODE
108100     MOVE WS-RESERVED-COUNT      TO JBS-REC-COUNT
108200     WRITE JOB-STATUS-RECORD
108300     CLOSE JOB-LOG-FILE.
108400 9200-LOG-JOB-STATUS-EXIT.
108500     EXIT.
