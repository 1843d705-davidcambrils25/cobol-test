000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBAPF01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MONTH-END ACCOUNT
001100*                     PROFITABILITY ROWS AND RANKED REPORT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MONTH-END, WITH THE OTHER MONTH-END REPORTS.
001500*                BUILDS ONE ACCTPRF ROW (CVAPF01Y) PER ACCOUNT
001600*                FOR THE CALENDAR MONTH - WHAT THE ACCOUNT EARNED
001700*                AND WHAT IT COST - AND PRINTS THE MONTH RANKED
001800*                BY ACCOUNT GROUP, OPEN-MONTH COHORT AND CURRENT
001900*                FICO BAND, WITH THE MOST AND LEAST PROFITABLE
002000*                ACCOUNTS AND THEIR CUSTOMERS. THE ROWS STAY ON
002100*                FILE AS HISTORY FOR COC360C. FIVE PASSES:
002200*                THE ACCOUNT MASTER SEEDS EACH ROW WITH THE
002300*                BALANCE-DRIVEN FIGURES (DLYBAL AVERAGE DAILY
002400*                BALANCE AND ITS FUNDING COST, CHARGE-OFF LOSS
002500*                AND RECOVERIES OFF CHGOFF); THE MONTH'S SLICE OF
002600*                THE PROCESSING-DATE PATH (TRANDTAX) ADDS
002700*                INTEREST, FEES, WAIVERS, REDEMPTIONS AND THE
002800*                REWARDS ACCRUAL THE SAME WAY CBPRF01C AND
002900*                CBRWD01C CLASSIFY THEM; THE INTCHG CAPTURE ROWS
003000*                ADD INTERCHANGE; THE DISPUTE FILE ADDS WRITE-
003100*                OFFS; AND A SECOND MASTER PASS NETS EACH ROW,
003200*                ROLLS UP TWELVE MONTHS AND TALLIES THE REPORT.
003300*                THE COST OF FUNDS IS THE NEWEST 'COSTFUND' ROW
003400*                ON INDEXRT (CVIDX01Y), PUBLISHED BY TREASURY ON
003500*                THE INDEX FEED; WITH NONE THE COST IS ZERO AND
003600*                THE REPORT HEADING SAYS SO. A RERUN IN THE SAME
003700*                MONTH RESEEDS EVERY ROW, SO NOTHING IS COUNTED
003800*                TWICE.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ACCT-ID
004700         FILE STATUS IS WS-ACCOUNT-STATUS.
004800     SELECT XREF-FILE ASSIGN TO ACCTXREF
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS XRF-ACCT-ID
005200         FILE STATUS IS WS-XREF-STATUS.
005300     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CUST-ID
005700         FILE STATUS IS WS-CUSTOMER-STATUS.
005800     SELECT CARD-FILE ASSIGN TO CARDDAT
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CARD-NUM
006200         FILE STATUS IS WS-CARD-STATUS.
006300     SELECT DAILY-BAL-FILE ASSIGN TO DLYBAL
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS DBL-KEY
006700         FILE STATUS IS WS-DLYBAL-STATUS.
006800     SELECT CHARGE-OFF-FILE ASSIGN TO CHGOFF
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS CHO-ACCT-ID
007200         FILE STATUS IS WS-CHGOFF-STATUS.
007300     SELECT TRAN-DATE-FILE ASSIGN TO TRANDTAX
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS TRAN-PROC-DATE
007700         FILE STATUS IS WS-TRAN-STATUS.
007800     SELECT INTCHG-FILE ASSIGN TO INTCHG
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS ICH-TRAN-ID
008200         FILE STATUS IS WS-INTCHG-STATUS.
008300     SELECT DISPUTE-FILE ASSIGN TO DISPFILE
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS DSP-TRAN-ID
008700         FILE STATUS IS WS-DISPUTE-STATUS.
008800     SELECT INDEX-RATE-FILE ASSIGN TO INDEXRT
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS IDX-KEY
009200         FILE STATUS IS WS-INDEXRT-STATUS.
009300     SELECT ACCT-PROFIT-FILE ASSIGN TO ACCTPRF
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS APF-KEY
009700         FILE STATUS IS WS-ACCTPRF-STATUS.
009800     SELECT APF-RPT-FILE ASSIGN TO APFRPT
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-APFRPT-STATUS.
010100     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-ALERT-STATUS.
010400     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS DYNAMIC
010700         RECORD KEY IS JBS-KEY
010800         FILE STATUS IS WS-JOBLOG-STATUS.
010900*
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  ACCOUNT-FILE.
011300     COPY CVACT01Y.
011400*
011500 FD  XREF-FILE.
011600     COPY CVXRF01Y.
011700*
011800 FD  CUSTOMER-FILE.
011900     COPY CVCUS01Y.
012000*
012100 FD  CARD-FILE.
012200     COPY CVACT02Y.
012300*
012400 FD  DAILY-BAL-FILE.
012500     COPY CVDBL01Y.
012600*
012700 FD  CHARGE-OFF-FILE.
012800     COPY CVCHO01Y.
012900*
013000 FD  TRAN-DATE-FILE.
013100     COPY CVTRA01Y.
013200*
013300 FD  INTCHG-FILE.
013400     COPY CVICH01Y.
013500*
013600 FD  DISPUTE-FILE.
013700     COPY CVDSP01Y.
013800*
013900 FD  INDEX-RATE-FILE.
014000     COPY CVIDX01Y.
014100*
014200 FD  ACCT-PROFIT-FILE.
014300     COPY CVAPF01Y.
014400*
014500 FD  APF-RPT-FILE
014600     RECORDING MODE IS F.
014700 01  APF-RPT-LINE                     PIC X(132).
014800*
014900 FD  ALERT-QUEUE-FILE
015000     RECORDING MODE IS F.
015100     COPY CSOPS01Y.
015200*
015300 FD  JOB-LOG-FILE.
015400     COPY CVJOB01Y.
015500*
015600 WORKING-STORAGE SECTION.
015700 01  WS-ACCOUNT-STATUS                PIC XX.
015800     88 WS-ACCOUNT-OK                 VALUE '00'.
015900 01  WS-XREF-STATUS                   PIC XX.
016000     88 WS-XREF-OK                    VALUE '00'.
016100 01  WS-CUSTOMER-STATUS               PIC XX.
016200     88 WS-CUSTOMER-OK                VALUE '00'.
016300 01  WS-CARD-STATUS                   PIC XX.
016400     88 WS-CARD-OK                    VALUE '00'.
016500 01  WS-DLYBAL-STATUS                 PIC XX.
016600     88 WS-DLYBAL-OK                  VALUE '00'.
016700 01  WS-CHGOFF-STATUS                 PIC XX.
016800     88 WS-CHGOFF-OK                  VALUE '00'.
016900 01  WS-TRAN-STATUS                   PIC XX.
017000     88 WS-TRAN-OK                    VALUE '00'.
017100 01  WS-INTCHG-STATUS                 PIC XX.
017200     88 WS-INTCHG-OK                  VALUE '00'.
017300 01  WS-DISPUTE-STATUS                PIC XX.
017400     88 WS-DISPUTE-OK                 VALUE '00'.
017500 01  WS-INDEXRT-STATUS                PIC XX.
017600     88 WS-INDEXRT-OK                 VALUE '00'.
017700 01  WS-ACCTPRF-STATUS                PIC XX.
017800     88 WS-ACCTPRF-OK                 VALUE '00'.
017900 01  WS-APFRPT-STATUS                 PIC XX.
018000 01  WS-ALERT-STATUS                  PIC XX.
018100 01  WS-JOBLOG-STATUS                 PIC XX.
018200     88 WS-JOBLOG-OK                  VALUE '00'.
018300 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
018400     88 WS-END-OF-FILE                VALUE 'Y'.
018500 01  WS-DBL-EOF-SW                    PIC X(01) VALUE 'N'.
018600     88 WS-END-OF-DBL                 VALUE 'Y'.
018700 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
018800     88 WS-RUN-FAILED                 VALUE 'Y'.
018900 01  WS-ACCT-COUNT                    PIC 9(09) VALUE ZERO.
019000 01  WS-TRAN-COUNT                    PIC 9(09) VALUE ZERO.
019100 01  WS-UNMATCHED-COUNT               PIC 9(09) VALUE ZERO.
019200 01  WS-OVERFLOW-COUNT                PIC 9(09) VALUE ZERO.
019300 01  WS-ABEND-REASON-TEXT             PIC X(50).
019400*
019500******************************************************************
019600* THE MONTH BEING MEASURED AND ITS COST-OF-FUNDS RATE. MONTHS ARE
019700* ALSO COUNTED AS YEAR * 12 + MONTH - 1 SO THE TWELVE-MONTH
019800* ROLL-UP CAN STEP BACK ACROSS A YEAR END.
019900******************************************************************
020000 01  WS-PERIOD-WORK.
020100     05 WS-THIS-PERIOD                PIC X(07).
020200     05 WS-THIS-PERIOD-N              PIC X(06).
020300     05 WS-LAST-PERIOD                PIC X(07).
020400     05 WS-SLICE-START                PIC X(10).
020500     05 WS-THIS-MONTHS                PIC 9(06).
020600     05 WS-BACK-MONTHS                PIC 9(06).
020700     05 WS-BACK-IDX                   PIC 9(02).
020800     05 WS-PERIOD-X.
020900        10 WS-PERIOD-X-YYYY           PIC 9(04).
021000        10 FILLER                     PIC X(01) VALUE '-'.
021100        10 WS-PERIOD-X-MM             PIC 9(02).
021200     05 WS-FUNDS-RATE                 PIC 9(02)V9(02) VALUE ZERO.
021300     05 WS-FUNDS-RATE-DATE            PIC X(10) VALUE SPACES.
021400     05 WS-FUNDS-INDEX-CD             PIC X(08) VALUE 'COSTFUND'.
021500*
021600******************************************************************
021700* THIS ACCOUNT'S WORKING FIGURES
021800******************************************************************
021900 01  WS-ACCT-WORK.
022000     05 WS-WORK-ACCT-ID               PIC 9(11).
022100     05 WS-FICO-SCORE                 PIC 9(03).
022200     05 WS-FICO-BAND                  PIC X(01).
022300     05 WS-BAL-DAYS                   PIC 9(03).
022400     05 WS-BAL-SUM                    PIC S9(13)V99 COMP-3.
022500     05 WS-PRIOR-RECOVERED            PIC S9(10)V99 COMP-3.
022600     05 WS-PRIOR-NET-SUM              PIC S9(11)V99 COMP-3.
022700     05 WS-POINTS                     PIC 9(09).
022800     05 WS-WRITEOFF-AMT               PIC S9(09)V99 COMP-3.
022900     05 WS-REVENUE                    PIC S9(11)V99 COMP-3.
023000     05 WS-COSTS                      PIC S9(11)V99 COMP-3.
023100*
023200******************************************************************
023300* PORTFOLIO TOTALS PER LINE OF THE STATEMENT
023400******************************************************************
023500 01  WS-PORTFOLIO-TOTALS.
023600     05 WS-TOT-INT                    PIC S9(13)V99 COMP-3
023700                                      VALUE ZERO.
023800     05 WS-TOT-FEE                    PIC S9(13)V99 COMP-3
023900                                      VALUE ZERO.
024000     05 WS-TOT-INTERCHG               PIC S9(13)V99 COMP-3
024100                                      VALUE ZERO.
024200     05 WS-TOT-RWD-FUNDED             PIC S9(13)V99 COMP-3
024300                                      VALUE ZERO.
024400     05 WS-TOT-RWD-ACCRUAL            PIC S9(13)V99 COMP-3
024500                                      VALUE ZERO.
024600     05 WS-TOT-WAIVER                 PIC S9(13)V99 COMP-3
024700                                      VALUE ZERO.
024800     05 WS-TOT-CHGOFF                 PIC S9(13)V99 COMP-3
024900                                      VALUE ZERO.
025000     05 WS-TOT-RECOVERY               PIC S9(13)V99 COMP-3
025100                                      VALUE ZERO.
025200     05 WS-TOT-DISPUTE                PIC S9(13)V99 COMP-3
025300                                      VALUE ZERO.
025400     05 WS-TOT-FUNDS                  PIC S9(13)V99 COMP-3
025500                                      VALUE ZERO.
025600     05 WS-TOT-NET                    PIC S9(13)V99 COMP-3
025700                                      VALUE ZERO.
025800*
025900******************************************************************
026000* ONE TABLE FOR ALL THREE RANKINGS - THE TYPE BYTE SAYS WHICH:
026100* 'G' ACCOUNT GROUP, 'C' OPEN-MONTH COHORT, 'B' FICO BAND.
026200* ENTRIES PAST THE TABLE'S END ARE COUNTED AND CALLED OUT.
026300******************************************************************
026400 01  WS-SEG-TABLE.
026500     05 WS-SEG-USED                   PIC 9(04) COMP VALUE ZERO.
026600     05 WS-SEG-MAX                    PIC 9(04) COMP VALUE 1500.
026700     05 WS-SEG-IDX                    PIC 9(04) COMP.
026800     05 WS-FOUND-IDX                  PIC 9(04) COMP.
026900     05 WS-BEST-IDX                   PIC 9(04) COMP.
027000     05 WS-RANK                       PIC 9(04) COMP.
027100     05 WS-SEG-ENTRY OCCURS 1500 TIMES.
027200        10 WS-SEG-KEY.
027300           15 WS-SEG-TYPE             PIC X(01).
027400           15 WS-SEG-VALUE            PIC X(10).
027500        10 WS-SEG-ACCTS               PIC 9(07).
027600        10 WS-SEG-PROFITABLE          PIC 9(07).
027700        10 WS-SEG-REVENUE             PIC S9(13)V99 COMP-3.
027800        10 WS-SEG-COSTS               PIC S9(13)V99 COMP-3.
027900        10 WS-SEG-NET                 PIC S9(13)V99 COMP-3.
028000        10 WS-SEG-PRINTED             PIC X(01).
028100 01  WS-LOOKUP-KEY.
028200     05 WS-LOOKUP-TYPE                PIC X(01).
028300     05 WS-LOOKUP-VALUE               PIC X(10).
028400 01  WS-RANK-TYPE                     PIC X(01).
028500*
028600******************************************************************
028700* THE MOST AND LEAST PROFITABLE ACCOUNTS OF THE MONTH, EACH LIST
028800* KEPT IN ORDER AS ROWS ARE NETTED. EACH HAS ONE SPARE SLOT PAST
028900* ITS END SO THE SLOT SEARCH NEVER RUNS OFF THE TABLE.
029000******************************************************************
029100 01  WS-RANKED-ACCOUNTS.
029200     05 WS-LIST-MAX                   PIC 9(02) COMP VALUE 20.
029300     05 WS-LIST-IDX                   PIC 9(02) COMP.
029400     05 WS-INS-IDX                    PIC 9(02) COMP.
029500     05 WS-TOP-CNT                    PIC 9(02) COMP VALUE ZERO.
029600     05 WS-TOP-ENTRY OCCURS 21 TIMES.
029700        10 WS-TOP-ROW                 PIC X(60).
029800        10 WS-TOP-NET                 PIC S9(10)V99 COMP-3.
029900     05 WS-BOT-CNT                    PIC 9(02) COMP VALUE ZERO.
030000     05 WS-BOT-ENTRY OCCURS 21 TIMES.
030100        10 WS-BOT-ROW                 PIC X(60).
030200        10 WS-BOT-NET                 PIC S9(10)V99 COMP-3.
030300 01  WS-LIST-ROW.
030400     05 WS-LR-ACCT-ID                 PIC 9(11).
030500     05 FILLER                        PIC X(01) VALUE SPACE.
030600     05 WS-LR-CUST-ID                 PIC 9(09).
030700     05 FILLER                        PIC X(01) VALUE SPACE.
030800     05 WS-LR-GROUP-ID                PIC X(10).
030900     05 FILLER                        PIC X(01) VALUE SPACE.
031000     05 WS-LR-OPEN-MONTH              PIC X(07).
031100     05 FILLER                        PIC X(01) VALUE SPACE.
031200     05 WS-LR-BAND                    PIC X(04).
031300     05 FILLER                        PIC X(15) VALUE SPACES.
031400*
031500******************************************************************
031600* REPORT LINES
031700******************************************************************
031800 01  WS-AMT-EDIT                      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
031900 01  WS-BAND-LABEL                    PIC X(04).
032000 01  WS-REPORT-HEADING-1.
032100     05 FILLER                        PIC X(38)
032200        VALUE 'CARDDEMO ACCOUNT PROFITABILITY - MONTH'.
032300     05 FILLER                        PIC X(01) VALUE SPACE.
032400     05 WS-HDG-MONTH                  PIC X(07).
032500     05 FILLER                        PIC X(06) VALUE '  RUN '.
032600     05 WS-HDG-DATE                   PIC X(10).
032700     05 FILLER                        PIC X(17)
032800        VALUE '  COST OF FUNDS '.
032900     05 WS-HDG-FUNDS                  PIC X(30).
033000     05 FILLER                        PIC X(23) VALUE SPACES.
033100 01  WS-SECTION-HEADING.
033200     05 FILLER                        PIC X(02) VALUE SPACES.
033300     05 WS-SECT-TITLE                 PIC X(50).
033400     05 FILLER                        PIC X(80) VALUE SPACES.
033500 01  WS-SEG-COLUMNS.
033600     05 FILLER                        PIC X(25)
033700        VALUE 'RANK  SEGMENT      ACCTS '.
033800     05 FILLER                        PIC X(40)
033900        VALUE '            REVENUE               COSTS '.
034000     05 FILLER                        PIC X(40)
034100        VALUE '                NET        NET/ACCT PROF'.
034200     05 FILLER                        PIC X(27) VALUE 'ITABLE'.
034300 01  WS-SEG-LINE.
034400     05 WS-SL-RANK                    PIC ZZZ9.
034500     05 FILLER                        PIC X(02) VALUE SPACES.
034600     05 WS-SL-SEGMENT                 PIC X(10).
034700     05 FILLER                        PIC X(01) VALUE SPACE.
034800     05 WS-SL-ACCTS                   PIC Z(6)9.
034900     05 FILLER                        PIC X(01) VALUE SPACE.
035000     05 WS-SL-REVENUE                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
035100     05 FILLER                        PIC X(01) VALUE SPACE.
035200     05 WS-SL-COSTS                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
035300     05 FILLER                        PIC X(01) VALUE SPACE.
035400     05 WS-SL-NET                     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
035500     05 FILLER                        PIC X(01) VALUE SPACE.
035600     05 WS-SL-NET-PER                 PIC -ZZZ,ZZZ,ZZ9.99.
035700     05 FILLER                        PIC X(04) VALUE SPACES.
035800     05 WS-SL-PROFITABLE              PIC Z(6)9.
035900     05 FILLER                        PIC X(24) VALUE SPACES.
036000 01  WS-ACCT-COLUMNS.
036100     05 FILLER                        PIC X(39)
036200        VALUE 'RANK  ACCOUNT     CUSTOMER  GROUP      '.
036300     05 FILLER                        PIC X(40)
036400        VALUE 'COHORT  BAND          NET MONTH'.
036500     05 FILLER                        PIC X(53) VALUE SPACES.
036600 01  WS-ACCT-LINE.
036700     05 WS-AL-RANK                    PIC ZZZ9.
036800     05 FILLER                        PIC X(02) VALUE SPACES.
036900     05 WS-AL-ROW                     PIC X(45).
037000     05 WS-AL-NET                     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
037100     05 FILLER                        PIC X(62) VALUE SPACES.
037200 01  WS-TOTAL-LINE.
037300     05 FILLER                        PIC X(04) VALUE SPACES.
037400     05 WS-TL-LABEL                   PIC X(40).
037500     05 WS-TL-AMOUNT                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
037600     05 FILLER                        PIC X(69) VALUE SPACES.
037700*
037800 COPY CSDAT01Y.
037900*
038000 COPY CSMSG02Y.
038100*
038200 LINKAGE SECTION.
038300*
038400******************************************************************
038500 PROCEDURE DIVISION.
038600******************************************************************
038700 0000-MAINLINE.
038800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
038900     IF NOT WS-RUN-FAILED
039000         PERFORM 1500-FIND-FUNDS-RATE
039100             THRU 1500-FIND-FUNDS-RATE-EXIT
039200         PERFORM 2000-SEED-ACCOUNTS THRU 2000-SEED-ACCOUNTS-EXIT
039300         PERFORM 3000-SCAN-MONTH-TRANS
039400             THRU 3000-SCAN-MONTH-TRANS-EXIT
039500         PERFORM 3500-SCAN-INTERCHANGE
039600             THRU 3500-SCAN-INTERCHANGE-EXIT
039700         PERFORM 3700-SCAN-DISPUTES THRU 3700-SCAN-DISPUTES-EXIT
039800         PERFORM 4000-NET-ACCOUNTS THRU 4000-NET-ACCOUNTS-EXIT
039900         PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT
040000     END-IF
040100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
040200     GOBACK.
040300*
040400 1000-INITIALIZE.
040500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
040600     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
040700     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
040800     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
040900     MOVE WS-CURDATE-YYYY-MM-DD (1:7) TO WS-THIS-PERIOD
041000     MOVE WS-CURDATE-N (1:6)     TO WS-THIS-PERIOD-N
041100     STRING WS-THIS-PERIOD       DELIMITED BY SIZE
041200            '-01'                DELIMITED BY SIZE
041300       INTO WS-SLICE-START
041400     END-STRING
041500     COMPUTE WS-THIS-MONTHS = WS-CURDATE-YEAR * 12
041600                            + WS-CURDATE-MONTH - 1
041700     MOVE 1                      TO WS-BACK-IDX
041800     PERFORM 1100-BACK-PERIOD THRU 1100-BACK-PERIOD-EXIT
041900     MOVE WS-PERIOD-X            TO WS-LAST-PERIOD
042000     OPEN INPUT ACCOUNT-FILE
042100     IF NOT WS-ACCOUNT-OK
042200         DISPLAY 'CBAPF01C - ERROR OPENING ACCOUNT FILE'
042300         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
042400         GO TO 1000-INITIALIZE-FAILED
042500     END-IF
042600     OPEN INPUT XREF-FILE
042700     IF NOT WS-XREF-OK
042800         DISPLAY 'CBAPF01C - ERROR OPENING XREF FILE'
042900         MOVE 'XREF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
043000         GO TO 1000-INITIALIZE-FAILED
043100     END-IF
043200     OPEN INPUT CUSTOMER-FILE
043300     IF NOT WS-CUSTOMER-OK
043400         DISPLAY 'CBAPF01C - ERROR OPENING CUSTOMER FILE'
043500         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
043600         GO TO 1000-INITIALIZE-FAILED
043700     END-IF
043800     OPEN INPUT CARD-FILE
043900     IF NOT WS-CARD-OK
044000         DISPLAY 'CBAPF01C - ERROR OPENING CARD FILE'
044100         MOVE 'CARD FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
044200         GO TO 1000-INITIALIZE-FAILED
044300     END-IF
044400     OPEN INPUT DAILY-BAL-FILE
044500     IF NOT WS-DLYBAL-OK
044600         DISPLAY 'CBAPF01C - ERROR OPENING DAILY BALANCE FILE'
044700         MOVE 'DAILY BALANCE FILE OPEN ERROR'
044800                                 TO WS-ABEND-REASON-TEXT
044900         GO TO 1000-INITIALIZE-FAILED
045000     END-IF
045100     OPEN INPUT CHARGE-OFF-FILE
045200     IF NOT WS-CHGOFF-OK
045300         DISPLAY 'CBAPF01C - ERROR OPENING CHARGE-OFF FILE'
045400         MOVE 'CHARGE-OFF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
045500         GO TO 1000-INITIALIZE-FAILED
045600     END-IF
045700     OPEN INPUT TRAN-DATE-FILE
045800     IF NOT WS-TRAN-OK
045900         DISPLAY 'CBAPF01C - ERROR OPENING TRANSACTION FILE'
046000         MOVE 'TRANSACTION FILE OPEN ERROR'
046100                                 TO WS-ABEND-REASON-TEXT
046200         GO TO 1000-INITIALIZE-FAILED
046300     END-IF
046400     OPEN INPUT INTCHG-FILE
046500     IF NOT WS-INTCHG-OK
046600         DISPLAY 'CBAPF01C - ERROR OPENING INTERCHANGE FILE'
046700         MOVE 'INTERCHANGE FILE OPEN ERROR'
046800                                 TO WS-ABEND-REASON-TEXT
046900         GO TO 1000-INITIALIZE-FAILED
047000     END-IF
047100     OPEN INPUT DISPUTE-FILE
047200     IF NOT WS-DISPUTE-OK
047300         DISPLAY 'CBAPF01C - ERROR OPENING DISPUTE FILE'
047400         MOVE 'DISPUTE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
047500         GO TO 1000-INITIALIZE-FAILED
047600     END-IF
047700     OPEN INPUT INDEX-RATE-FILE
047800     IF NOT WS-INDEXRT-OK
047900         DISPLAY 'CBAPF01C - ERROR OPENING INDEX RATE FILE'
048000         MOVE 'INDEX RATE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
048100         GO TO 1000-INITIALIZE-FAILED
048200     END-IF
048300     OPEN I-O ACCT-PROFIT-FILE
048400     IF NOT WS-ACCTPRF-OK
048500         DISPLAY 'CBAPF01C - ERROR OPENING PROFITABILITY FILE'
048600         MOVE 'PROFITABILITY FILE OPEN ERROR'
048700                                 TO WS-ABEND-REASON-TEXT
048800         GO TO 1000-INITIALIZE-FAILED
048900     END-IF
049000     OPEN OUTPUT APF-RPT-FILE
049100     GO TO 1000-INITIALIZE-EXIT.
049200 1000-INITIALIZE-FAILED.
049300     MOVE 'Y'                    TO WS-ERROR-SW
049400     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
049500 1000-INITIALIZE-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900* THE MONTH WS-BACK-IDX MONTHS BEFORE THIS ONE, AS YYYY-MM IN
050000* WS-PERIOD-X.
050100******************************************************************
050200 1100-BACK-PERIOD.
050300     COMPUTE WS-BACK-MONTHS = WS-THIS-MONTHS - WS-BACK-IDX
050400     DIVIDE WS-BACK-MONTHS BY 12 GIVING WS-PERIOD-X-YYYY
050500         REMAINDER WS-PERIOD-X-MM
050600     ADD 1                       TO WS-PERIOD-X-MM.
050700 1100-BACK-PERIOD-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100* THE NEWEST 'COSTFUND' INDEX ROW DATED ON OR BEFORE TODAY.
051200******************************************************************
051300 1500-FIND-FUNDS-RATE.
051400     MOVE 'N'                    TO WS-EOF-SW
051500     MOVE WS-FUNDS-INDEX-CD      TO IDX-INDEX-CD
051600     MOVE LOW-VALUES             TO IDX-EFF-DATE
051700     START INDEX-RATE-FILE KEY NOT LESS THAN IDX-KEY
051800         INVALID KEY
051900             GO TO 1500-FIND-FUNDS-RATE-EXIT
052000     END-START
052100     PERFORM 1600-READ-FUNDS-ROW THRU 1600-READ-FUNDS-ROW-EXIT
052200         UNTIL WS-END-OF-FILE.
052300 1500-FIND-FUNDS-RATE-EXIT.
052400     EXIT.
052500*
052600 1600-READ-FUNDS-ROW.
052700     READ INDEX-RATE-FILE NEXT RECORD
052800         AT END
052900             MOVE 'Y'            TO WS-EOF-SW
053000             GO TO 1600-READ-FUNDS-ROW-EXIT
053100     END-READ
053200     IF IDX-INDEX-CD NOT = WS-FUNDS-INDEX-CD
053300        OR IDX-EFF-DATE > WS-CURDATE-YYYY-MM-DD
053400         MOVE 'Y'                TO WS-EOF-SW
053500         GO TO 1600-READ-FUNDS-ROW-EXIT
053600     END-IF
053700     MOVE IDX-RATE               TO WS-FUNDS-RATE
053800     MOVE IDX-EFF-DATE           TO WS-FUNDS-RATE-DATE.
053900 1600-READ-FUNDS-ROW-EXIT.
054000     EXIT.
054100*
054200******************************************************************
054300* FIRST MASTER PASS - A FRESH ROW FOR EVERY ACCOUNT, CARRYING ITS
054400* SEGMENT AND THE BALANCE-DRIVEN FIGURES. A RERUN OVERWRITES THE
054500* MONTH'S EARLIER ROW.
054600******************************************************************
054700 2000-SEED-ACCOUNTS.
054800     MOVE 'N'                    TO WS-EOF-SW
054900     MOVE LOW-VALUES             TO ACCT-ID
055000     START ACCOUNT-FILE KEY NOT LESS THAN ACCT-ID
055100         INVALID KEY
055200             MOVE 'Y'            TO WS-EOF-SW
055300     END-START
055400     PERFORM 2100-SEED-ONE-ACCOUNT THRU 2100-SEED-ONE-ACCOUNT-EXIT
055500         UNTIL WS-END-OF-FILE.
055600 2000-SEED-ACCOUNTS-EXIT.
055700     EXIT.
055800*
055900 2100-SEED-ONE-ACCOUNT.
056000     READ ACCOUNT-FILE NEXT RECORD
056100         AT END
056200             MOVE 'Y'            TO WS-EOF-SW
056300             GO TO 2100-SEED-ONE-ACCOUNT-EXIT
056400     END-READ
056500     ADD 1                       TO WS-ACCT-COUNT
056600     MOVE ACCT-ID                TO WS-WORK-ACCT-ID
056700     PERFORM 2200-AVERAGE-BALANCE THRU 2200-AVERAGE-BALANCE-EXIT
056800     MOVE ZERO                   TO WS-PRIOR-RECOVERED
056900     MOVE ACCT-ID                TO APF-ACCT-ID
057000     MOVE WS-LAST-PERIOD         TO APF-MONTH
057100     READ ACCT-PROFIT-FILE
057200         INVALID KEY
057300             CONTINUE
057400         NOT INVALID KEY
057500             MOVE APF-RECOVERED-TO-DATE TO WS-PRIOR-RECOVERED
057600     END-READ
057700     INITIALIZE ACCT-PROFIT-RECORD
057800     MOVE ACCT-ID                TO APF-ACCT-ID
057900     MOVE WS-THIS-PERIOD         TO APF-MONTH
058000     MOVE WS-CURDATE-YYYY-MM-DD  TO APF-RUN-DATE
058100     MOVE ACCT-GROUP-ID          TO APF-GROUP-ID
058200     MOVE ACCT-OPEN-DATE (1:7)   TO APF-OPEN-MONTH
058300     PERFORM 2300-HOLDER-BAND THRU 2300-HOLDER-BAND-EXIT
058400     MOVE XRF-CUST-ID            TO APF-CUST-ID
058500     MOVE WS-FICO-BAND           TO APF-FICO-BAND
058600     IF WS-BAL-DAYS > ZERO
058700         COMPUTE APF-AVG-DAILY-BAL ROUNDED = WS-BAL-SUM
058800                                           / WS-BAL-DAYS
058900     END-IF
059000     MOVE WS-FUNDS-RATE          TO APF-FUNDS-RATE
059100     COMPUTE APF-FUNDS-COST ROUNDED =
059200         WS-BAL-SUM * WS-FUNDS-RATE / 36500
059300     MOVE ACCT-ID                TO CHO-ACCT-ID
059400     READ CHARGE-OFF-FILE
059500         INVALID KEY
059600             CONTINUE
059700     END-READ
059800     IF WS-CHGOFF-OK
059900         IF CHO-CHARGEOFF-DATE (1:7) = WS-THIS-PERIOD
060000             MOVE CHO-ORIG-BAL   TO APF-CHGOFF-LOSS
060100         END-IF
060200         MOVE CHO-RECOVERED-AMT  TO APF-RECOVERED-TO-DATE
060300         COMPUTE APF-RECOVERY-AMT = CHO-RECOVERED-AMT
060400                                  - WS-PRIOR-RECOVERED
060500     END-IF
060600     WRITE ACCT-PROFIT-RECORD
060700         INVALID KEY
060800             REWRITE ACCT-PROFIT-RECORD
060900     END-WRITE.
061000 2100-SEED-ONE-ACCOUNT-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400* THE MONTH'S DAILY SNAPSHOTS FOR THE ACCOUNT. ONLY A DEBIT
061500* BALANCE IS FUNDED; A CREDIT BALANCE COUNTS AS A ZERO DAY.
061600******************************************************************
061700 2200-AVERAGE-BALANCE.
061800     MOVE ZERO                   TO WS-BAL-DAYS
061900     MOVE ZERO                   TO WS-BAL-SUM
062000     MOVE 'N'                    TO WS-DBL-EOF-SW
062100     MOVE WS-WORK-ACCT-ID        TO DBL-ACCT-ID
062200     MOVE WS-SLICE-START         TO DBL-SNAP-DATE
062300     START DAILY-BAL-FILE KEY NOT LESS THAN DBL-KEY
062400         INVALID KEY
062500             GO TO 2200-AVERAGE-BALANCE-EXIT
062600     END-START
062700     PERFORM 2250-ADD-SNAPSHOT THRU 2250-ADD-SNAPSHOT-EXIT
062800         UNTIL WS-END-OF-DBL.
062900 2200-AVERAGE-BALANCE-EXIT.
063000     EXIT.
063100*
063200 2250-ADD-SNAPSHOT.
063300     READ DAILY-BAL-FILE NEXT RECORD
063400         AT END
063500             MOVE 'Y'            TO WS-DBL-EOF-SW
063600             GO TO 2250-ADD-SNAPSHOT-EXIT
063700     END-READ
063800     IF DBL-ACCT-ID NOT = WS-WORK-ACCT-ID
063900        OR DBL-SNAP-DATE (1:7) NOT = WS-THIS-PERIOD
064000         MOVE 'Y'                TO WS-DBL-EOF-SW
064100         GO TO 2250-ADD-SNAPSHOT-EXIT
064200     END-IF
064300     ADD 1                       TO WS-BAL-DAYS
064400     IF DBL-CURR-BAL > ZERO
064500         ADD DBL-CURR-BAL        TO WS-BAL-SUM
064600     END-IF.
064700 2250-ADD-SNAPSHOT-EXIT.
064800     EXIT.
064900*
065000******************************************************************
065100* THE HOLDER AND THEIR CURRENT FICO BAND - ACCTXREF TO THE
065200* CUSTOMER (FALLING BACK TO THE ACCOUNT-ID KEY PUN, AS CBLNR01C
065300* DOES), BANDED AS THE VINTAGE AND RESERVE REPORTS BAND IT.
065400******************************************************************
065500 2300-HOLDER-BAND.
065600     MOVE ZERO                   TO WS-FICO-SCORE
065700     MOVE ACCT-ID                TO XRF-ACCT-ID
065800     READ XREF-FILE
065900         INVALID KEY
066000             MOVE ACCT-ID        TO XRF-CUST-ID
066100     END-READ
066200     MOVE XRF-CUST-ID            TO CUST-ID
066300     READ CUSTOMER-FILE
066400         INVALID KEY
066500             MOVE ZERO           TO CUST-FICO-CREDIT-SCORE
066600     END-READ
066700     IF CUST-FICO-CREDIT-SCORE NUMERIC
066800         MOVE CUST-FICO-CREDIT-SCORE TO WS-FICO-SCORE
066900     END-IF
067000     EVALUATE TRUE
067100         WHEN WS-FICO-SCORE = ZERO
067200             MOVE 'U'            TO WS-FICO-BAND
067300         WHEN WS-FICO-SCORE >= 750
067400             MOVE 'H'            TO WS-FICO-BAND
067500         WHEN WS-FICO-SCORE >= 650
067600             MOVE 'M'            TO WS-FICO-BAND
067700         WHEN OTHER
067800             MOVE 'L'            TO WS-FICO-BAND
067900     END-EVALUATE.
068000 2300-HOLDER-BAND-EXIT.
068100     EXIT.
068200*
068300******************************************************************
068400* THE MONTH'S SLICE OF THE PROCESSING-DATE PATH, CLASSIFIED AS
068500* CBPRF01C CLASSIFIES IT - THE GOODWILL WAIVER DESCRIPTION FIRST,
068600* THEN FEES (04/05) AND INTEREST (06) - PLUS THE REWARDS
068700* REDEMPTION CREDITS CORWD00C POSTS (07, CATEGORY 5000) AND THE
068800* POINTS CBRWD01C ACCRUES ON A PLATINUM ACCOUNT'S PURCHASES (01
068900* AND 09, ONE POINT PER WHOLE DOLLAR). THE HDR/TRL CONTROL
069000* STAMPS ARE NOT TRANSACTIONS AND ARE PASSED OVER.
069100******************************************************************
069200 3000-SCAN-MONTH-TRANS.
069300     MOVE 'N'                    TO WS-EOF-SW
069400     MOVE WS-SLICE-START         TO TRAN-PROC-DATE
069500     START TRAN-DATE-FILE KEY NOT LESS THAN TRAN-PROC-DATE
069600         INVALID KEY
069700             MOVE 'Y'            TO WS-EOF-SW
069800     END-START
069900     PERFORM 3100-TALLY-TRAN THRU 3100-TALLY-TRAN-EXIT
070000         UNTIL WS-END-OF-FILE.
070100 3000-SCAN-MONTH-TRANS-EXIT.
070200     EXIT.
070300*
070400 3100-TALLY-TRAN.
070500     READ TRAN-DATE-FILE NEXT RECORD
070600         AT END
070700             MOVE 'Y'            TO WS-EOF-SW
070800             GO TO 3100-TALLY-TRAN-EXIT
070900     END-READ
071000     IF TRAN-PROC-DATE (1:7) NOT = WS-THIS-PERIOD
071100         MOVE 'Y'                TO WS-EOF-SW
071200         GO TO 3100-TALLY-TRAN-EXIT
071300     END-IF
071400     IF TRAN-ID (1:3) = 'HDR' OR TRAN-ID (1:3) = 'TRL'
071500         GO TO 3100-TALLY-TRAN-EXIT
071600     END-IF
071700     IF TRAN-DESC (1:15) NOT = 'GOODWILL WAIVER'
071800        AND TRAN-TYPE-CD NOT = '04' AND TRAN-TYPE-CD NOT = '05'
071900        AND TRAN-TYPE-CD NOT = '06'
072000        AND NOT (TRAN-TYPE-CD = '07' AND TRAN-CAT-CD = '5000')
072100        AND NOT ((TRAN-TYPE-CD = '01' OR TRAN-TYPE-CD = '09')
072200                 AND TRAN-AMT > ZERO)
072300         GO TO 3100-TALLY-TRAN-EXIT
072400     END-IF
072500     MOVE TRAN-CARD-NUM          TO CARD-NUM
072600     READ CARD-FILE
072700         INVALID KEY
072800             ADD 1               TO WS-UNMATCHED-COUNT
072900             GO TO 3100-TALLY-TRAN-EXIT
073000     END-READ
073100     MOVE CARD-ACCT-ID           TO APF-ACCT-ID
073200     MOVE WS-THIS-PERIOD         TO APF-MONTH
073300     READ ACCT-PROFIT-FILE
073400         INVALID KEY
073500             ADD 1               TO WS-UNMATCHED-COUNT
073600             GO TO 3100-TALLY-TRAN-EXIT
073700     END-READ
073800     ADD 1                       TO WS-TRAN-COUNT
073900     EVALUATE TRUE
074000         WHEN TRAN-DESC (1:15) = 'GOODWILL WAIVER'
074100             SUBTRACT TRAN-AMT   FROM APF-WAIVER-COST
074200         WHEN TRAN-TYPE-CD = '04' OR TRAN-TYPE-CD = '05'
074300             ADD TRAN-AMT        TO APF-FEE-INCOME
074400         WHEN TRAN-TYPE-CD = '06'
074500             ADD TRAN-AMT        TO APF-INT-INCOME
074600         WHEN TRAN-TYPE-CD = '07'
074700             SUBTRACT TRAN-AMT   FROM APF-RWD-FUNDED-AMT
074800         WHEN OTHER
074900             IF APF-GROUP-ID = 'PLATINUM'
075000                 MOVE TRAN-AMT   TO WS-POINTS
075100                 COMPUTE APF-RWD-ACCRUAL-COST =
075200                     APF-RWD-ACCRUAL-COST + WS-POINTS / 100
075300             END-IF
075400     END-EVALUATE
075500     REWRITE ACCT-PROFIT-RECORD.
075600 3100-TALLY-TRAN-EXIT.
075700     EXIT.
075800*
075900******************************************************************
076000* INTERCHANGE EARNED ON THE MONTH'S SETTLED PURCHASES, OFF THE
076100* CAPTURE ROWS CBTRN03C WRITES TO INTCHG (CVICH01Y).
076200******************************************************************
076300 3500-SCAN-INTERCHANGE.
076400     MOVE 'N'                    TO WS-EOF-SW
076500     MOVE LOW-VALUES             TO ICH-TRAN-ID
076600     START INTCHG-FILE KEY NOT LESS THAN ICH-TRAN-ID
076700         INVALID KEY
076800             MOVE 'Y'            TO WS-EOF-SW
076900     END-START
077000     PERFORM 3600-TALLY-INTERCHANGE
077100         THRU 3600-TALLY-INTERCHANGE-EXIT
077200         UNTIL WS-END-OF-FILE.
077300 3500-SCAN-INTERCHANGE-EXIT.
077400     EXIT.
077500*
077600 3600-TALLY-INTERCHANGE.
077700     READ INTCHG-FILE NEXT RECORD
077800         AT END
077900             MOVE 'Y'            TO WS-EOF-SW
078000             GO TO 3600-TALLY-INTERCHANGE-EXIT
078100     END-READ
078200     IF ICH-PROC-DATE (1:7) NOT = WS-THIS-PERIOD
078300         GO TO 3600-TALLY-INTERCHANGE-EXIT
078400     END-IF
078500     MOVE ICH-ACCT-ID            TO APF-ACCT-ID
078600     MOVE WS-THIS-PERIOD         TO APF-MONTH
078700     READ ACCT-PROFIT-FILE
078800         INVALID KEY
078900             ADD 1               TO WS-UNMATCHED-COUNT
079000             GO TO 3600-TALLY-INTERCHANGE-EXIT
079100     END-READ
079200     ADD ICH-INTERCHG-AMT        TO APF-INTERCHG-INCOME
079300     REWRITE ACCT-PROFIT-RECORD.
079400 3600-TALLY-INTERCHANGE-EXIT.
079500     EXIT.
079600*
079700******************************************************************
079800* A DISPUTE RESOLVED IN THE CARDHOLDER'S FAVOR THIS MONTH LEAVES
079900* THE CREDIT STANDING; WHAT THE NETWORK DID NOT GIVE BACK ON THE
080000* CHARGEBACK (DSP-RECOVERED-AMT) IS OURS TO WRITE OFF.
080100******************************************************************
080200 3700-SCAN-DISPUTES.
080300     MOVE 'N'                    TO WS-EOF-SW
080400     MOVE LOW-VALUES             TO DSP-TRAN-ID
080500     START DISPUTE-FILE KEY NOT LESS THAN DSP-TRAN-ID
080600         INVALID KEY
080700             MOVE 'Y'            TO WS-EOF-SW
080800     END-START
080900     PERFORM 3800-TALLY-DISPUTE THRU 3800-TALLY-DISPUTE-EXIT
081000         UNTIL WS-END-OF-FILE.
081100 3700-SCAN-DISPUTES-EXIT.
081200     EXIT.
081300*
081400 3800-TALLY-DISPUTE.
081500     READ DISPUTE-FILE NEXT RECORD
081600         AT END
081700             MOVE 'Y'            TO WS-EOF-SW
081800             GO TO 3800-TALLY-DISPUTE-EXIT
081900     END-READ
082000     IF NOT DSP-RESOLVED-WON
082100        OR DSP-RESOLVED-TS (1:6) NOT = WS-THIS-PERIOD-N
082200         GO TO 3800-TALLY-DISPUTE-EXIT
082300     END-IF
082400     COMPUTE WS-WRITEOFF-AMT = DSP-AMT - DSP-RECOVERED-AMT
082500     IF WS-WRITEOFF-AMT NOT > ZERO
082600         GO TO 3800-TALLY-DISPUTE-EXIT
082700     END-IF
082800     MOVE DSP-ACCT-ID            TO APF-ACCT-ID
082900     MOVE WS-THIS-PERIOD         TO APF-MONTH
083000     READ ACCT-PROFIT-FILE
083100         INVALID KEY
083200             ADD 1               TO WS-UNMATCHED-COUNT
083300             GO TO 3800-TALLY-DISPUTE-EXIT
083400     END-READ
083500     ADD WS-WRITEOFF-AMT         TO APF-DISPUTE-WRITEOFF
083600     REWRITE ACCT-PROFIT-RECORD.
083700 3800-TALLY-DISPUTE-EXIT.
083800     EXIT.
083900*
084000******************************************************************
084100* SECOND MASTER PASS - NET EACH ROW, ADD THE ELEVEN MONTHS BEFORE
084200* IT FOR THE TWELVE-MONTH FIGURE, AND TALLY THE REPORT.
084300******************************************************************
084400 4000-NET-ACCOUNTS.
084500     MOVE 'N'                    TO WS-EOF-SW
084600     MOVE LOW-VALUES             TO ACCT-ID
084700     START ACCOUNT-FILE KEY NOT LESS THAN ACCT-ID
084800         INVALID KEY
084900             MOVE 'Y'            TO WS-EOF-SW
085000     END-START
085100     PERFORM 4100-NET-ONE-ACCOUNT THRU 4100-NET-ONE-ACCOUNT-EXIT
085200         UNTIL WS-END-OF-FILE.
085300 4000-NET-ACCOUNTS-EXIT.
085400     EXIT.
085500*
085600 4100-NET-ONE-ACCOUNT.
085700     READ ACCOUNT-FILE NEXT RECORD
085800         AT END
085900             MOVE 'Y'            TO WS-EOF-SW
086000             GO TO 4100-NET-ONE-ACCOUNT-EXIT
086100     END-READ
086200     MOVE ACCT-ID                TO WS-WORK-ACCT-ID
086300     MOVE ZERO                   TO WS-PRIOR-NET-SUM
086400     PERFORM 4200-ADD-PRIOR-MONTH THRU 4200-ADD-PRIOR-MONTH-EXIT
086500         VARYING WS-BACK-IDX FROM 1 BY 1 UNTIL WS-BACK-IDX > 11
086600     MOVE ACCT-ID                TO APF-ACCT-ID
086700     MOVE WS-THIS-PERIOD         TO APF-MONTH
086800     READ ACCT-PROFIT-FILE
086900         INVALID KEY
087000             GO TO 4100-NET-ONE-ACCOUNT-EXIT
087100     END-READ
087200     COMPUTE WS-REVENUE = APF-INT-INCOME + APF-FEE-INCOME
087300                        + APF-INTERCHG-INCOME
087400                        + APF-RWD-FUNDED-AMT
087500     COMPUTE WS-COSTS = APF-RWD-ACCRUAL-COST + APF-WAIVER-COST
087600                      + APF-CHGOFF-LOSS - APF-RECOVERY-AMT
087700                      + APF-DISPUTE-WRITEOFF + APF-FUNDS-COST
087800     COMPUTE APF-NET-PROFIT = WS-REVENUE - WS-COSTS
087900     COMPUTE APF-NET-12MO = WS-PRIOR-NET-SUM + APF-NET-PROFIT
088000     REWRITE ACCT-PROFIT-RECORD
088100     PERFORM 4300-ADD-TO-TOTALS THRU 4300-ADD-TO-TOTALS-EXIT
088200     MOVE 'G'                    TO WS-LOOKUP-TYPE
088300     MOVE APF-GROUP-ID           TO WS-LOOKUP-VALUE
088400     PERFORM 4400-TALLY-SEGMENT THRU 4400-TALLY-SEGMENT-EXIT
088500     MOVE 'C'                    TO WS-LOOKUP-TYPE
088600     MOVE APF-OPEN-MONTH         TO WS-LOOKUP-VALUE
088700     PERFORM 4400-TALLY-SEGMENT THRU 4400-TALLY-SEGMENT-EXIT
088800     MOVE 'B'                    TO WS-LOOKUP-TYPE
088900     MOVE APF-FICO-BAND          TO WS-LOOKUP-VALUE
089000     PERFORM 4400-TALLY-SEGMENT THRU 4400-TALLY-SEGMENT-EXIT
089100     PERFORM 4600-RANK-ACCOUNT THRU 4600-RANK-ACCOUNT-EXIT.
089200 4100-NET-ONE-ACCOUNT-EXIT.
089300     EXIT.
089400*
089500 4200-ADD-PRIOR-MONTH.
089600     PERFORM 1100-BACK-PERIOD THRU 1100-BACK-PERIOD-EXIT
089700     MOVE WS-WORK-ACCT-ID        TO APF-ACCT-ID
089800     MOVE WS-PERIOD-X            TO APF-MONTH
089900     READ ACCT-PROFIT-FILE
090000         INVALID KEY
090100             GO TO 4200-ADD-PRIOR-MONTH-EXIT
090200     END-READ
090300     ADD APF-NET-PROFIT          TO WS-PRIOR-NET-SUM.
090400 4200-ADD-PRIOR-MONTH-EXIT.
090500     EXIT.
090600*
090700 4300-ADD-TO-TOTALS.
090800     ADD APF-INT-INCOME          TO WS-TOT-INT
090900     ADD APF-FEE-INCOME          TO WS-TOT-FEE
091000     ADD APF-INTERCHG-INCOME     TO WS-TOT-INTERCHG
091100     ADD APF-RWD-FUNDED-AMT      TO WS-TOT-RWD-FUNDED
091200     ADD APF-RWD-ACCRUAL-COST    TO WS-TOT-RWD-ACCRUAL
091300     ADD APF-WAIVER-COST         TO WS-TOT-WAIVER
091400     ADD APF-CHGOFF-LOSS         TO WS-TOT-CHGOFF
091500     ADD APF-RECOVERY-AMT        TO WS-TOT-RECOVERY
091600     ADD APF-DISPUTE-WRITEOFF    TO WS-TOT-DISPUTE
091700     ADD APF-FUNDS-COST          TO WS-TOT-FUNDS
091800     ADD APF-NET-PROFIT          TO WS-TOT-NET.
091900 4300-ADD-TO-TOTALS-EXIT.
092000     EXIT.
092100*
092200******************************************************************
092300* FIND (OR ADD) THE SEGMENT ENTRY AND ADD THE ACCOUNT TO IT.
092400******************************************************************
092500 4400-TALLY-SEGMENT.
092600     MOVE ZERO                   TO WS-FOUND-IDX
092700     PERFORM 4450-CHECK-SEGMENT THRU 4450-CHECK-SEGMENT-EXIT
092800         VARYING WS-SEG-IDX FROM 1 BY 1
092900         UNTIL WS-SEG-IDX > WS-SEG-USED
093000            OR WS-FOUND-IDX > ZERO
093100     IF WS-FOUND-IDX = ZERO
093200         IF WS-SEG-USED NOT < WS-SEG-MAX
093300             ADD 1               TO WS-OVERFLOW-COUNT
093400             GO TO 4400-TALLY-SEGMENT-EXIT
093500         END-IF
093600         ADD 1                   TO WS-SEG-USED
093700         MOVE WS-SEG-USED        TO WS-FOUND-IDX
093800         INITIALIZE WS-SEG-ENTRY (WS-FOUND-IDX)
093900         MOVE WS-LOOKUP-KEY      TO WS-SEG-KEY (WS-FOUND-IDX)
094000     END-IF
094100     ADD 1                  TO WS-SEG-ACCTS (WS-FOUND-IDX)
094200     IF APF-NET-PROFIT > ZERO
094300         ADD 1              TO WS-SEG-PROFITABLE (WS-FOUND-IDX)
094400     END-IF
094500     ADD WS-REVENUE         TO WS-SEG-REVENUE (WS-FOUND-IDX)
094600     ADD WS-COSTS           TO WS-SEG-COSTS (WS-FOUND-IDX)
094700     ADD APF-NET-PROFIT     TO WS-SEG-NET (WS-FOUND-IDX).
094800 4400-TALLY-SEGMENT-EXIT.
094900     EXIT.
095000*
095100 4450-CHECK-SEGMENT.
095200     IF WS-SEG-KEY (WS-SEG-IDX) = WS-LOOKUP-KEY
095300         MOVE WS-SEG-IDX         TO WS-FOUND-IDX
095400     END-IF.
095500 4450-CHECK-SEGMENT-EXIT.
095600     EXIT.
095700*
095800******************************************************************
095900* KEEP THE ACCOUNT ON THE TOP LIST (HIGHEST NET FIRST) AND THE
096000* BOTTOM LIST (LOWEST NET FIRST) WHEN IT BELONGS THERE - EACH
096100* LIST SHIFTS DOWN FROM THE INSERTION POINT, DROPPING ITS LAST.
096200******************************************************************
096300 4600-RANK-ACCOUNT.
096400     MOVE APF-ACCT-ID            TO WS-LR-ACCT-ID
096500     MOVE APF-CUST-ID            TO WS-LR-CUST-ID
096600     MOVE APF-GROUP-ID           TO WS-LR-GROUP-ID
096700     MOVE APF-OPEN-MONTH         TO WS-LR-OPEN-MONTH
096800     MOVE APF-FICO-BAND          TO WS-LR-BAND
096900     MOVE 1                      TO WS-INS-IDX
097000     PERFORM 4610-FIND-TOP-SLOT THRU 4610-FIND-TOP-SLOT-EXIT
097100         UNTIL WS-INS-IDX > WS-TOP-CNT
097200            OR APF-NET-PROFIT > WS-TOP-NET (WS-INS-IDX)
097300     IF WS-INS-IDX <= WS-LIST-MAX
097400         IF WS-TOP-CNT < WS-LIST-MAX
097500             ADD 1               TO WS-TOP-CNT
097600         END-IF
097700         PERFORM 4620-SHIFT-TOP THRU 4620-SHIFT-TOP-EXIT
097800             VARYING WS-LIST-IDX FROM WS-TOP-CNT BY -1
097900             UNTIL WS-LIST-IDX <= WS-INS-IDX
098000         MOVE WS-LIST-ROW        TO WS-TOP-ROW (WS-INS-IDX)
098100         MOVE APF-NET-PROFIT     TO WS-TOP-NET (WS-INS-IDX)
098200     END-IF
098300     MOVE 1                      TO WS-INS-IDX
098400     PERFORM 4630-FIND-BOT-SLOT THRU 4630-FIND-BOT-SLOT-EXIT
098500         UNTIL WS-INS-IDX > WS-BOT-CNT
098600            OR APF-NET-PROFIT < WS-BOT-NET (WS-INS-IDX)
098700     IF WS-INS-IDX <= WS-LIST-MAX
098800         IF WS-BOT-CNT < WS-LIST-MAX
098900             ADD 1               TO WS-BOT-CNT
099000         END-IF
099100         PERFORM 4640-SHIFT-BOT THRU 4640-SHIFT-BOT-EXIT
099200             VARYING WS-LIST-IDX FROM WS-BOT-CNT BY -1
099300             UNTIL WS-LIST-IDX <= WS-INS-IDX
099400         MOVE WS-LIST-ROW        TO WS-BOT-ROW (WS-INS-IDX)
099500         MOVE APF-NET-PROFIT     TO WS-BOT-NET (WS-INS-IDX)
099600     END-IF.
099700 4600-RANK-ACCOUNT-EXIT.
099800     EXIT.
099900*
100000 4610-FIND-TOP-SLOT.
100100     ADD 1                       TO WS-INS-IDX.
100200 4610-FIND-TOP-SLOT-EXIT.
100300     EXIT.
100400*
100500 4620-SHIFT-TOP.
100600     MOVE WS-TOP-ENTRY (WS-LIST-IDX - 1)
100700                                 TO WS-TOP-ENTRY (WS-LIST-IDX).
100800 4620-SHIFT-TOP-EXIT.
100900     EXIT.
101000*
101100 4630-FIND-BOT-SLOT.
101200     ADD 1                       TO WS-INS-IDX.
101300 4630-FIND-BOT-SLOT-EXIT.
101400     EXIT.
101500*
101600 4640-SHIFT-BOT.
101700     MOVE WS-BOT-ENTRY (WS-LIST-IDX - 1)
101800                                 TO WS-BOT-ENTRY (WS-LIST-IDX).
101900 4640-SHIFT-BOT-EXIT.
102000     EXIT.
102100*
102200******************************************************************
102300* THE REPORT - THE PORTFOLIO STATEMENT, THE THREE RANKINGS
102400* (HIGHEST NET FIRST), THEN THE MOST AND LEAST PROFITABLE
102500* ACCOUNTS.
102600******************************************************************
102700 6000-WRITE-REPORT.
102800     MOVE WS-THIS-PERIOD         TO WS-HDG-MONTH
102900     MOVE WS-CURDATE-YYYY-MM-DD  TO WS-HDG-DATE
103000     MOVE SPACES                 TO WS-HDG-FUNDS
103100     IF WS-FUNDS-RATE-DATE = SPACES
103200         MOVE 'NO COSTFUND RATE - NOT CHARGED' TO WS-HDG-FUNDS
103300     ELSE
103400         STRING WS-FUNDS-RATE (1:2) DELIMITED BY SIZE
103500                '.'                 DELIMITED BY SIZE
103600                WS-FUNDS-RATE (3:2) DELIMITED BY SIZE
103700                '% FROM '           DELIMITED BY SIZE
103800                WS-FUNDS-RATE-DATE  DELIMITED BY SIZE
103900           INTO WS-HDG-FUNDS
104000         END-STRING
104100     END-IF
104200     WRITE APF-RPT-LINE          FROM WS-REPORT-HEADING-1
104300     PERFORM 6100-WRITE-STATEMENT THRU 6100-WRITE-STATEMENT-EXIT
104400     MOVE 'G'                    TO WS-RANK-TYPE
104500     MOVE 'RANKED BY ACCOUNT GROUP' TO WS-SECT-TITLE
104600     PERFORM 6200-WRITE-RANKING THRU 6200-WRITE-RANKING-EXIT
104700     MOVE 'C'                    TO WS-RANK-TYPE
104800     MOVE 'RANKED BY OPEN-MONTH COHORT' TO WS-SECT-TITLE
104900     PERFORM 6200-WRITE-RANKING THRU 6200-WRITE-RANKING-EXIT
105000     MOVE 'B'                    TO WS-RANK-TYPE
105100     MOVE 'RANKED BY CURRENT FICO BAND' TO WS-SECT-TITLE
105200     PERFORM 6200-WRITE-RANKING THRU 6200-WRITE-RANKING-EXIT
105300     MOVE SPACES                 TO APF-RPT-LINE
105400     WRITE APF-RPT-LINE
105500     MOVE 'MOST PROFITABLE ACCOUNTS' TO WS-SECT-TITLE
105600     WRITE APF-RPT-LINE          FROM WS-SECTION-HEADING
105700     WRITE APF-RPT-LINE          FROM WS-ACCT-COLUMNS
105800     PERFORM 6400-WRITE-TOP-LINE THRU 6400-WRITE-TOP-LINE-EXIT
105900         VARYING WS-LIST-IDX FROM 1 BY 1
106000         UNTIL WS-LIST-IDX > WS-TOP-CNT
106100     MOVE SPACES                 TO APF-RPT-LINE
106200     WRITE APF-RPT-LINE
106300     MOVE 'LEAST PROFITABLE ACCOUNTS' TO WS-SECT-TITLE
106400     WRITE APF-RPT-LINE          FROM WS-SECTION-HEADING
106500     WRITE APF-RPT-LINE          FROM WS-ACCT-COLUMNS
106600     PERFORM 6500-WRITE-BOT-LINE THRU 6500-WRITE-BOT-LINE-EXIT
106700         VARYING WS-LIST-IDX FROM 1 BY 1
106800         UNTIL WS-LIST-IDX > WS-BOT-CNT.
106900 6000-WRITE-REPORT-EXIT.
107000     EXIT.
107100*
107200 6100-WRITE-STATEMENT.
107300     MOVE SPACES                 TO APF-RPT-LINE
107400     WRITE APF-RPT-LINE
107500     MOVE 'PORTFOLIO FOR THE MONTH' TO WS-SECT-TITLE
107600     WRITE APF-RPT-LINE          FROM WS-SECTION-HEADING
107700     MOVE 'INTEREST INCOME'      TO WS-TL-LABEL
107800     MOVE WS-TOT-INT             TO WS-TL-AMOUNT
107900     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
108000     MOVE 'FEE INCOME'           TO WS-TL-LABEL
108100     MOVE WS-TOT-FEE             TO WS-TL-AMOUNT
108200     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
108300     MOVE 'INTERCHANGE INCOME'   TO WS-TL-LABEL
108400     MOVE WS-TOT-INTERCHG        TO WS-TL-AMOUNT
108500     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
108600     MOVE 'REWARDS-FUNDED SPEND' TO WS-TL-LABEL
108700     MOVE WS-TOT-RWD-FUNDED      TO WS-TL-AMOUNT
108800     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
108900     MOVE 'LESS REWARDS ACCRUAL' TO WS-TL-LABEL
109000     MOVE WS-TOT-RWD-ACCRUAL     TO WS-TL-AMOUNT
109100     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
109200     MOVE 'LESS GOODWILL WAIVERS' TO WS-TL-LABEL
109300     MOVE WS-TOT-WAIVER          TO WS-TL-AMOUNT
109400     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
109500     MOVE 'LESS CHARGE-OFF LOSSES' TO WS-TL-LABEL
109600     MOVE WS-TOT-CHGOFF          TO WS-TL-AMOUNT
109700     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
109800     MOVE 'PLUS CHARGE-OFF RECOVERIES' TO WS-TL-LABEL
109900     MOVE WS-TOT-RECOVERY        TO WS-TL-AMOUNT
110000     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
110100     MOVE 'LESS DISPUTE WRITE-OFFS' TO WS-TL-LABEL
110200     MOVE WS-TOT-DISPUTE         TO WS-TL-AMOUNT
110300     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
110400     MOVE 'LESS COST OF FUNDS'   TO WS-TL-LABEL
110500     MOVE WS-TOT-FUNDS           TO WS-TL-AMOUNT
110600     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE
110700     MOVE 'NET CONTRIBUTION'     TO WS-TL-LABEL
110800     MOVE WS-TOT-NET             TO WS-TL-AMOUNT
110900     WRITE APF-RPT-LINE          FROM WS-TOTAL-LINE.
111000 6100-WRITE-STATEMENT-EXIT.
111100     EXIT.
111200*
111300******************************************************************
111400* ONE RANKING - REPEATEDLY PICK THE UNPRINTED ENTRY OF THE TYPE
111500* WITH THE HIGHEST NET UNTIL NONE IS LEFT.
111600******************************************************************
111700 6200-WRITE-RANKING.
111800     MOVE SPACES                 TO APF-RPT-LINE
111900     WRITE APF-RPT-LINE
112000     WRITE APF-RPT-LINE          FROM WS-SECTION-HEADING
112100     WRITE APF-RPT-LINE          FROM WS-SEG-COLUMNS
112200     MOVE ZERO                   TO WS-RANK
112300     MOVE 1                      TO WS-BEST-IDX
112400     PERFORM 6300-WRITE-NEXT-RANK THRU 6300-WRITE-NEXT-RANK-EXIT
112500         UNTIL WS-BEST-IDX = ZERO.
112600 6200-WRITE-RANKING-EXIT.
112700     EXIT.
112800*
112900 6300-WRITE-NEXT-RANK.
113000     MOVE ZERO                   TO WS-BEST-IDX
113100     PERFORM 6350-CHECK-BEST THRU 6350-CHECK-BEST-EXIT
113200         VARYING WS-SEG-IDX FROM 1 BY 1
113300         UNTIL WS-SEG-IDX > WS-SEG-USED
113400     IF WS-BEST-IDX = ZERO
113500         GO TO 6300-WRITE-NEXT-RANK-EXIT
113600     END-IF
113700     MOVE 'Y'                    TO WS-SEG-PRINTED (WS-BEST-IDX)
113800     ADD 1                       TO WS-RANK
113900     MOVE WS-RANK                TO WS-SL-RANK
114000     IF WS-RANK-TYPE = 'B'
114100         EVALUATE WS-SEG-VALUE (WS-BEST-IDX) (1:1)
114200             WHEN 'H'
114300                 MOVE 'FICO 750+'  TO WS-SL-SEGMENT
114400             WHEN 'M'
114500                 MOVE 'FICO 650+'  TO WS-SL-SEGMENT
114600             WHEN 'L'
114700                 MOVE 'FICO <650'  TO WS-SL-SEGMENT
114800             WHEN OTHER
114900                 MOVE 'UNSCORED'   TO WS-SL-SEGMENT
115000         END-EVALUATE
115100     ELSE
115200         MOVE WS-SEG-VALUE (WS-BEST-IDX) TO WS-SL-SEGMENT
115300     END-IF
115400     MOVE WS-SEG-ACCTS (WS-BEST-IDX)   TO WS-SL-ACCTS
115500     MOVE WS-SEG-REVENUE (WS-BEST-IDX) TO WS-SL-REVENUE
115600     MOVE WS-SEG-COSTS (WS-BEST-IDX)   TO WS-SL-COSTS
115700     MOVE WS-SEG-NET (WS-BEST-IDX)     TO WS-SL-NET
115800     COMPUTE WS-SL-NET-PER ROUNDED = WS-SEG-NET (WS-BEST-IDX)
115900                                   / WS-SEG-ACCTS (WS-BEST-IDX)
116000     MOVE WS-SEG-PROFITABLE (WS-BEST-IDX) TO WS-SL-PROFITABLE
116100     WRITE APF-RPT-LINE          FROM WS-SEG-LINE.
116200 6300-WRITE-NEXT-RANK-EXIT.
116300     EXIT.
116400*
116500 6350-CHECK-BEST.
116600     IF WS-SEG-TYPE (WS-SEG-IDX) NOT = WS-RANK-TYPE
116700        OR WS-SEG-PRINTED (WS-SEG-IDX) = 'Y'
116800         GO TO 6350-CHECK-BEST-EXIT
116900     END-IF
117000     IF WS-BEST-IDX = ZERO
117100         MOVE WS-SEG-IDX         TO WS-BEST-IDX
117200         GO TO 6350-CHECK-BEST-EXIT
117300     END-IF
117400     IF WS-SEG-NET (WS-SEG-IDX) > WS-SEG-NET (WS-BEST-IDX)
117500         MOVE WS-SEG-IDX         TO WS-BEST-IDX
117600     END-IF.
117700 6350-CHECK-BEST-EXIT.
117800     EXIT.
117900*
118000 6400-WRITE-TOP-LINE.
118100     MOVE WS-LIST-IDX            TO WS-AL-RANK
118200     MOVE WS-TOP-ROW (WS-LIST-IDX) TO WS-AL-ROW
118300     MOVE WS-TOP-NET (WS-LIST-IDX) TO WS-AL-NET
118400     WRITE APF-RPT-LINE          FROM WS-ACCT-LINE.
118500 6400-WRITE-TOP-LINE-EXIT.
118600     EXIT.
118700*
118800 6500-WRITE-BOT-LINE.
118900     MOVE WS-LIST-IDX            TO WS-AL-RANK
119000     MOVE WS-BOT-ROW (WS-LIST-IDX) TO WS-AL-ROW
119100     MOVE WS-BOT-NET (WS-LIST-IDX) TO WS-AL-NET
119200     WRITE APF-RPT-LINE          FROM WS-ACCT-LINE.
119300 6500-WRITE-BOT-LINE-EXIT.
119400     EXIT.
119500*
119600 9000-TERMINATE.
119700     CLOSE ACCOUNT-FILE
119800     CLOSE XREF-FILE
119900     CLOSE CUSTOMER-FILE
120000     CLOSE CARD-FILE
120100     CLOSE DAILY-BAL-FILE
120200     CLOSE CHARGE-OFF-FILE
120300     CLOSE TRAN-DATE-FILE
120400     CLOSE INTCHG-FILE
120500     CLOSE DISPUTE-FILE
120600     CLOSE INDEX-RATE-FILE
120700     CLOSE ACCT-PROFIT-FILE
120800     CLOSE APF-RPT-FILE
120900     DISPLAY 'CBAPF01C - ACCOUNTS MEASURED: ' WS-ACCT-COUNT
121000     DISPLAY 'CBAPF01C - TRANSACTIONS APPLIED: ' WS-TRAN-COUNT
121100     DISPLAY 'CBAPF01C - ROWS WITH NO ACCOUNT: '
121200             WS-UNMATCHED-COUNT
121300     IF WS-OVERFLOW-COUNT > ZERO
121400         DISPLAY 'CBAPF01C - SEGMENT TABLE FULL, LEFT OFF '
121500                 'THE RANKINGS: ' WS-OVERFLOW-COUNT
121600     END-IF
121700     MOVE WS-TOT-NET             TO WS-AMT-EDIT
121800     DISPLAY 'CBAPF01C - NET CONTRIBUTION: ' WS-AMT-EDIT
121900     IF WS-RUN-FAILED
122000         MOVE 16                 TO RETURN-CODE
122100     END-IF
122200     PERFORM 9200-LOG-JOB-STATUS
122300         THRU 9200-LOG-JOB-STATUS-EXIT.
122400 9000-TERMINATE-EXIT.
122500     EXIT.
122600*
122700******************************************************************
122800* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
122900* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
123000* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
123100* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
123200******************************************************************
123300 9100-ABEND-NOTIFY.
123400     MOVE 'AB01'                 TO ABEND-CODE
123500     MOVE 'CBAPF01C'             TO ABEND-CULPRIT
123600     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
123700     STRING ABEND-CULPRIT   DELIMITED BY SIZE
123800            ' - '           DELIMITED BY SIZE
123900            ABEND-REASON    DELIMITED BY SIZE
124000       INTO ABEND-MSG
124100     END-STRING
124200     OPEN EXTEND ALERT-QUEUE-FILE
124300     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
124400     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
124500     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
124600     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
124700     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
124800     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
124900     WRITE OPS-ALERT-RECORD
125000     CLOSE ALERT-QUEUE-FILE.
125100 9100-ABEND-NOTIFY-EXIT.
125200     EXIT.
125300*
125400******************************************************************
125500* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
125600* WHETHER THE JOB RAN AND HOW IT WENT.
125700******************************************************************
125800 9200-LOG-JOB-STATUS.
125900     OPEN I-O JOB-LOG-FILE
126000     IF NOT WS-JOBLOG-OK
126100         DISPLAY 'CBAPF01C - ERROR OPENING JOB LOG FILE'
126200         GO TO 9200-LOG-JOB-STATUS-EXIT
126300     END-IF
126400     MOVE 'CBAPF01C'             TO JBS-JOB-NAME
126500     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
126600     IF RETURN-CODE = ZERO
126700         SET JBS-STATUS-SUCCESS  TO TRUE
126800     ELSE
126900         SET JBS-STATUS-FAILED   TO TRUE
127000     END-IF
127100     MOVE RETURN-CODE            TO JBS-RETURN-CODE
127200     MOVE WS-ACCT-COUNT          TO JBS-REC-COUNT
127300     WRITE JOB-STATUS-RECORD
127400     CLOSE JOB-LOG-FILE.
127500 9200-LOG-JOB-STATUS-EXIT.
127600     EXIT.
