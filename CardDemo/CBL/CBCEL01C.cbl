000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCEL01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CREDIT LOSS RATE
001100*                     DERIVATION FROM ROLL RATES AND CHARGE-OFF
001200*                     HISTORY.
001210* 2026-10-15  MAINT   CLEAR RFP-SIM-RUN-ID ON THE QUEUED ROW.
001300******************************************************************
001400******************************************************************
001500* REMARKS.       MONTH-END, AFTER THE LAST CBACT06C AGING RUN OF
001600*                THE MONTH AND BEFORE THE CBCEL02C RESERVE RUN.
001700*                PAIRS EACH MONTH-END DLQHIST RUN OF THE TRAILING
001800*                YEAR WITH THE NEXT ONE, AS CBDLQ01C DOES, AND
001900*                FOR EVERY ACCOUNT IN A COLLECTIONS BUCKET (1-4)
002000*                ON THE EARLIER RUN ASKS WHETHER ITS BALANCE
002100*                ROLLED ONE BUCKET DEEPER BY THE LATER RUN - OR,
002200*                FROM 90+, WAS CHARGED OFF (CHGOFF) IN BETWEEN.
002300*                THE BALANCE-WEIGHTED ROLL RATES, PER ACCOUNT
002400*                GROUP AND CURRENT FICO BAND, CHAIN INTO A
002500*                LIFETIME LOSS RATE PER BUCKET: THE SHARE OF A
002600*                BUCKET'S BALANCE THAT ROLLS ALL THE WAY TO
002700*                CHARGE-OFF, WITH THE CURRENT BUCKET'S CHAIN
002800*                TAKEN OVER THE BALANCE'S ASSUMED LIFE. A SEGMENT
002900*                WITH TOO FEW OBSERVATIONS AT A STEP BORROWS THE
003000*                WHOLE BAND'S RATE (GROUP 'DEFAULT') FOR THAT
003100*                STEP. EVERY RATE THAT DIFFERS FROM THE ONE IN
003200*                FORCE IS QUEUED ON REFPEND (CVRFP01Y) AS A NEW
003300*                LOSSRATE ROW (CVLRT01Y), CARRYING FORWARD THE
003400*                ADMIN'S QUALITATIVE OVERLAY, EXACTLY AS CBIDX02C
003500*                QUEUES REPRICED RATES - NOTHING REACHES THE
003600*                RESERVE UNTIL A SECOND ADMIN APPLIES IT ON
003700*                COREFAPC. THE DERIVATION REPORT (LRTRPT) SHOWS
003800*                EACH SEGMENT'S EVIDENCE FOR THE APPROVER.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DELINQ-HIST-FILE ASSIGN TO DLQHIST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS DLQ-KEY
004700         FILE STATUS IS WS-HIST-STATUS.
004800     SELECT NEXT-HIST-FILE ASSIGN TO DLQHIST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS NEXT-KEY
005200         FILE STATUS IS WS-NEXT-STATUS.
005300     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS ACCT-ID
005700         FILE STATUS IS WS-ACCOUNT-STATUS.
005800     SELECT XREF-FILE ASSIGN TO ACCTXREF
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS XRF-ACCT-ID
006200         FILE STATUS IS WS-XREF-STATUS.
006300     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS CUST-ID
006700         FILE STATUS IS WS-CUSTOMER-STATUS.
006800     SELECT CHARGE-OFF-FILE ASSIGN TO CHGOFF
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS CHO-ACCT-ID
007200         FILE STATUS IS WS-CHGOFF-STATUS.
007300     SELECT LOSS-RATE-FILE ASSIGN TO LOSSRATE
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS LRT-KEY
007700         FILE STATUS IS WS-LOSSRATE-STATUS.
007800     SELECT REF-PENDING-FILE ASSIGN TO REFPEND
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS RFP-KEY
008200         FILE STATUS IS WS-REFPEND-STATUS.
008300     SELECT DERIVE-RPT-FILE ASSIGN TO LRTRPT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-REPORT-STATUS.
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
009700 FD  DELINQ-HIST-FILE.
009800     COPY CVDLQ01Y.
009900*
010000******************************************************************
010100* SECOND POSITION OVER THE SAME DLQHIST DATASET, USED FOR THE
010200* DIRECT READ OF AN ACCOUNT'S LATER-RUN ROW WHILE THE FIRST
010300* POSITION WALKS THE EARLIER RUN'S SLICE. SAME LAYOUT AS
010400* CVDLQ01Y UNDER ITS OWN NAMES.
010500******************************************************************
010600 FD  NEXT-HIST-FILE.
010700 01  NEXT-HIST-RECORD.
010800     05 NEXT-KEY.
010900        10 NEXT-RUN-DATE              PIC X(10).
011000        10 NEXT-ACCT-ID               PIC 9(11).
011100     05 NEXT-BUCKET-IDX               PIC 9(01).
011200     05 NEXT-CURR-BAL                 PIC S9(10)V99 COMP-3.
011300*
011400 FD  ACCOUNT-FILE.
011500     COPY CVACT01Y.
011600*
011700 FD  XREF-FILE.
011800     COPY CVXRF01Y.
011900*
012000 FD  CUSTOMER-FILE.
012100     COPY CVCUS01Y.
012200*
012300 FD  CHARGE-OFF-FILE.
012400     COPY CVCHO01Y.
012500*
012600 FD  LOSS-RATE-FILE.
012700     COPY CVLRT01Y.
012800*
012900 FD  REF-PENDING-FILE.
013000     COPY CVRFP01Y.
013100*
013200 FD  DERIVE-RPT-FILE
013300     RECORDING MODE IS F.
013400 01  DERIVE-RPT-LINE                  PIC X(132).
013500*
013600 FD  ALERT-QUEUE-FILE
013700     RECORDING MODE IS F.
013800     COPY CSOPS01Y.
013900*
014000 FD  JOB-LOG-FILE.
014100     COPY CVJOB01Y.
014200*
014300 WORKING-STORAGE SECTION.
014400 01  WS-HIST-STATUS                   PIC XX.
014500     88 WS-HIST-OK                    VALUE '00'.
014600 01  WS-NEXT-STATUS                   PIC XX.
014700     88 WS-NEXT-OK                    VALUE '00'.
014800 01  WS-ACCOUNT-STATUS                PIC XX.
014900     88 WS-ACCOUNT-OK                 VALUE '00'.
015000 01  WS-XREF-STATUS                   PIC XX.
015100     88 WS-XREF-OK                    VALUE '00'.
015200 01  WS-CUSTOMER-STATUS               PIC XX.
015300     88 WS-CUSTOMER-OK                VALUE '00'.
015400 01  WS-CHGOFF-STATUS                 PIC XX.
015500     88 WS-CHGOFF-OK                  VALUE '00'.
015600 01  WS-LOSSRATE-STATUS               PIC XX.
015700     88 WS-LOSSRATE-OK                VALUE '00'.
015800 01  WS-REFPEND-STATUS                PIC XX.
015900     88 WS-REFPEND-OK                 VALUE '00'.
016000 01  WS-REPORT-STATUS                 PIC XX.
016100 01  WS-ALERT-STATUS                  PIC XX.
016200 01  WS-JOBLOG-STATUS                 PIC XX.
016300     88 WS-JOBLOG-OK                  VALUE '00'.
016400 01  WS-SLICE-EOF-SW                  PIC X(01) VALUE 'N'.
016500     88 WS-END-OF-SLICE               VALUE 'Y'.
016600 01  WS-LIVE-EOF-SW                   PIC X(01) VALUE 'N'.
016700     88 WS-END-OF-LIVE                VALUE 'Y'.
016800 01  WS-LIVE-FOUND-SW                 PIC X(01) VALUE 'N'.
016900     88 WS-LIVE-FOUND                 VALUE 'Y'.
017000 01  WS-ROLLED-SW                     PIC X(01) VALUE 'N'.
017100     88 WS-ROLLED                     VALUE 'Y'.
017200 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
017300     88 WS-RUN-FAILED                 VALUE 'Y'.
017400 01  WS-OBS-COUNT                     PIC 9(09) VALUE ZERO.
017500 01  WS-OVERFLOW-COUNT                PIC 9(09) VALUE ZERO.
017600 01  WS-QUEUED-COUNT                  PIC 9(07) VALUE ZERO.
017700 01  WS-REFUSED-COUNT                 PIC 9(07) VALUE ZERO.
017800 01  WS-ABEND-REASON-TEXT             PIC X(50).
017900 01  WS-RUN-TIMESTAMP                 PIC X(26).
018000 01  WS-PEND-SEQ                      PIC 9(04) VALUE ZERO.
018100*
018200******************************************************************
018300* DERIVATION CONSTANTS. A SEGMENT NEEDS WS-MIN-OBS EARLIER-RUN
018400* ACCOUNTS IN A BUCKET BEFORE ITS OWN ROLL RATE FROM THAT BUCKET
018500* IS TRUSTED. A CURRENT BALANCE IS ASSUMED TO LIVE
018600* WS-CURRENT-LIFE-MONTHS, EACH MONTH A FRESH CHANCE TO START THE
018700* ROLL; A DELINQUENT BALANCE GETS ONE PASS DOWN THE CHAIN.
018800******************************************************************
018900 01  WS-MIN-OBS                       PIC 9(07) VALUE 30.
019000 01  WS-CURRENT-LIFE-MONTHS           PIC 9(03) VALUE 12.
019100*
019200******************************************************************
019300* DISTINCT AGING-RUN DATES FOUND ON THE FILE, ASCENDING, AND THE
019400* LAST RUN OF EACH CALENDAR MONTH - UP TO 13, SO THE TRAILING
019500* YEAR'S TWELVE MONTH PAIRS.
019600******************************************************************
019700 01  WS-RUN-DATE-TABLE.
019800     05 WS-RUN-DATE-COUNT             PIC 9(03) VALUE ZERO.
019900     05 WS-RDT-DATE                   PIC X(10) OCCURS 500 TIMES.
020000 01  WS-MONTH-DATE-TABLE.
020100     05 WS-MONTH-DATE-COUNT           PIC 9(03) VALUE ZERO.
020200     05 WS-MDT-DATE                   PIC X(10) OCCURS 13 TIMES.
020300 01  WS-RDT-IDX                       PIC 9(03).
020400 01  WS-SHIFT-IDX                     PIC 9(03).
020500 01  WS-PAIR-IDX                      PIC 9(03).
020600 01  WS-FROM-DATE                     PIC X(10).
020700 01  WS-TO-DATE                       PIC X(10).
020800*
020900******************************************************************
021000* ONE ENTRY PER ACCOUNT GROUP AND FICO BAND, WITH THE EARLIER-RUN
021100* ACCOUNTS, THEIR BALANCE, AND THE PART OF IT THAT ROLLED, PER
021200* STARTING BUCKET. ENTRIES 1-4 ARE THE WHOLE-BAND POOLS (GROUP
021300* 'DEFAULT', BANDS H M L U) EVERY OBSERVATION ALSO LANDS IN.
021400******************************************************************
021500 01  WS-SEG-TABLE.
021600     05 WS-SEG-USED                   PIC 9(04) COMP VALUE ZERO.
021700     05 WS-SEG-MAX                    PIC 9(04) COMP VALUE 400.
021800     05 WS-SEG-IDX                    PIC 9(04) COMP.
021900     05 WS-FOUND-IDX                  PIC 9(04) COMP.
022000     05 WS-POOL-IDX                   PIC 9(04) COMP.
022100     05 WS-SRC-IDX                    PIC 9(04) COMP.
022200     05 WS-BKT-IDX                    PIC 9(04) COMP.
022300     05 WS-CHAIN-IDX                  PIC 9(04) COMP.
022400     05 WS-SEG-ENTRY OCCURS 400 TIMES.
022500        10 WS-SEG-KEY.
022600           15 WS-SEG-GROUP-ID         PIC X(10).
022700           15 WS-SEG-BAND             PIC X(01).
022800        10 WS-SEG-BKT OCCURS 4 TIMES.
022900           15 WS-SEG-OBS              PIC 9(07).
023000           15 WS-SEG-EXPOSURE         PIC S9(13)V99 COMP-3.
023100           15 WS-SEG-ROLLED           PIC S9(13)V99 COMP-3.
023200*
023300 01  WS-BAND-VALUES.
023400     05 FILLER                        PIC X(01) VALUE 'H'.
023500     05 FILLER                        PIC X(01) VALUE 'M'.
023600     05 FILLER                        PIC X(01) VALUE 'L'.
023700     05 FILLER                        PIC X(01) VALUE 'U'.
023800 01  WS-BAND-REDEF REDEFINES WS-BAND-VALUES.
023900     05 WS-BAND-CD                    PIC X(01) OCCURS 4 TIMES.
024000*
024100 01  WS-BUCKET-NAME-VALUES.
024200     05 FILLER PIC X(08) VALUE 'CURRENT'.
024300     05 FILLER PIC X(08) VALUE '30 DAYS'.
024400     05 FILLER PIC X(08) VALUE '60 DAYS'.
024500     05 FILLER PIC X(08) VALUE '90+ DAYS'.
024600 01  WS-BUCKET-NAME-REDEF REDEFINES WS-BUCKET-NAME-VALUES.
024700     05 WS-BUCKET-NAME                PIC X(08) OCCURS 4 TIMES.
024800*
024900 01  WS-DERIVE-WORK.
025000     05 WS-OBS-KEY.
025100        10 WS-OBS-GROUP-ID            PIC X(10).
025200        10 WS-OBS-BAND                PIC X(01).
025300     05 WS-FICO-SCORE                 PIC 9(03).
025400     05 WS-ROLL-RATE                  PIC 9(01)V9(06).
025500     05 WS-OWN-ROLL-RATE              PIC 9(01)V9(06).
025600     05 WS-CHAIN-RATE                 PIC 9(03)V9(06).
025700     05 WS-NEW-HIST-PCT               PIC 9(03)V9(04).
025800     05 WS-LIVE-HIST-PCT              PIC 9(03)V9(04).
025900     05 WS-LIVE-ADJ-PCT               PIC S9(03)V9(04).
026000     05 WS-RATE-SOURCE                PIC X(07).
026100     05 WS-ACTION-TEXT                PIC X(10).
026200*
026300 01  WS-REPORT-HEADING-1.
026400     05 FILLER                        PIC X(44)
026500        VALUE 'CARDDEMO CREDIT LOSS RATE DERIVATION - RUN '.
026600     05 WS-HDG-DATE                   PIC X(10).
026700     05 FILLER                        PIC X(17)
026800        VALUE '  MONTH-END RUNS '.
026900     05 WS-HDG-FROM-DATE              PIC X(10).
027000     05 FILLER                        PIC X(04) VALUE ' TO '.
027100     05 WS-HDG-TO-DATE                PIC X(10).
027200     05 FILLER                        PIC X(37) VALUE SPACES.
027300 01  WS-REPORT-HEADING-2.
027400     05 FILLER                        PIC X(30)
027500        VALUE 'GROUP      BAND BUCKET       '.
027600     05 FILLER                        PIC X(30)
027700        VALUE '    OBS  ROLL% SOURCE  NEW    '.
027800     05 FILLER                        PIC X(40)
027900        VALUE 'LOSS%  LIVE LOSS%    OVERLAY% ACTION'.
028000     05 FILLER                        PIC X(32) VALUE SPACES.
028100 01  WS-NO-PAIRS-LINE.
028200     05 FILLER                        PIC X(40)
028300        VALUE 'FEWER THAN TWO MONTH-END AGING RUNS ON '.
028400     05 FILLER                        PIC X(40)
028500        VALUE 'FILE - NO LOSS RATES DERIVED'.
028600     05 FILLER                        PIC X(52) VALUE SPACES.
028700 01  WS-REPORT-DETAIL.
028800     05 WS-DTL-GROUP-ID               PIC X(10).
028900     05 FILLER                        PIC X(01) VALUE SPACE.
029000     05 WS-DTL-BAND                   PIC X(04).
029100     05 FILLER                        PIC X(01) VALUE SPACE.
029200     05 WS-DTL-BUCKET                 PIC X(08).
029300     05 FILLER                        PIC X(01) VALUE SPACE.
029400     05 WS-DTL-OBS                    PIC Z(8)9.
029500     05 FILLER                        PIC X(01) VALUE SPACE.
029600     05 WS-DTL-ROLL-PCT               PIC ZZ9.99.
029700     05 FILLER                        PIC X(01) VALUE SPACE.
029800     05 WS-DTL-SOURCE                 PIC X(07).
029900     05 WS-DTL-NEW-PCT                PIC ZZ9.9999.
030000     05 FILLER                        PIC X(03) VALUE SPACES.
030100     05 WS-DTL-LIVE-PCT               PIC ZZ9.9999.
030200     05 FILLER                        PIC X(03) VALUE SPACES.
030300     05 WS-DTL-ADJ-PCT                PIC -ZZ9.9999.
030400     05 FILLER                        PIC X(01) VALUE SPACE.
030500     05 WS-DTL-ACTION                 PIC X(10).
030600     05 FILLER                        PIC X(40) VALUE SPACES.
030700*
030800 COPY CSMSG02Y.
030900*
031000 COPY CSDAT01Y.
031100*
031200 LINKAGE SECTION.
031300*
031400******************************************************************
031500 PROCEDURE DIVISION.
031600******************************************************************
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
031900     IF NOT WS-RUN-FAILED
032000         PERFORM 2000-COLLECT-RUN-DATES
032100             THRU 2000-COLLECT-RUN-DATES-EXIT
032200         PERFORM 3000-PICK-MONTH-RUNS
032300             THRU 3000-PICK-MONTH-RUNS-EXIT
032400         PERFORM 7000-WRITE-HEADING THRU 7000-WRITE-HEADING-EXIT
032500         PERFORM 4000-TALLY-PAIRS THRU 4000-TALLY-PAIRS-EXIT
032600         PERFORM 5000-DERIVE-SEGMENT THRU 5000-DERIVE-SEGMENT-EXIT
032700             VARYING WS-SEG-IDX FROM 1 BY 1
032800             UNTIL WS-SEG-IDX > WS-SEG-USED
032900                OR WS-MONTH-DATE-COUNT < 2
033000     END-IF
033100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
033200     GOBACK.
033300*
033400 1000-INITIALIZE.
033500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
033600     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
033700     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
033800     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
033900     MOVE FUNCTION CURRENT-DATE  TO WS-RUN-TIMESTAMP
034000     PERFORM 1100-SEED-POOL THRU 1100-SEED-POOL-EXIT
034100         VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 4
034200     OPEN INPUT DELINQ-HIST-FILE
034300     IF NOT WS-HIST-OK
034400         DISPLAY 'CBCEL01C - ERROR OPENING BUCKET HISTORY FILE'
034500         MOVE 'BUCKET HISTORY FILE OPEN ERROR'
034600                                 TO WS-ABEND-REASON-TEXT
034700         GO TO 1000-INITIALIZE-FAILED
034800     END-IF
034900     OPEN INPUT NEXT-HIST-FILE
035000     IF NOT WS-NEXT-OK
035100         DISPLAY 'CBCEL01C - ERROR OPENING BUCKET HISTORY FILE'
035200         MOVE 'BUCKET HISTORY FILE OPEN ERROR'
035300                                 TO WS-ABEND-REASON-TEXT
035400         GO TO 1000-INITIALIZE-FAILED
035500     END-IF
035600     OPEN INPUT ACCOUNT-FILE
035700     IF NOT WS-ACCOUNT-OK
035800         DISPLAY 'CBCEL01C - ERROR OPENING ACCOUNT FILE'
035900         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
036000         GO TO 1000-INITIALIZE-FAILED
036100     END-IF
036200     OPEN INPUT XREF-FILE
036300     IF NOT WS-XREF-OK
036400         DISPLAY 'CBCEL01C - ERROR OPENING XREF FILE'
036500         MOVE 'XREF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
036600         GO TO 1000-INITIALIZE-FAILED
036700     END-IF
036800     OPEN INPUT CUSTOMER-FILE
036900     IF NOT WS-CUSTOMER-OK
037000         DISPLAY 'CBCEL01C - ERROR OPENING CUSTOMER FILE'
037100         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
037200         GO TO 1000-INITIALIZE-FAILED
037300     END-IF
037400     OPEN INPUT CHARGE-OFF-FILE
037500     IF NOT WS-CHGOFF-OK
037600         DISPLAY 'CBCEL01C - ERROR OPENING CHARGE-OFF FILE'
037700         MOVE 'CHARGE-OFF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
037800         GO TO 1000-INITIALIZE-FAILED
037900     END-IF
038000     OPEN INPUT LOSS-RATE-FILE
038100     IF NOT WS-LOSSRATE-OK
038200         DISPLAY 'CBCEL01C - ERROR OPENING LOSS RATE FILE'
038300         MOVE 'LOSS RATE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
038400         GO TO 1000-INITIALIZE-FAILED
038500     END-IF
038600     OPEN I-O REF-PENDING-FILE
038700     IF NOT WS-REFPEND-OK
038800         DISPLAY 'CBCEL01C - ERROR OPENING PENDING CHANGE FILE'
038900         MOVE 'PENDING CHANGE FILE OPEN ERROR'
039000                                 TO WS-ABEND-REASON-TEXT
039100         GO TO 1000-INITIALIZE-FAILED
039200     END-IF
039300     OPEN OUTPUT DERIVE-RPT-FILE
039400     GO TO 1000-INITIALIZE-EXIT.
039500 1000-INITIALIZE-FAILED.
039600     MOVE 'Y'                    TO WS-ERROR-SW
039700     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
039800 1000-INITIALIZE-EXIT.
039900     EXIT.
040000*
040100 1100-SEED-POOL.
040200     INITIALIZE WS-SEG-ENTRY (WS-SEG-IDX)
040300     MOVE 'DEFAULT'              TO WS-SEG-GROUP-ID (WS-SEG-IDX)
040400     MOVE WS-BAND-CD (WS-SEG-IDX) TO WS-SEG-BAND (WS-SEG-IDX)
040500     MOVE WS-SEG-IDX             TO WS-SEG-USED.
040600 1100-SEED-POOL-EXIT.
040700     EXIT.
040800*
040900******************************************************************
041000* WALK THE DISTINCT RUN DATES AS CBDLQ01C DOES - ONE READ AND
041100* ONE START PAST EACH DATE'S SLICE, NEVER A FULL SCAN.
041200******************************************************************
041300 2000-COLLECT-RUN-DATES.
041400     MOVE LOW-VALUES             TO DLQ-KEY
041500     START DELINQ-HIST-FILE KEY NOT LESS THAN DLQ-KEY
041600         INVALID KEY
041700             GO TO 2000-COLLECT-RUN-DATES-EXIT
041800     END-START.
041900 2000-COLLECT-NEXT-DATE.
042000     READ DELINQ-HIST-FILE NEXT RECORD
042100         AT END
042200             GO TO 2000-COLLECT-RUN-DATES-EXIT
042300     END-READ
042400     PERFORM 2200-ADD-RUN-DATE THRU 2200-ADD-RUN-DATE-EXIT
042500     MOVE 99999999999            TO DLQ-ACCT-ID
042600     START DELINQ-HIST-FILE KEY GREATER THAN DLQ-KEY
042700         INVALID KEY
042800             GO TO 2000-COLLECT-RUN-DATES-EXIT
042900     END-START
043000     GO TO 2000-COLLECT-NEXT-DATE.
043100 2000-COLLECT-RUN-DATES-EXIT.
043200     EXIT.
043300*
043400 2200-ADD-RUN-DATE.
043500     IF WS-RUN-DATE-COUNT < 500
043600         ADD 1                   TO WS-RUN-DATE-COUNT
043700     ELSE
043800         PERFORM 2250-SHIFT-RUN-DATE THRU 2250-SHIFT-RUN-DATE-EXIT
043900             VARYING WS-SHIFT-IDX FROM 1 BY 1
044000             UNTIL WS-SHIFT-IDX > 499
044100     END-IF
044200     MOVE DLQ-RUN-DATE
044300                         TO WS-RDT-DATE (WS-RUN-DATE-COUNT).
044400 2200-ADD-RUN-DATE-EXIT.
044500     EXIT.
044600*
044700 2250-SHIFT-RUN-DATE.
044800     MOVE WS-RDT-DATE (WS-SHIFT-IDX + 1)
044900                                 TO WS-RDT-DATE (WS-SHIFT-IDX).
045000 2250-SHIFT-RUN-DATE-EXIT.
045100     EXIT.
045200*
045300******************************************************************
045400* KEEP THE LAST RUN OF EACH CALENDAR MONTH - A DATE WHOSE YYYY-MM
045500* DIFFERS FROM THE NEXT DATE'S CLOSES ITS MONTH, AND THE NEWEST
045600* DATE ALWAYS QUALIFIES. A FULL TABLE DROPS ITS OLDEST ENTRY.
045700******************************************************************
045800 3000-PICK-MONTH-RUNS.
045900     PERFORM 3050-CHECK-RUN-DATE THRU 3050-CHECK-RUN-DATE-EXIT
046000         VARYING WS-RDT-IDX FROM 1 BY 1
046100         UNTIL WS-RDT-IDX >= WS-RUN-DATE-COUNT
046200     IF WS-RUN-DATE-COUNT > ZERO
046300         MOVE WS-RUN-DATE-COUNT  TO WS-RDT-IDX
046400         PERFORM 3100-ADD-MONTH-RUN THRU 3100-ADD-MONTH-RUN-EXIT
046500     END-IF.
046600 3000-PICK-MONTH-RUNS-EXIT.
046700     EXIT.
046800*
046900 3050-CHECK-RUN-DATE.
047000     IF WS-RDT-DATE (WS-RDT-IDX) (1:7) NOT =
047100        WS-RDT-DATE (WS-RDT-IDX + 1) (1:7)
047200         PERFORM 3100-ADD-MONTH-RUN THRU 3100-ADD-MONTH-RUN-EXIT
047300     END-IF.
047400 3050-CHECK-RUN-DATE-EXIT.
047500     EXIT.
047600*
047700 3100-ADD-MONTH-RUN.
047800     IF WS-MONTH-DATE-COUNT < 13
047900         ADD 1                   TO WS-MONTH-DATE-COUNT
048000     ELSE
048100         PERFORM 3150-SHIFT-MONTH-RUN
048200             THRU 3150-SHIFT-MONTH-RUN-EXIT
048300             VARYING WS-SHIFT-IDX FROM 1 BY 1
048400             UNTIL WS-SHIFT-IDX > 12
048500     END-IF
048600     MOVE WS-RDT-DATE (WS-RDT-IDX)
048700                         TO WS-MDT-DATE (WS-MONTH-DATE-COUNT).
048800 3100-ADD-MONTH-RUN-EXIT.
048900     EXIT.
049000*
049100 3150-SHIFT-MONTH-RUN.
049200     MOVE WS-MDT-DATE (WS-SHIFT-IDX + 1)
049300                                 TO WS-MDT-DATE (WS-SHIFT-IDX).
049400 3150-SHIFT-MONTH-RUN-EXIT.
049500     EXIT.
049600*
049700******************************************************************
049800* TALLY EVERY CONSECUTIVE MONTH-RUN PAIR, OLDEST FIRST. FEWER
049900* THAN TWO MONTH-END RUNS MEANS NOTHING TO DERIVE FROM - SAID SO
050000* ON THE REPORT, AND NO RATE IS QUEUED.
050100******************************************************************
050200 4000-TALLY-PAIRS.
050300     IF WS-MONTH-DATE-COUNT < 2
050400         WRITE DERIVE-RPT-LINE   FROM WS-NO-PAIRS-LINE
050500         GO TO 4000-TALLY-PAIRS-EXIT
050600     END-IF
050700     PERFORM 4100-TALLY-PAIR THRU 4100-TALLY-PAIR-EXIT
050800         VARYING WS-PAIR-IDX FROM 2 BY 1
050900         UNTIL WS-PAIR-IDX > WS-MONTH-DATE-COUNT.
051000 4000-TALLY-PAIRS-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* WALK THE EARLIER RUN'S SLICE; EACH ACCOUNT'S LATER-RUN ROW IS
051500* READ DIRECTLY ON THE SECOND POSITION.
051600******************************************************************
051700 4100-TALLY-PAIR.
051800     MOVE WS-MDT-DATE (WS-PAIR-IDX) TO WS-TO-DATE
051900     MOVE WS-MDT-DATE (WS-PAIR-IDX - 1) TO WS-FROM-DATE
052000     MOVE 'N'                    TO WS-SLICE-EOF-SW
052100     MOVE WS-FROM-DATE           TO DLQ-RUN-DATE
052200     MOVE ZEROES                 TO DLQ-ACCT-ID
052300     START DELINQ-HIST-FILE KEY NOT LESS THAN DLQ-KEY
052400         INVALID KEY
052500             MOVE 'Y'            TO WS-SLICE-EOF-SW
052600     END-START
052700     PERFORM 4200-TALLY-ONE-ROW THRU 4200-TALLY-ONE-ROW-EXIT
052800         UNTIL WS-END-OF-SLICE.
052900 4100-TALLY-PAIR-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300* AN EARLIER-RUN BALANCE ROLLED IF THE ACCOUNT WAS CHARGED OFF
053400* BETWEEN THE TWO RUNS, OR SITS IN A DEEPER COLLECTIONS BUCKET ON
053500* THE LATER ONE. CREDIT AND ZERO BALANCES CARRY NO LOSS AND ARE
053600* LEFT OUT, AS ARE ACCOUNTS NO LONGER ON THE MASTER.
053700******************************************************************
053800 4200-TALLY-ONE-ROW.
053900     READ DELINQ-HIST-FILE NEXT RECORD
054000         AT END
054100             MOVE 'Y'            TO WS-SLICE-EOF-SW
054200             GO TO 4200-TALLY-ONE-ROW-EXIT
054300     END-READ
054400     IF DLQ-RUN-DATE NOT = WS-FROM-DATE
054500         MOVE 'Y'                TO WS-SLICE-EOF-SW
054600         GO TO 4200-TALLY-ONE-ROW-EXIT
054700     END-IF
054800     IF DLQ-BUCKET-IDX < 1 OR DLQ-BUCKET-IDX > 4
054900        OR DLQ-CURR-BAL NOT > ZERO
055000         GO TO 4200-TALLY-ONE-ROW-EXIT
055100     END-IF
055200     MOVE DLQ-ACCT-ID            TO ACCT-ID
055300     READ ACCOUNT-FILE
055400         INVALID KEY
055500             GO TO 4200-TALLY-ONE-ROW-EXIT
055600     END-READ
055700     ADD 1                       TO WS-OBS-COUNT
055800     PERFORM 4250-FICO-BAND THRU 4250-FICO-BAND-EXIT
055900     MOVE 'N'                    TO WS-ROLLED-SW
056000     MOVE DLQ-ACCT-ID            TO CHO-ACCT-ID
056100     READ CHARGE-OFF-FILE
056200         INVALID KEY
056300             MOVE SPACES         TO CHO-CHARGEOFF-DATE
056400     END-READ
056500     IF WS-CHGOFF-OK
056600        AND CHO-CHARGEOFF-DATE > WS-FROM-DATE
056700        AND CHO-CHARGEOFF-DATE NOT > WS-TO-DATE
056800         MOVE 'Y'                TO WS-ROLLED-SW
056900     END-IF
057000     IF NOT WS-ROLLED AND DLQ-BUCKET-IDX < 4
057100         MOVE WS-TO-DATE         TO NEXT-RUN-DATE
057200         MOVE DLQ-ACCT-ID        TO NEXT-ACCT-ID
057300         READ NEXT-HIST-FILE
057400             INVALID KEY
057500                 MOVE ZERO       TO NEXT-BUCKET-IDX
057600         END-READ
057700         IF NEXT-BUCKET-IDX > DLQ-BUCKET-IDX
057800            AND NEXT-BUCKET-IDX <= 4
057900             MOVE 'Y'            TO WS-ROLLED-SW
058000         END-IF
058100     END-IF
058200     MOVE DLQ-BUCKET-IDX         TO WS-BKT-IDX
058300     MOVE WS-POOL-IDX            TO WS-SEG-IDX
058400     PERFORM 4400-ADD-OBSERVATION THRU 4400-ADD-OBSERVATION-EXIT
058500     MOVE ACCT-GROUP-ID          TO WS-OBS-GROUP-ID
058600     PERFORM 4300-FIND-SEGMENT THRU 4300-FIND-SEGMENT-EXIT
058700     IF WS-SEG-IDX = ZERO
058800         ADD 1                   TO WS-OVERFLOW-COUNT
058900         GO TO 4200-TALLY-ONE-ROW-EXIT
059000     END-IF
059100     IF WS-SEG-IDX NOT = WS-POOL-IDX
059200         PERFORM 4400-ADD-OBSERVATION
059300             THRU 4400-ADD-OBSERVATION-EXIT
059400     END-IF.
059500 4200-TALLY-ONE-ROW-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900* THE HOLDER'S FICO BAND TODAY - ACCTXREF TO THE CUSTOMER
060000* (FALLING BACK TO THE ACCOUNT-ID KEY PUN, AS CBLNR01C DOES),
060100* THEN CUST-FICO-CREDIT-SCORE. CBCEL02C BANDS THE RECEIVABLE THE
060200* SAME WAY, SO THE RATES MEET THE BALANCES THEY ARE APPLIED TO.
060300******************************************************************
060400 4250-FICO-BAND.
060500     MOVE ZERO                   TO WS-FICO-SCORE
060600     MOVE ACCT-ID                TO XRF-ACCT-ID
060700     READ XREF-FILE
060800         INVALID KEY
060900             MOVE ACCT-ID        TO XRF-CUST-ID
061000     END-READ
061100     MOVE XRF-CUST-ID            TO CUST-ID
061200     READ CUSTOMER-FILE
061300         INVALID KEY
061400             MOVE ZERO           TO CUST-FICO-CREDIT-SCORE
061500     END-READ
061600     IF CUST-FICO-CREDIT-SCORE NUMERIC
061700         MOVE CUST-FICO-CREDIT-SCORE TO WS-FICO-SCORE
061800     END-IF
061900     EVALUATE TRUE
062000         WHEN WS-FICO-SCORE = ZERO
062100             MOVE 4              TO WS-POOL-IDX
062200         WHEN WS-FICO-SCORE >= 750
062300             MOVE 1              TO WS-POOL-IDX
062400         WHEN WS-FICO-SCORE >= 650
062500             MOVE 2              TO WS-POOL-IDX
062600         WHEN OTHER
062700             MOVE 3              TO WS-POOL-IDX
062800     END-EVALUATE
062900     MOVE WS-BAND-CD (WS-POOL-IDX) TO WS-OBS-BAND.
063000 4250-FICO-BAND-EXIT.
063100     EXIT.
063200*
063300******************************************************************
063400* FIND (OR ADD) THE GROUP/BAND ENTRY. WS-SEG-IDX COMES BACK ZERO
063500* WHEN THE TABLE IS FULL.
063600******************************************************************
063700 4300-FIND-SEGMENT.
063800     MOVE ZERO                   TO WS-FOUND-IDX
063900     PERFORM 4350-CHECK-SEGMENT THRU 4350-CHECK-SEGMENT-EXIT
064000         VARYING WS-SEG-IDX FROM 1 BY 1
064100         UNTIL WS-SEG-IDX > WS-SEG-USED
064200            OR WS-FOUND-IDX > ZERO
064300     IF WS-FOUND-IDX > ZERO
064400         MOVE WS-FOUND-IDX       TO WS-SEG-IDX
064500         GO TO 4300-FIND-SEGMENT-EXIT
064600     END-IF
064700     IF WS-SEG-USED NOT < WS-SEG-MAX
064800         MOVE ZERO               TO WS-SEG-IDX
064900         GO TO 4300-FIND-SEGMENT-EXIT
065000     END-IF
065100     ADD 1                       TO WS-SEG-USED
065200     MOVE WS-SEG-USED            TO WS-SEG-IDX
065300     INITIALIZE WS-SEG-ENTRY (WS-SEG-IDX)
065400     MOVE WS-OBS-KEY             TO WS-SEG-KEY (WS-SEG-IDX).
065500 4300-FIND-SEGMENT-EXIT.
065600     EXIT.
065700*
065800 4350-CHECK-SEGMENT.
065900     IF WS-SEG-KEY (WS-SEG-IDX) = WS-OBS-KEY
066000         MOVE WS-SEG-IDX         TO WS-FOUND-IDX
066100     END-IF.
066200 4350-CHECK-SEGMENT-EXIT.
066300     EXIT.
066400*
066500 4400-ADD-OBSERVATION.
066600     ADD 1             TO WS-SEG-OBS (WS-SEG-IDX, WS-BKT-IDX)
066700     ADD DLQ-CURR-BAL  TO WS-SEG-EXPOSURE (WS-SEG-IDX, WS-BKT-IDX)
066800     IF WS-ROLLED
066900         ADD DLQ-CURR-BAL
067000                       TO WS-SEG-ROLLED (WS-SEG-IDX, WS-BKT-IDX)
067100     END-IF.
067200 4400-ADD-OBSERVATION-EXIT.
067300     EXIT.
067400*
067500******************************************************************
067600* ONE LOSS RATE PER BUCKET OF THE SEGMENT. THE BAND'S POOL ENTRY
067700* (1-4) IS THE FALLBACK FOR ANY THIN STEP IN THE CHAIN.
067800******************************************************************
067900 5000-DERIVE-SEGMENT.
068000     EVALUATE WS-SEG-BAND (WS-SEG-IDX)
068100         WHEN 'H'
068200             MOVE 1              TO WS-POOL-IDX
068300         WHEN 'M'
068400             MOVE 2              TO WS-POOL-IDX
068500         WHEN 'L'
068600             MOVE 3              TO WS-POOL-IDX
068700         WHEN OTHER
068800             MOVE 4              TO WS-POOL-IDX
068900     END-EVALUATE
069000     PERFORM 5100-DERIVE-BUCKET THRU 5100-DERIVE-BUCKET-EXIT
069100         VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 4.
069200 5000-DERIVE-SEGMENT-EXIT.
069300     EXIT.
069400*
069500******************************************************************
069600* CHAIN THE ROLL RATES FROM THIS BUCKET TO CHARGE-OFF. A CURRENT
069700* BALANCE'S ONE-MONTH CHAIN IS SCALED BY ITS ASSUMED LIFE; THE
069800* RESULT IS A PERCENT OF THE BALANCE, CAPPED AT 100.
069900******************************************************************
070000 5100-DERIVE-BUCKET.
070100     MOVE 1                      TO WS-CHAIN-RATE
070200     PERFORM 5200-APPLY-ROLL-RATE THRU 5200-APPLY-ROLL-RATE-EXIT
070300         VARYING WS-CHAIN-IDX FROM WS-BKT-IDX BY 1
070400         UNTIL WS-CHAIN-IDX > 4
070500     IF WS-BKT-IDX = 1
070600         COMPUTE WS-CHAIN-RATE =
070700             WS-CHAIN-RATE * WS-CURRENT-LIFE-MONTHS
070800     END-IF
070900     IF WS-CHAIN-RATE > 1
071000         MOVE 1                  TO WS-CHAIN-RATE
071100     END-IF
071200     COMPUTE WS-NEW-HIST-PCT ROUNDED = WS-CHAIN-RATE * 100
071300     PERFORM 5300-FIND-LIVE-ROW THRU 5300-FIND-LIVE-ROW-EXIT
071400     IF WS-LIVE-FOUND AND WS-LIVE-HIST-PCT = WS-NEW-HIST-PCT
071500         MOVE 'UNCHANGED'        TO WS-ACTION-TEXT
071600     ELSE
071700         PERFORM 5500-QUEUE-RATE THRU 5500-QUEUE-RATE-EXIT
071800     END-IF
071900     PERFORM 7100-WRITE-DETAIL THRU 7100-WRITE-DETAIL-EXIT.
072000 5100-DERIVE-BUCKET-EXIT.
072100     EXIT.
072200*
072300 5200-APPLY-ROLL-RATE.
072400     IF WS-SEG-OBS (WS-SEG-IDX, WS-CHAIN-IDX) < WS-MIN-OBS
072500         MOVE WS-POOL-IDX        TO WS-SRC-IDX
072600     ELSE
072700         MOVE WS-SEG-IDX         TO WS-SRC-IDX
072800     END-IF
072900     MOVE ZERO                   TO WS-ROLL-RATE
073000     IF WS-SEG-EXPOSURE (WS-SRC-IDX, WS-CHAIN-IDX) > ZERO
073100         COMPUTE WS-ROLL-RATE ROUNDED =
073200             WS-SEG-ROLLED (WS-SRC-IDX, WS-CHAIN-IDX)
073300           / WS-SEG-EXPOSURE (WS-SRC-IDX, WS-CHAIN-IDX)
073400     END-IF
073500     IF WS-ROLL-RATE > 1
073600         MOVE 1                  TO WS-ROLL-RATE
073700     END-IF
073800     IF WS-CHAIN-IDX = WS-BKT-IDX
073900         MOVE WS-ROLL-RATE       TO WS-OWN-ROLL-RATE
074000         IF WS-SRC-IDX = WS-SEG-IDX
074100             MOVE 'OWN'          TO WS-RATE-SOURCE
074200         ELSE
074300             MOVE 'POOLED'       TO WS-RATE-SOURCE
074400         END-IF
074500     END-IF
074600     COMPUTE WS-CHAIN-RATE ROUNDED = WS-CHAIN-RATE * WS-ROLL-RATE.
074700 5200-APPLY-ROLL-RATE-EXIT.
074800     EXIT.
074900*
075000******************************************************************
075100* THE SEGMENT'S ROW IN FORCE TODAY - THE LAST ONE DATED ON OR
075200* BEFORE THE RUN DATE. ITS OVERLAY IS CARRIED ONTO ANY NEW ROW.
075300******************************************************************
075400 5300-FIND-LIVE-ROW.
075500     MOVE 'N'                    TO WS-LIVE-FOUND-SW
075600     MOVE 'N'                    TO WS-LIVE-EOF-SW
075700     MOVE ZERO                   TO WS-LIVE-HIST-PCT
075800     MOVE ZERO                   TO WS-LIVE-ADJ-PCT
075900     MOVE WS-SEG-GROUP-ID (WS-SEG-IDX) TO LRT-GROUP-ID
076000     MOVE WS-BKT-IDX             TO LRT-BUCKET-IDX
076100     MOVE WS-SEG-BAND (WS-SEG-IDX) TO LRT-FICO-BAND
076200     MOVE LOW-VALUES             TO LRT-EFF-DATE
076300     START LOSS-RATE-FILE KEY NOT LESS THAN LRT-KEY
076400         INVALID KEY
076500             GO TO 5300-FIND-LIVE-ROW-EXIT
076600     END-START
076700     PERFORM 5350-READ-LIVE-ROW THRU 5350-READ-LIVE-ROW-EXIT
076800         UNTIL WS-END-OF-LIVE.
076900 5300-FIND-LIVE-ROW-EXIT.
077000     EXIT.
077100*
077200 5350-READ-LIVE-ROW.
077300     READ LOSS-RATE-FILE NEXT RECORD
077400         AT END
077500             MOVE 'Y'            TO WS-LIVE-EOF-SW
077600             GO TO 5350-READ-LIVE-ROW-EXIT
077700     END-READ
077800     IF LRT-GROUP-ID NOT = WS-SEG-GROUP-ID (WS-SEG-IDX)
077900        OR LRT-BUCKET-IDX NOT = WS-BKT-IDX
078000        OR LRT-FICO-BAND NOT = WS-SEG-BAND (WS-SEG-IDX)
078100        OR LRT-EFF-DATE > WS-CURDATE-YYYY-MM-DD
078200         MOVE 'Y'                TO WS-LIVE-EOF-SW
078300         GO TO 5350-READ-LIVE-ROW-EXIT
078400     END-IF
078500     MOVE 'Y'                    TO WS-LIVE-FOUND-SW
078600     MOVE LRT-HIST-LOSS-PCT      TO WS-LIVE-HIST-PCT
078700     MOVE LRT-QUAL-ADJ-PCT       TO WS-LIVE-ADJ-PCT.
078800 5350-READ-LIVE-ROW-EXIT.
078900     EXIT.
079000*
079100******************************************************************
079200* QUEUE THE NEW ROW ON REFPEND FOR A SECOND ADMIN, EFFECTIVE
079300* TODAY, THE SAME WAY CBIDX02C QUEUES A REPRICED RATE.
079400******************************************************************
079500 5500-QUEUE-RATE.
079600     MOVE SPACES                 TO LOSS-RATE-REF-RECORD
079700     MOVE WS-SEG-GROUP-ID (WS-SEG-IDX) TO LRT-GROUP-ID
079800     MOVE WS-BKT-IDX             TO LRT-BUCKET-IDX
079900     MOVE WS-SEG-BAND (WS-SEG-IDX) TO LRT-FICO-BAND
080000     MOVE WS-CURDATE-YYYY-MM-DD  TO LRT-EFF-DATE
080100     MOVE WS-NEW-HIST-PCT        TO LRT-HIST-LOSS-PCT
080200     MOVE WS-LIVE-ADJ-PCT        TO LRT-QUAL-ADJ-PCT
080300     MOVE WS-SEG-OBS (WS-SEG-IDX, WS-BKT-IDX) TO LRT-OBS-COUNT
080400     MOVE 'CBCEL01C'             TO LRT-SET-BY
080500     MOVE FUNCTION CURRENT-DATE  TO LRT-SET-TIMESTAMP
080600     MOVE LOSS-RATE-REF-RECORD   TO RFP-RECORD-IMAGE
080700     ADD 1                       TO WS-PEND-SEQ
080800     MOVE WS-RUN-TIMESTAMP (1:16) TO RFP-KEYED-TS
080900     MOVE WS-PEND-SEQ            TO RFP-SEQ
081000     MOVE 'LOSSRATE'             TO RFP-DATASET
081100     MOVE 'CBCEL01C'             TO RFP-KEYED-BY
081200     SET RFP-PENDING             TO TRUE
081300     MOVE SPACES                 TO RFP-APPROVED-BY
081400     MOVE SPACES                 TO RFP-APPROVED-TS
081450     MOVE SPACES                 TO RFP-SIM-RUN-ID
081500     WRITE REF-PENDING-RECORD
081600         INVALID KEY
081700             DISPLAY 'CBCEL01C - RATE COULD NOT BE QUEUED FOR '
081800                     WS-SEG-KEY (WS-SEG-IDX) ' ' WS-BKT-IDX
081900             ADD 1               TO WS-REFUSED-COUNT
082000             MOVE 'NOT QUEUED'   TO WS-ACTION-TEXT
082100             GO TO 5500-QUEUE-RATE-EXIT
082200     END-WRITE
082300     MOVE 'QUEUED'               TO WS-ACTION-TEXT
082400     ADD 1                       TO WS-QUEUED-COUNT.
082500 5500-QUEUE-RATE-EXIT.
082600     EXIT.
082700*
082800 7000-WRITE-HEADING.
082900     MOVE WS-CURDATE-YYYY-MM-DD  TO WS-HDG-DATE
083000     MOVE SPACES                 TO WS-HDG-FROM-DATE
083100     MOVE SPACES                 TO WS-HDG-TO-DATE
083200     IF WS-MONTH-DATE-COUNT > ZERO
083300         MOVE WS-MDT-DATE (1)    TO WS-HDG-FROM-DATE
083400         MOVE WS-MDT-DATE (WS-MONTH-DATE-COUNT)
083500                                 TO WS-HDG-TO-DATE
083600     END-IF
083700     WRITE DERIVE-RPT-LINE       FROM WS-REPORT-HEADING-1
083800     WRITE DERIVE-RPT-LINE       FROM WS-REPORT-HEADING-2.
083900 7000-WRITE-HEADING-EXIT.
084000     EXIT.
084100*
084200 7100-WRITE-DETAIL.
084300     MOVE WS-SEG-GROUP-ID (WS-SEG-IDX) TO WS-DTL-GROUP-ID
084400     EVALUATE WS-SEG-BAND (WS-SEG-IDX)
084500         WHEN 'H'
084600             MOVE '750+'         TO WS-DTL-BAND
084700         WHEN 'M'
084800             MOVE '650+'         TO WS-DTL-BAND
084900         WHEN 'L'
085000             MOVE '<650'         TO WS-DTL-BAND
085100         WHEN OTHER
085200             MOVE 'NONE'         TO WS-DTL-BAND
085300     END-EVALUATE
085400     MOVE WS-BUCKET-NAME (WS-BKT-IDX) TO WS-DTL-BUCKET
085500     MOVE WS-SEG-OBS (WS-SEG-IDX, WS-BKT-IDX) TO WS-DTL-OBS
085600     COMPUTE WS-DTL-ROLL-PCT ROUNDED = WS-OWN-ROLL-RATE * 100
085700     MOVE WS-RATE-SOURCE         TO WS-DTL-SOURCE
085800     MOVE WS-NEW-HIST-PCT        TO WS-DTL-NEW-PCT
085900     MOVE WS-LIVE-HIST-PCT       TO WS-DTL-LIVE-PCT
086000     MOVE WS-LIVE-ADJ-PCT        TO WS-DTL-ADJ-PCT
086100     MOVE WS-ACTION-TEXT         TO WS-DTL-ACTION
086200     WRITE DERIVE-RPT-LINE       FROM WS-REPORT-DETAIL.
086300 7100-WRITE-DETAIL-EXIT.
086400     EXIT.
086500*
086600 9000-TERMINATE.
086700     CLOSE DELINQ-HIST-FILE
086800     CLOSE NEXT-HIST-FILE
086900     CLOSE ACCOUNT-FILE
087000     CLOSE XREF-FILE
087100     CLOSE CUSTOMER-FILE
087200     CLOSE CHARGE-OFF-FILE
087300     CLOSE LOSS-RATE-FILE
087400     CLOSE REF-PENDING-FILE
087500     CLOSE DERIVE-RPT-FILE
087600     DISPLAY 'CBCEL01C - OBSERVATIONS TALLIED: ' WS-OBS-COUNT
087700     DISPLAY 'CBCEL01C - OBSERVATIONS POOLED ONLY: '
087800             WS-OVERFLOW-COUNT
087900     DISPLAY 'CBCEL01C - LOSS RATES QUEUED: ' WS-QUEUED-COUNT
088000     DISPLAY 'CBCEL01C - LOSS RATES NOT QUEUED: '
088100             WS-REFUSED-COUNT
088200     IF WS-RUN-FAILED
088300         MOVE 16                 TO RETURN-CODE
088400     END-IF
088500     PERFORM 9200-LOG-JOB-STATUS
088600         THRU 9200-LOG-JOB-STATUS-EXIT.
088700 9000-TERMINATE-EXIT.
088800     EXIT.
088900*
089000******************************************************************
089100* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
089200* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
089300* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
089400* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
089500******************************************************************
089600 9100-ABEND-NOTIFY.
089700     MOVE 'AB01'                 TO ABEND-CODE
089800     MOVE 'CBCEL01C'             TO ABEND-CULPRIT
089900     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
090000     STRING ABEND-CULPRIT   DELIMITED BY SIZE
090100            ' - '           DELIMITED BY SIZE
090200            ABEND-REASON    DELIMITED BY SIZE
090300       INTO ABEND-MSG
090400     END-STRING
090500     OPEN EXTEND ALERT-QUEUE-FILE
090600     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
090700     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
090800     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
090900     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
091000     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
091100     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
091200     WRITE OPS-ALERT-RECORD
091300     CLOSE ALERT-QUEUE-FILE.
091400 9100-ABEND-NOTIFY-EXIT.
091500     EXIT.
091600*
091700******************************************************************
091800* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
091900* WHETHER THE JOB RAN AND HOW IT WENT.
092000******************************************************************
092100 9200-LOG-JOB-STATUS.
092200     OPEN I-O JOB-LOG-FILE
092300     IF NOT WS-JOBLOG-OK
092400         DISPLAY 'CBCEL01C - ERROR OPENING JOB LOG FILE'
092500         GO TO 9200-LOG-JOB-STATUS-EXIT
092600     END-IF
092700     MOVE 'CBCEL01C'             TO JBS-JOB-NAME
092800     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
092900     IF RETURN-CODE = ZERO
093000         SET JBS-STATUS-SUCCESS  TO TRUE
093100     ELSE
093200         SET JBS-STATUS-FAILED   TO TRUE
093300     END-IF
093400     MOVE RETURN-CODE            TO JBS-RETURN-CODE
093500     MOVE WS-OBS-COUNT           TO JBS-REC-COUNT
093600     WRITE JOB-STATUS-RECORD
093700     CLOSE JOB-LOG-FILE.
093800 9200-LOG-JOB-STATUS-EXIT.
093900     EXIT.
