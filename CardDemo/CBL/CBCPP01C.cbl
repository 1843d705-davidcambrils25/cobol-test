000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCPP01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - COMMON POINT-OF-PURCHASE
001100*                     ANALYSIS FROM CONFIRMED FRAUD.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WEEKLY COMMON POINT-OF-PURCHASE (CPP) ANALYSIS.
001500*                A CARD IS CONFIRMED FRAUD WHEN A REVIEWER
001600*                REJECTED ONE OF ITS TRANFRD HOLDS ON COFRD00C,
001700*                OR WHEN ONE OF ITS TRANSACTIONS WAS TAGGED
001800*                UNRECOGNIZED INTO A DISPFILE CASE ON COLST00C
001900*                THAT THE MERCHANT HAS NOT SINCE WON, INSIDE THE
002000*                LAST WS-CPP-FRAUD-DAYS. EACH SUCH CARD'S FIRST
002100*                FRAUD DATE IS ITS EARLIEST FRAUDULENT
002200*                TRANSACTION; ITS LEGITIMATE HISTORY IS EVERY
002300*                MERCHANT ROW ON TRANCARD AND TRANARCH FROM THE
002400*                START OF THE LOOKBACK WINDOW UP TO (NOT
002500*                INCLUDING) THAT DATE. EACH MERCHANT IS CREDITED
002600*                ONCE PER COMPROMISED CARD THAT PASSED THROUGH
002700*                IT, AND RANKED BY THAT COUNT ON THE CPPRPT
002800*                REPORT WITH ITS NAME OFF MERCHDAT. THE SCORE IS
002900*                COMPROMISED CARDS PER THOUSAND OF THE
003000*                MERCHANT'S OWN TRANSACTIONS IN THE WINDOW (OFF
003100*                THE MERCHSUM DAILY SUMMARY), SO A BUSY
003200*                SUPERMARKET EVERY CARD VISITS DOES NOT OUTRANK
003300*                A QUIET TERMINAL HALF THE COMPROMISED CARDS
003400*                USED. A MERCHANT WITH AT LEAST WS-CPP-MIN-CARDS
003500*                CARDS AND A SCORE OF AT LEAST WS-CPP-MIN-SCORE
003600*                IS FLAGGED AS A CPP. WITH WS-CPP-AT-RISK-SW
003700*                SET TO 'Y' THE RUN ALSO WRITES CPPRISK
003800*                (CVCPP01Y) - EVERY OTHER CARD THAT USED A
003900*                FLAGGED MERCHANT IN THE WINDOW - FOR CBEMB01C
004000*                TO REISSUE PROACTIVELY.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT FRAUD-HOLD-FILE ASSIGN TO TRANFRD
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS FRD-TRAN-ID
004900         FILE STATUS IS WS-TRANFRD-STATUS.
005000     SELECT DISPUTE-FILE ASSIGN TO DISPFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS DSP-TRAN-ID
005400         FILE STATUS IS WS-DISPUTE-STATUS.
005500     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS TRAN-ID OF TRAN-MAST-RECORD
005900         FILE STATUS IS WS-TRAN-MASTER-STATUS.
006000     SELECT TRAN-CARD-FILE ASSIGN TO TRANCARD
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS TRAN-CARD-NUM OF TRAN-RECORD
006400         FILE STATUS IS WS-TRANCARD-STATUS.
006500     SELECT TRAN-ARCH-FILE ASSIGN TO TRANARCH
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS TRAN-ID OF TRAN-ARCH-RECORD
006900         FILE STATUS IS WS-TRAN-ARCH-STATUS.
007000     SELECT TRAN-DATE-FILE ASSIGN TO TRANDTAX
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS TRAN-PROC-DATE OF TRAN-DATE-RECORD
007400         FILE STATUS IS WS-TRAN-DATE-STATUS.
007500     SELECT MERCHANT-FILE ASSIGN TO MERCHDAT
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS MER-ID
007900         FILE STATUS IS WS-MERCHANT-STATUS.
008000     SELECT MERCH-SUM-FILE ASSIGN TO MERCHSUM
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS MSM-KEY
008400         FILE STATUS IS WS-MERCHSUM-STATUS.
008500     SELECT CPP-REPORT-FILE ASSIGN TO CPPRPT
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-REPORT-STATUS.
008800     SELECT CPP-RISK-FILE ASSIGN TO CPPRISK
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-CPPRISK-STATUS.
009100     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-ALERT-STATUS.
009400     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS JBS-KEY
009800         FILE STATUS IS WS-JOBLOG-STATUS.
009900*
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  FRAUD-HOLD-FILE.
010300     COPY CVFRD01Y.
010400*
010500 FD  DISPUTE-FILE.
010600     COPY CVDSP01Y.
010700*
010800 FD  TRAN-MASTER-FILE.
010900     COPY CVTRA01Y REPLACING TRAN-RECORD BY TRAN-MAST-RECORD.
011000*
011100 FD  TRAN-CARD-FILE.
011200     COPY CVTRA01Y.
011300*
011400 FD  TRAN-ARCH-FILE.
011500     COPY CVTRA01Y REPLACING TRAN-RECORD BY TRAN-ARCH-RECORD.
011600*
011700 FD  TRAN-DATE-FILE.
011800     COPY CVTRA01Y REPLACING TRAN-RECORD BY TRAN-DATE-RECORD.
011900*
012000 FD  MERCHANT-FILE.
012100     COPY CVMER01Y.
012200*
012300 FD  MERCH-SUM-FILE.
012400     COPY CVMSM01Y.
012500*
012600 FD  CPP-REPORT-FILE
012700     RECORDING MODE IS F.
012800 01  CPP-REPORT-LINE                  PIC X(80).
012900*
013000 FD  CPP-RISK-FILE
013100     RECORDING MODE IS F.
013200     COPY CVCPP01Y.
013300*
013400 FD  ALERT-QUEUE-FILE
013500     RECORDING MODE IS F.
013600     COPY CSOPS01Y.
013700*
013800 FD  JOB-LOG-FILE.
013900     COPY CVJOB01Y.
014000*
014100 WORKING-STORAGE SECTION.
014200 01  WS-TRANFRD-STATUS                PIC XX.
014300     88 WS-TRANFRD-OK                 VALUE '00'.
014400 01  WS-DISPUTE-STATUS                PIC XX.
014500     88 WS-DISPUTE-OK                 VALUE '00'.
014600 01  WS-TRAN-MASTER-STATUS            PIC XX.
014700 01  WS-TRANCARD-STATUS               PIC XX.
014800     88 WS-TRANCARD-OK                VALUE '00'.
014900 01  WS-TRAN-ARCH-STATUS              PIC XX.
015000     88 WS-TRAN-ARCH-OK               VALUE '00'.
015100 01  WS-TRAN-DATE-STATUS              PIC XX.
015200     88 WS-TRAN-DATE-OK               VALUE '00'.
015300 01  WS-MERCHANT-STATUS               PIC XX.
015400 01  WS-MERCHSUM-STATUS               PIC XX.
015500     88 WS-MERCHSUM-OK                VALUE '00'.
015600 01  WS-REPORT-STATUS                 PIC XX.
015700     88 WS-REPORT-OK                  VALUE '00'.
015800 01  WS-CPPRISK-STATUS                PIC XX.
015900     88 WS-CPPRISK-OK                 VALUE '00'.
016000 01  WS-ALERT-STATUS                  PIC XX.
016100 01  WS-JOBLOG-STATUS                 PIC XX.
016200     88 WS-JOBLOG-OK                  VALUE '00'.
016300 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
016400     88 WS-END-OF-FILE                VALUE 'Y'.
016500 01  WS-FATAL-SW                      PIC X(01) VALUE 'N'.
016600     88 WS-FATAL-ERROR                VALUE 'Y'.
016700 01  WS-ARCH-OPEN-SW                  PIC X(01) VALUE 'N'.
016800     88 WS-ARCH-OPEN                  VALUE 'Y'.
016900 01  WS-ABEND-REASON-TEXT             PIC X(50).
017000*
017100******************************************************************
017200* ANALYSIS POLICY - PATCHED PER RUN BY FRAUD OPERATIONS.
017300*   WS-CPP-FRAUD-DAYS     FRAUD CONFIRMED THIS RECENTLY COUNTS
017400*   WS-CPP-LOOKBACK-DAYS  HOW FAR BACK LEGITIMATE HISTORY IS
017500*                         WALKED, AND THE AT-RISK WINDOW
017600*   WS-CPP-MIN-CARDS      FEWEST COMPROMISED CARDS FOR A FLAG
017700*   WS-CPP-MIN-SCORE      COMPROMISED CARDS PER THOUSAND OF THE
017800*                         MERCHANT'S TRANSACTIONS FOR A FLAG
017900*   WS-CPP-AT-RISK-SW     'Y' WRITES THE CPPRISK REISSUE LIST
018000******************************************************************
018100 01  WS-CPP-FRAUD-DAYS                PIC 9(03) VALUE 030.
018200 01  WS-CPP-LOOKBACK-DAYS             PIC 9(03) VALUE 120.
018300 01  WS-CPP-MIN-CARDS                 PIC 9(03) VALUE 003.
018400 01  WS-CPP-MIN-SCORE                 PIC 9(05)V99 VALUE 5.00.
018500 01  WS-CPP-AT-RISK-SW                PIC X(01) VALUE 'N'.
018600     88 WS-CPP-WRITE-AT-RISK          VALUE 'Y'.
018700*
018800 01  WS-CPP-DATES.
018900     05 WS-TODAY-INT                  PIC 9(08).
019000     05 WS-WORK-INT                   PIC 9(08).
019100     05 WS-WORK-DATE-N                PIC 9(08).
019200     05 WS-FRAUD-START-N              PIC 9(08).
019300     05 WS-FRAUD-START-X              PIC X(08).
019400     05 WS-HIST-START-N               PIC 9(08).
019500     05 WS-HIST-START                 PIC X(10).
019600     05 WS-RAW-DATE                   PIC X(08).
019700     05 WS-ISO-DATE                   PIC X(10).
019800     05 WS-FRAUD-DATE                 PIC X(10).
019900*
020000 01  WS-CPP-COUNTS.
020100     05 WS-HOLD-READ-COUNT            PIC 9(07) VALUE ZERO.
020200     05 WS-CASE-READ-COUNT            PIC 9(07) VALUE ZERO.
020300     05 WS-HIST-ROW-COUNT             PIC 9(09) VALUE ZERO.
020400     05 WS-ARCH-ROW-COUNT             PIC 9(09) VALUE ZERO.
020500     05 WS-FLAGGED-COUNT              PIC 9(05) VALUE ZERO.
020600     05 WS-AT-RISK-COUNT              PIC 9(07) VALUE ZERO.
020700     05 WS-CARD-OVERFLOW-COUNT        PIC 9(07) VALUE ZERO.
020800     05 WS-MER-OVERFLOW-COUNT         PIC 9(07) VALUE ZERO.
020900     05 WS-RISK-OVERFLOW-COUNT        PIC 9(07) VALUE ZERO.
021000*
021100******************************************************************
021200* COMPROMISED CARDS - ONE SLOT PER CONFIRMED-FRAUD CARD, WITH ITS
021300* FIRST FRAUD DATE AND THE DISTINCT MERCHANTS ITS LEGITIMATE
021400* HISTORY PASSED THROUGH.
021500******************************************************************
021600 01  WS-CPC-TABLE.
021700     05 WS-CPC-USED                   PIC 9(04) COMP VALUE ZERO.
021800     05 WS-CPC-MAX                    PIC 9(04) COMP VALUE 500.
021900     05 WS-CPC-ENTRY OCCURS 500 TIMES
022000                     INDEXED BY WS-CPC-IDX.
022100        10 WS-CPC-CARD-NUM            PIC X(16).
022200        10 WS-CPC-FRAUD-DATE          PIC X(10).
022300        10 WS-CPC-MER-USED            PIC 9(04) COMP.
022400        10 WS-CPC-MER-ID              PIC X(09)
022500                                      OCCURS 50 TIMES
022600                                      INDEXED BY WS-CPC-MER-IDX.
022700*
022800******************************************************************
022900* MERCHANTS THE COMPROMISED CARDS PASSED THROUGH. DISPLAY FIELDS
023000* SO THE RANKING SORT CAN SWAP WHOLE ENTRIES THROUGH THE HOLD
023100* AREA, AS CBDCL01C DOES.
023200******************************************************************
023300 01  WS-CPM-TABLE.
023400     05 WS-CPM-USED                   PIC 9(04) COMP VALUE ZERO.
023500     05 WS-CPM-MAX                    PIC 9(04) COMP VALUE 2000.
023600     05 WS-CPM-ENTRY OCCURS 2000 TIMES
023700                     INDEXED BY WS-CPM-IDX.
023800        10 WS-CPM-MERCHANT-ID         PIC X(09).
023900        10 WS-CPM-CARD-COUNT          PIC 9(05).
024000        10 WS-CPM-VOLUME              PIC 9(09).
024100        10 WS-CPM-SCORE               PIC 9(05)V99.
024200        10 WS-CPM-FLAG                PIC X(01).
024300           88 WS-CPM-FLAGGED          VALUE 'Y'.
024400*
024500******************************************************************
024600* AT-RISK WORK - THE FLAGGED MERCHANTS, AND THE CARDS ALREADY
024700* WRITTEN TO CPPRISK SO NO CARD IS LISTED TWICE.
024800******************************************************************
024900 01  WS-CPF-TABLE.
025000     05 WS-CPF-USED                   PIC 9(04) COMP VALUE ZERO.
025100     05 WS-CPF-MERCHANT-ID            PIC X(09)
025200                                      OCCURS 100 TIMES
025300                                      INDEXED BY WS-CPF-IDX.
025400 01  WS-CPR-TABLE.
025500     05 WS-CPR-USED                   PIC 9(05) COMP VALUE ZERO.
025600     05 WS-CPR-MAX                    PIC 9(05) COMP VALUE 5000.
025700     05 WS-CPR-CARD-NUM               PIC X(16)
025800                                      OCCURS 5000 TIMES
025900                                      INDEXED BY WS-CPR-IDX.
026000*
026100 01  WS-CPP-WORK.
026200     05 WS-FOUND-SW                   PIC X(01).
026300        88 WS-SLOT-FOUND              VALUE 'Y'.
026400     05 WS-SORT-SWAP-SW               PIC X(01).
026500        88 WS-SORT-SWAPPED            VALUE 'Y'.
026600     05 WS-SORT-I                     PIC 9(04) COMP.
026700     05 WS-HOLD-CPM-ENTRY             PIC X(31).
026800     05 WS-WORK-CARD-NUM              PIC X(16).
026900     05 WS-WORK-MER-ID                PIC X(09).
027000     05 WS-RANK                       PIC 9(04).
027100     05 WS-RANK-EDIT                  PIC ZZZ9.
027200     05 WS-CARD-EDIT                  PIC ZZZZ9.
027300     05 WS-VOLUME-EDIT                PIC ZZZ,ZZZ,ZZ9.
027400     05 WS-SCORE-EDIT                 PIC ZZ,ZZ9.99.
027500     05 WS-COUNT-EDIT                 PIC Z(06)9.
027600*
027700******************************************************************
027800* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
027900******************************************************************
028000 COPY CSMSG02Y.
028100*
028200 COPY CSDAT01Y.
028300*
028400 LINKAGE SECTION.
028500*
028600******************************************************************
028700 PROCEDURE DIVISION.
028800******************************************************************
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
029100     IF NOT WS-FATAL-ERROR
029200         PERFORM 2000-COLLECT-FRAUD-CARDS
029300             THRU 2000-COLLECT-FRAUD-CARDS-EXIT
029400         PERFORM 3000-WALK-CARD-HISTORY
029500             THRU 3000-WALK-CARD-HISTORY-EXIT
029600         PERFORM 4000-SCORE-MERCHANTS
029700             THRU 4000-SCORE-MERCHANTS-EXIT
029800         PERFORM 5000-LIST-AT-RISK-CARDS
029900             THRU 5000-LIST-AT-RISK-CARDS-EXIT
030000         PERFORM 7000-WRITE-REPORT THRU 7000-WRITE-REPORT-EXIT
030100     END-IF
030200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
030300     GOBACK.
030400*
030500 1000-INITIALIZE.
030600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
030700     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
030800     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
030900     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
031000     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
031100     COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-CPP-FRAUD-DAYS
031200     COMPUTE WS-FRAUD-START-N =
031300         FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
031400     MOVE WS-FRAUD-START-N       TO WS-FRAUD-START-X
031500     COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-CPP-LOOKBACK-DAYS
031600     COMPUTE WS-HIST-START-N =
031700         FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
031800     MOVE WS-HIST-START-N        TO WS-RAW-DATE
031900     PERFORM 8100-RAW-TO-ISO THRU 8100-RAW-TO-ISO-EXIT
032000     MOVE WS-ISO-DATE            TO WS-HIST-START
032100     OPEN INPUT FRAUD-HOLD-FILE
032200     OPEN INPUT DISPUTE-FILE
032300     OPEN INPUT TRAN-MASTER-FILE
032400     OPEN INPUT TRAN-CARD-FILE
032500     OPEN INPUT TRAN-ARCH-FILE
032600     IF WS-TRAN-ARCH-OK
032700         MOVE 'Y'                TO WS-ARCH-OPEN-SW
032800     END-IF
032900     OPEN INPUT TRAN-DATE-FILE
033000     OPEN INPUT MERCHANT-FILE
033100     OPEN INPUT MERCH-SUM-FILE
033200     OPEN OUTPUT CPP-REPORT-FILE
033300     IF WS-CPP-WRITE-AT-RISK
033400         OPEN OUTPUT CPP-RISK-FILE
033500     END-IF
033600     IF NOT WS-TRANFRD-OK OR NOT WS-DISPUTE-OK
033700         DISPLAY 'CBCPP01C - ERROR OPENING FRAUD HOLD OR '
033800                 'DISPUTE FILE'
033900         MOVE 'Y'                TO WS-FATAL-SW
034000         MOVE 'FRAUD SOURCE FILE OPEN ERROR'
034100                                 TO WS-ABEND-REASON-TEXT
034200         PERFORM 9100-ABEND-NOTIFY
034300             THRU 9100-ABEND-NOTIFY-EXIT
034400         GO TO 1000-INITIALIZE-EXIT
034500     END-IF
034600     IF NOT WS-TRANCARD-OK OR NOT WS-MERCHSUM-OK
034700         DISPLAY 'CBCPP01C - ERROR OPENING TRANCARD OR '
034800                 'MERCHANT SUMMARY FILE'
034900         MOVE 'Y'                TO WS-FATAL-SW
035000         MOVE 'HISTORY FILE OPEN ERROR'
035100                                 TO WS-ABEND-REASON-TEXT
035200         PERFORM 9100-ABEND-NOTIFY
035300             THRU 9100-ABEND-NOTIFY-EXIT
035400         GO TO 1000-INITIALIZE-EXIT
035500     END-IF
035600     IF NOT WS-REPORT-OK
035700         DISPLAY 'CBCPP01C - ERROR OPENING REPORT FILE'
035800         MOVE 'Y'                TO WS-FATAL-SW
035900         MOVE 'CPP REPORT OPEN ERROR' TO WS-ABEND-REASON-TEXT
036000         PERFORM 9100-ABEND-NOTIFY
036100             THRU 9100-ABEND-NOTIFY-EXIT
036200         GO TO 1000-INITIALIZE-EXIT
036300     END-IF
036400     IF WS-CPP-WRITE-AT-RISK
036500         IF NOT WS-CPPRISK-OK OR NOT WS-TRAN-DATE-OK
036600             DISPLAY 'CBCPP01C - ERROR OPENING AT-RISK LIST OR '
036700                     'TRANDTAX'
036800             MOVE 'Y'            TO WS-FATAL-SW
036900             MOVE 'AT-RISK LIST OPEN ERROR'
037000                                 TO WS-ABEND-REASON-TEXT
037100             PERFORM 9100-ABEND-NOTIFY
037200                 THRU 9100-ABEND-NOTIFY-EXIT
037300         END-IF
037400     END-IF.
037500 1000-INITIALIZE-EXIT.
037600     EXIT.
037700*
037800******************************************************************
037900* THE CONFIRMED-FRAUD CARDS. A REJECTED HOLD IS DATED BY ITS OWN
038000* TRANSACTION DATE; AN UNRECOGNIZED CASE BY THE DISPUTED
038100* TRANSACTION'S DATE OFF THE MASTER (THE CASE OPEN DATE IF THE
038200* ROW HAS SINCE GONE). A CARD SEEN MORE THAN ONCE KEEPS ITS
038300* EARLIEST DATE.
038400******************************************************************
038500 2000-COLLECT-FRAUD-CARDS.
038600     MOVE 'N'                    TO WS-EOF-SW
038700     MOVE LOW-VALUES             TO FRD-TRAN-ID
038800     START FRAUD-HOLD-FILE KEY NOT LESS THAN FRD-TRAN-ID
038900         INVALID KEY
039000             MOVE 'Y'            TO WS-EOF-SW
039100     END-START
039200     PERFORM 2100-NEXT-FRAUD-HOLD THRU 2100-NEXT-FRAUD-HOLD-EXIT
039300         UNTIL WS-END-OF-FILE
039400     MOVE 'N'                    TO WS-EOF-SW
039500     MOVE LOW-VALUES             TO DSP-TRAN-ID
039600     START DISPUTE-FILE KEY NOT LESS THAN DSP-TRAN-ID
039700         INVALID KEY
039800             MOVE 'Y'            TO WS-EOF-SW
039900     END-START
040000     PERFORM 2300-NEXT-DISPUTE-CASE
040100         THRU 2300-NEXT-DISPUTE-CASE-EXIT
040200         UNTIL WS-END-OF-FILE.
040300 2000-COLLECT-FRAUD-CARDS-EXIT.
040400     EXIT.
040500*
040600 2100-NEXT-FRAUD-HOLD.
040700     READ FRAUD-HOLD-FILE NEXT RECORD
040800         AT END
040900             MOVE 'Y'            TO WS-EOF-SW
041000             GO TO 2100-NEXT-FRAUD-HOLD-EXIT
041100     END-READ
041200     ADD 1                       TO WS-HOLD-READ-COUNT
041300     IF NOT FRD-REJECTED
041400        OR FRD-REVIEWED-TS (1:8) < WS-FRAUD-START-X
041500         GO TO 2100-NEXT-FRAUD-HOLD-EXIT
041600     END-IF
041700     MOVE FRD-CARD-NUM           TO WS-WORK-CARD-NUM
041800     IF FRD-ORIG-DATE NOT = SPACES
041900         MOVE FRD-ORIG-DATE      TO WS-FRAUD-DATE
042000     ELSE
042100         MOVE FRD-QUEUED-TS (1:8) TO WS-RAW-DATE
042200         PERFORM 8100-RAW-TO-ISO THRU 8100-RAW-TO-ISO-EXIT
042300         MOVE WS-ISO-DATE        TO WS-FRAUD-DATE
042400     END-IF
042500     PERFORM 2500-ADD-FRAUD-CARD THRU 2500-ADD-FRAUD-CARD-EXIT.
042600 2100-NEXT-FRAUD-HOLD-EXIT.
042700     EXIT.
042800*
042900 2300-NEXT-DISPUTE-CASE.
043000     READ DISPUTE-FILE NEXT RECORD
043100         AT END
043200             MOVE 'Y'            TO WS-EOF-SW
043300             GO TO 2300-NEXT-DISPUTE-CASE-EXIT
043400     END-READ
043500     ADD 1                       TO WS-CASE-READ-COUNT
043600     IF DSP-REASON (1:12) NOT = 'UNRECOGNIZED'
043700        OR DSP-RESOLVED-LOST
043800        OR DSP-OPENED-TS (1:8) < WS-FRAUD-START-X
043900         GO TO 2300-NEXT-DISPUTE-CASE-EXIT
044000     END-IF
044100     MOVE DSP-CARD-NUM           TO WS-WORK-CARD-NUM
044200     MOVE DSP-TRAN-ID            TO TRAN-ID OF TRAN-MAST-RECORD
044300     READ TRAN-MASTER-FILE
044400         INVALID KEY
044500             MOVE SPACES         TO TRAN-ORIG-DATE
044600                                    OF TRAN-MAST-RECORD
044700     END-READ
044800     IF TRAN-ORIG-DATE OF TRAN-MAST-RECORD NOT = SPACES
044900         MOVE TRAN-ORIG-DATE OF TRAN-MAST-RECORD
045000                                 TO WS-FRAUD-DATE
045100     ELSE
045200         MOVE DSP-OPENED-TS (1:8) TO WS-RAW-DATE
045300         PERFORM 8100-RAW-TO-ISO THRU 8100-RAW-TO-ISO-EXIT
045400         MOVE WS-ISO-DATE        TO WS-FRAUD-DATE
045500     END-IF
045600     PERFORM 2500-ADD-FRAUD-CARD THRU 2500-ADD-FRAUD-CARD-EXIT.
045700 2300-NEXT-DISPUTE-CASE-EXIT.
045800     EXIT.
045900*
046000 2500-ADD-FRAUD-CARD.
046100     PERFORM 8200-FIND-CARD THRU 8200-FIND-CARD-EXIT
046200     IF WS-SLOT-FOUND
046300         IF WS-FRAUD-DATE < WS-CPC-FRAUD-DATE (WS-CPC-IDX)
046400             MOVE WS-FRAUD-DATE  TO WS-CPC-FRAUD-DATE (WS-CPC-IDX)
046500         END-IF
046600         GO TO 2500-ADD-FRAUD-CARD-EXIT
046700     END-IF
046800     IF WS-CPC-USED NOT < WS-CPC-MAX
046900         ADD 1                   TO WS-CARD-OVERFLOW-COUNT
047000         GO TO 2500-ADD-FRAUD-CARD-EXIT
047100     END-IF
047200     ADD 1                       TO WS-CPC-USED
047300     SET WS-CPC-IDX              TO WS-CPC-USED
047400     MOVE WS-WORK-CARD-NUM       TO WS-CPC-CARD-NUM (WS-CPC-IDX)
047500     MOVE WS-FRAUD-DATE          TO WS-CPC-FRAUD-DATE (WS-CPC-IDX)
047600     MOVE ZERO                   TO WS-CPC-MER-USED (WS-CPC-IDX).
047700 2500-ADD-FRAUD-CARD-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100* EACH COMPROMISED CARD'S LEGITIMATE HISTORY - ITS OWN ROWS OFF
048200* THE TRANCARD PATH, THEN ONE PASS OVER THE ARCHIVE FOR ROWS
048300* THE ARCHIVING RUN HAS ALREADY MOVED OFF THE MASTER.
048400******************************************************************
048500 3000-WALK-CARD-HISTORY.
048600     PERFORM 3100-WALK-ONE-CARD THRU 3100-WALK-ONE-CARD-EXIT
048700         VARYING WS-CPC-IDX FROM 1 BY 1
048800         UNTIL WS-CPC-IDX > WS-CPC-USED
048900     IF NOT WS-ARCH-OPEN
049000         GO TO 3000-WALK-CARD-HISTORY-EXIT
049100     END-IF
049200     MOVE 'N'                    TO WS-EOF-SW
049300     MOVE LOW-VALUES             TO TRAN-ID OF TRAN-ARCH-RECORD
049400     START TRAN-ARCH-FILE KEY NOT LESS THAN
049500         TRAN-ID OF TRAN-ARCH-RECORD
049600         INVALID KEY
049700             MOVE 'Y'            TO WS-EOF-SW
049800     END-START
049900     PERFORM 3300-NEXT-ARCHIVE-ROW THRU 3300-NEXT-ARCHIVE-ROW-EXIT
050000         UNTIL WS-END-OF-FILE.
050100 3000-WALK-CARD-HISTORY-EXIT.
050200     EXIT.
050300*
050400 3100-WALK-ONE-CARD.
050500     MOVE 'N'                    TO WS-EOF-SW
050600     MOVE WS-CPC-CARD-NUM (WS-CPC-IDX)
050700                                 TO TRAN-CARD-NUM OF TRAN-RECORD
050800     START TRAN-CARD-FILE KEY NOT LESS THAN
050900         TRAN-CARD-NUM OF TRAN-RECORD
051000         INVALID KEY
051100             GO TO 3100-WALK-ONE-CARD-EXIT
051200     END-START
051300     PERFORM 3200-NEXT-CARD-ROW THRU 3200-NEXT-CARD-ROW-EXIT
051400         UNTIL WS-END-OF-FILE.
051500 3100-WALK-ONE-CARD-EXIT.
051600     EXIT.
051700*
051800 3200-NEXT-CARD-ROW.
051900     READ TRAN-CARD-FILE NEXT RECORD
052000         AT END
052100             MOVE 'Y'            TO WS-EOF-SW
052200             GO TO 3200-NEXT-CARD-ROW-EXIT
052300     END-READ
052400     IF TRAN-CARD-NUM OF TRAN-RECORD
052500             NOT = WS-CPC-CARD-NUM (WS-CPC-IDX)
052600         MOVE 'Y'                TO WS-EOF-SW
052700         GO TO 3200-NEXT-CARD-ROW-EXIT
052800     END-IF
052900     IF TRAN-MERCHANT-ID OF TRAN-RECORD = SPACES
053000        OR TRAN-IS-REVERSAL OF TRAN-RECORD
053100        OR TRAN-ORIG-DATE OF TRAN-RECORD < WS-HIST-START
053200        OR TRAN-ORIG-DATE OF TRAN-RECORD NOT <
053300           WS-CPC-FRAUD-DATE (WS-CPC-IDX)
053400         GO TO 3200-NEXT-CARD-ROW-EXIT
053500     END-IF
053600     ADD 1                       TO WS-HIST-ROW-COUNT
053700     MOVE TRAN-MERCHANT-ID OF TRAN-RECORD TO WS-WORK-MER-ID
053800     PERFORM 3500-ADD-CARD-MERCHANT
053900         THRU 3500-ADD-CARD-MERCHANT-EXIT.
054000 3200-NEXT-CARD-ROW-EXIT.
054100     EXIT.
054200*
054300 3300-NEXT-ARCHIVE-ROW.
054400     READ TRAN-ARCH-FILE NEXT RECORD
054500         AT END
054600             MOVE 'Y'            TO WS-EOF-SW
054700             GO TO 3300-NEXT-ARCHIVE-ROW-EXIT
054800     END-READ
054900     IF TRAN-MERCHANT-ID OF TRAN-ARCH-RECORD = SPACES
055000        OR TRAN-IS-REVERSAL OF TRAN-ARCH-RECORD
055100        OR TRAN-ORIG-DATE OF TRAN-ARCH-RECORD < WS-HIST-START
055200         GO TO 3300-NEXT-ARCHIVE-ROW-EXIT
055300     END-IF
055400     MOVE TRAN-CARD-NUM OF TRAN-ARCH-RECORD TO WS-WORK-CARD-NUM
055500     PERFORM 8200-FIND-CARD THRU 8200-FIND-CARD-EXIT
055600     IF NOT WS-SLOT-FOUND
055700         GO TO 3300-NEXT-ARCHIVE-ROW-EXIT
055800     END-IF
055900     IF TRAN-ORIG-DATE OF TRAN-ARCH-RECORD NOT <
056000        WS-CPC-FRAUD-DATE (WS-CPC-IDX)
056100         GO TO 3300-NEXT-ARCHIVE-ROW-EXIT
056200     END-IF
056300     ADD 1                       TO WS-ARCH-ROW-COUNT
056400     MOVE TRAN-MERCHANT-ID OF TRAN-ARCH-RECORD TO WS-WORK-MER-ID
056500     PERFORM 3500-ADD-CARD-MERCHANT
056600         THRU 3500-ADD-CARD-MERCHANT-EXIT.
056700 3300-NEXT-ARCHIVE-ROW-EXIT.
056800     EXIT.
056900*
057000******************************************************************
057100* NOTE THE MERCHANT AGAINST THE CARD ONCE, HOWEVER MANY TIMES
057200* THE CARD WAS USED THERE.
057300******************************************************************
057400 3500-ADD-CARD-MERCHANT.
057500     MOVE 'N'                    TO WS-FOUND-SW
057600     PERFORM VARYING WS-CPC-MER-IDX FROM 1 BY 1
057700             UNTIL WS-CPC-MER-IDX > WS-CPC-MER-USED (WS-CPC-IDX)
057800                OR WS-SLOT-FOUND
057900         IF WS-CPC-MER-ID (WS-CPC-IDX, WS-CPC-MER-IDX)
058000                 = WS-WORK-MER-ID
058100             MOVE 'Y'            TO WS-FOUND-SW
058200         END-IF
058300     END-PERFORM
058400     IF WS-SLOT-FOUND
058500         GO TO 3500-ADD-CARD-MERCHANT-EXIT
058600     END-IF
058700     IF WS-CPC-MER-USED (WS-CPC-IDX) NOT < 50
058800         ADD 1                   TO WS-MER-OVERFLOW-COUNT
058900         GO TO 3500-ADD-CARD-MERCHANT-EXIT
059000     END-IF
059100     ADD 1                       TO WS-CPC-MER-USED (WS-CPC-IDX)
059200     SET WS-CPC-MER-IDX          TO WS-CPC-MER-USED (WS-CPC-IDX)
059300     MOVE WS-WORK-MER-ID
059400                  TO WS-CPC-MER-ID (WS-CPC-IDX, WS-CPC-MER-IDX).
059500 3500-ADD-CARD-MERCHANT-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900* ROLL THE CARD-BY-MERCHANT NOTES UP TO ONE COUNT PER MERCHANT,
060000* THEN SCORE EACH MERCHANT AGAINST ITS OWN WINDOW VOLUME.
060100******************************************************************
060200 4000-SCORE-MERCHANTS.
060300     PERFORM 4100-ROLL-UP-CARD THRU 4100-ROLL-UP-CARD-EXIT
060400         VARYING WS-CPC-IDX FROM 1 BY 1
060500         UNTIL WS-CPC-IDX > WS-CPC-USED
060600     PERFORM 4300-SCORE-ONE-MERCHANT
060700         THRU 4300-SCORE-ONE-MERCHANT-EXIT
060800         VARYING WS-CPM-IDX FROM 1 BY 1
060900         UNTIL WS-CPM-IDX > WS-CPM-USED.
061000 4000-SCORE-MERCHANTS-EXIT.
061100     EXIT.
061200*
061300 4100-ROLL-UP-CARD.
061400     PERFORM 4200-COUNT-CARD-MERCHANT
061500         THRU 4200-COUNT-CARD-MERCHANT-EXIT
061600         VARYING WS-CPC-MER-IDX FROM 1 BY 1
061700         UNTIL WS-CPC-MER-IDX > WS-CPC-MER-USED (WS-CPC-IDX).
061800 4100-ROLL-UP-CARD-EXIT.
061900     EXIT.
062000*
062100 4200-COUNT-CARD-MERCHANT.
062200     MOVE WS-CPC-MER-ID (WS-CPC-IDX, WS-CPC-MER-IDX)
062300                                 TO WS-WORK-MER-ID
062400     MOVE 'N'                    TO WS-FOUND-SW
062500     PERFORM VARYING WS-CPM-IDX FROM 1 BY 1
062600             UNTIL WS-CPM-IDX > WS-CPM-USED
062700                OR WS-SLOT-FOUND
062800         IF WS-CPM-MERCHANT-ID (WS-CPM-IDX) = WS-WORK-MER-ID
062900             MOVE 'Y'            TO WS-FOUND-SW
063000         END-IF
063100     END-PERFORM
063200     IF WS-SLOT-FOUND
063300         SET WS-CPM-IDX          DOWN BY 1
063400     ELSE
063500         IF WS-CPM-USED NOT < WS-CPM-MAX
063600             ADD 1               TO WS-MER-OVERFLOW-COUNT
063700             GO TO 4200-COUNT-CARD-MERCHANT-EXIT
063800         END-IF
063900         ADD 1                   TO WS-CPM-USED
064000         SET WS-CPM-IDX          TO WS-CPM-USED
064100         MOVE WS-WORK-MER-ID
064200                            TO WS-CPM-MERCHANT-ID (WS-CPM-IDX)
064300         MOVE ZERO               TO WS-CPM-CARD-COUNT (WS-CPM-IDX)
064400                                    WS-CPM-VOLUME (WS-CPM-IDX)
064500                                    WS-CPM-SCORE (WS-CPM-IDX)
064600         MOVE 'N'                TO WS-CPM-FLAG (WS-CPM-IDX)
064700     END-IF
064800     ADD 1               TO WS-CPM-CARD-COUNT (WS-CPM-IDX).
064900 4200-COUNT-CARD-MERCHANT-EXIT.
065000     EXIT.
065100*
065200******************************************************************
065300* THE MERCHANT'S TRANSACTIONS OVER THE LOOKBACK WINDOW OFF ITS
065400* MERCHSUM DAYS. A MERCHANT WITH NO SUMMARY ROWS (NEW SINCE THE
065500* LAST CBMER02C RUN) IS SCORED AGAINST ITS COMPROMISED CARDS
065600* ALONE, WHICH PUTS IT AT THE TOP - AS IT SHOULD BE.
065700******************************************************************
065800 4300-SCORE-ONE-MERCHANT.
065900     MOVE 'N'                    TO WS-EOF-SW
066000     MOVE WS-CPM-MERCHANT-ID (WS-CPM-IDX) TO MSM-MERCHANT-ID
066100     MOVE WS-HIST-START          TO MSM-PROC-DATE
066200     START MERCH-SUM-FILE KEY NOT LESS THAN MSM-KEY
066300         INVALID KEY
066400             MOVE 'Y'            TO WS-EOF-SW
066500     END-START
066600     PERFORM 4400-NEXT-MERCHSUM-ROW
066700         THRU 4400-NEXT-MERCHSUM-ROW-EXIT
066800         UNTIL WS-END-OF-FILE
066900     IF WS-CPM-VOLUME (WS-CPM-IDX)
067000             < WS-CPM-CARD-COUNT (WS-CPM-IDX)
067100         MOVE WS-CPM-CARD-COUNT (WS-CPM-IDX)
067200                                 TO WS-CPM-VOLUME (WS-CPM-IDX)
067300     END-IF
067400     COMPUTE WS-CPM-SCORE (WS-CPM-IDX) ROUNDED =
067500         WS-CPM-CARD-COUNT (WS-CPM-IDX) * 1000
067600             / WS-CPM-VOLUME (WS-CPM-IDX)
067700         ON SIZE ERROR
067800             MOVE 99999.99       TO WS-CPM-SCORE (WS-CPM-IDX)
067900     END-COMPUTE
068000     IF WS-CPM-CARD-COUNT (WS-CPM-IDX) NOT < WS-CPP-MIN-CARDS
068100        AND WS-CPM-SCORE (WS-CPM-IDX) NOT < WS-CPP-MIN-SCORE
068200         MOVE 'Y'                TO WS-CPM-FLAG (WS-CPM-IDX)
068300         ADD 1                   TO WS-FLAGGED-COUNT
068400         IF WS-CPF-USED < 100
068500             ADD 1               TO WS-CPF-USED
068600             MOVE WS-CPM-MERCHANT-ID (WS-CPM-IDX)
068700                        TO WS-CPF-MERCHANT-ID (WS-CPF-USED)
068800         END-IF
068900     END-IF.
069000 4300-SCORE-ONE-MERCHANT-EXIT.
069100     EXIT.
069200*
069300 4400-NEXT-MERCHSUM-ROW.
069400     READ MERCH-SUM-FILE NEXT RECORD
069500         AT END
069600             MOVE 'Y'            TO WS-EOF-SW
069700             GO TO 4400-NEXT-MERCHSUM-ROW-EXIT
069800     END-READ
069900     IF MSM-MERCHANT-ID NOT = WS-CPM-MERCHANT-ID (WS-CPM-IDX)
070000         MOVE 'Y'                TO WS-EOF-SW
070100         GO TO 4400-NEXT-MERCHSUM-ROW-EXIT
070200     END-IF
070300     ADD MSM-TRAN-COUNT          TO WS-CPM-VOLUME (WS-CPM-IDX).
070400 4400-NEXT-MERCHSUM-ROW-EXIT.
070500     EXIT.
070600*
070700******************************************************************
070800* EVERY OTHER CARD THAT USED A FLAGGED MERCHANT IN THE WINDOW,
070900* OFF THE PROCESSING-DATE PATH, ONCE PER CARD. THE COMPROMISED
071000* CARDS THEMSELVES ARE ALREADY BEING HANDLED AS FRAUD.
071100******************************************************************
071200 5000-LIST-AT-RISK-CARDS.
071300     IF NOT WS-CPP-WRITE-AT-RISK
071400        OR WS-CPF-USED = ZERO
071500         GO TO 5000-LIST-AT-RISK-CARDS-EXIT
071600     END-IF
071700     MOVE 'N'                    TO WS-EOF-SW
071800     MOVE WS-HIST-START          TO TRAN-PROC-DATE
071900                                    OF TRAN-DATE-RECORD
072000     START TRAN-DATE-FILE KEY NOT LESS THAN
072100         TRAN-PROC-DATE OF TRAN-DATE-RECORD
072200         INVALID KEY
072300             MOVE 'Y'            TO WS-EOF-SW
072400     END-START
072500     PERFORM 5100-NEXT-WINDOW-ROW THRU 5100-NEXT-WINDOW-ROW-EXIT
072600         UNTIL WS-END-OF-FILE.
072700 5000-LIST-AT-RISK-CARDS-EXIT.
072800     EXIT.
072900*
073000 5100-NEXT-WINDOW-ROW.
073100     READ TRAN-DATE-FILE NEXT RECORD
073200         AT END
073300             MOVE 'Y'            TO WS-EOF-SW
073400             GO TO 5100-NEXT-WINDOW-ROW-EXIT
073500     END-READ
073600     IF TRAN-MERCHANT-ID OF TRAN-DATE-RECORD = SPACES
073700         GO TO 5100-NEXT-WINDOW-ROW-EXIT
073800     END-IF
073900     MOVE 'N'                    TO WS-FOUND-SW
074000     PERFORM VARYING WS-CPF-IDX FROM 1 BY 1
074100             UNTIL WS-CPF-IDX > WS-CPF-USED
074200                OR WS-SLOT-FOUND
074300         IF WS-CPF-MERCHANT-ID (WS-CPF-IDX)
074400                 = TRAN-MERCHANT-ID OF TRAN-DATE-RECORD
074500             MOVE 'Y'            TO WS-FOUND-SW
074600         END-IF
074700     END-PERFORM
074800     IF NOT WS-SLOT-FOUND
074900         GO TO 5100-NEXT-WINDOW-ROW-EXIT
075000     END-IF
075100     MOVE TRAN-CARD-NUM OF TRAN-DATE-RECORD TO WS-WORK-CARD-NUM
075200     PERFORM 8200-FIND-CARD THRU 8200-FIND-CARD-EXIT
075300     IF WS-SLOT-FOUND
075400         GO TO 5100-NEXT-WINDOW-ROW-EXIT
075500     END-IF
075600     MOVE 'N'                    TO WS-FOUND-SW
075700     PERFORM VARYING WS-CPR-IDX FROM 1 BY 1
075800             UNTIL WS-CPR-IDX > WS-CPR-USED
075900                OR WS-SLOT-FOUND
076000         IF WS-CPR-CARD-NUM (WS-CPR-IDX) = WS-WORK-CARD-NUM
076100             MOVE 'Y'            TO WS-FOUND-SW
076200         END-IF
076300     END-PERFORM
076400     IF WS-SLOT-FOUND
076500         GO TO 5100-NEXT-WINDOW-ROW-EXIT
076600     END-IF
076700     IF WS-CPR-USED NOT < WS-CPR-MAX
076800         ADD 1                   TO WS-RISK-OVERFLOW-COUNT
076900         GO TO 5100-NEXT-WINDOW-ROW-EXIT
077000     END-IF
077100     ADD 1                       TO WS-CPR-USED
077200     MOVE WS-WORK-CARD-NUM       TO WS-CPR-CARD-NUM (WS-CPR-USED)
077300     MOVE SPACES                 TO CPP-AT-RISK-RECORD
077400     MOVE WS-WORK-CARD-NUM       TO CPR-CARD-NUM
077500     MOVE TRAN-MERCHANT-ID OF TRAN-DATE-RECORD
077600                                 TO CPR-MERCHANT-ID
077700     MOVE TRAN-ORIG-DATE OF TRAN-DATE-RECORD TO CPR-USE-DATE
077800     MOVE WS-CURDATE-YYYY-MM-DD  TO CPR-RUN-DATE
077900     WRITE CPP-AT-RISK-RECORD
078000     ADD 1                       TO WS-AT-RISK-COUNT.
078100 5100-NEXT-WINDOW-ROW-EXIT.
078200     EXIT.
078300*
078400******************************************************************
078500* RANK BY COMPROMISED CARD COUNT, HIGHEST FIRST - THE SAME SIMPLE
078600* EXCHANGE SORT CBDCL01C USES - AND PRINT EVERY MERCHANT AT LEAST
078700* TWO COMPROMISED CARDS SHARE. A LONE CARD AT A MERCHANT IS NOT
078800* A COMMON POINT.
078900******************************************************************
079000 7000-WRITE-REPORT.
079100     PERFORM 7100-SORT-MERCHANTS THRU 7100-SORT-MERCHANTS-EXIT
079200     MOVE SPACES                 TO CPP-REPORT-LINE
079300     STRING 'COMMON POINT-OF-PURCHASE ANALYSIS - '
079400                                 DELIMITED BY SIZE
079500            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
079600       INTO CPP-REPORT-LINE
079700     END-STRING
079800     WRITE CPP-REPORT-LINE
079900     MOVE WS-CPC-USED            TO WS-COUNT-EDIT
080000     MOVE SPACES                 TO CPP-REPORT-LINE
080100     STRING 'COMPROMISED CARDS: '  DELIMITED BY SIZE
080200            WS-COUNT-EDIT          DELIMITED BY SIZE
080300            '   HISTORY FROM: '    DELIMITED BY SIZE
080400            WS-HIST-START          DELIMITED BY SIZE
080500       INTO CPP-REPORT-LINE
080600     END-STRING
080700     WRITE CPP-REPORT-LINE
080800     MOVE WS-FLAGGED-COUNT       TO WS-COUNT-EDIT
080900     MOVE SPACES                 TO CPP-REPORT-LINE
081000     STRING 'MERCHANTS FLAGGED: '  DELIMITED BY SIZE
081100            WS-COUNT-EDIT          DELIMITED BY SIZE
081200       INTO CPP-REPORT-LINE
081300     END-STRING
081400     WRITE CPP-REPORT-LINE
081500     MOVE SPACES                 TO CPP-REPORT-LINE
081600     WRITE CPP-REPORT-LINE
081700     MOVE 'RANK'                 TO CPP-REPORT-LINE (1:4)
081800     MOVE 'MERCHANT'             TO CPP-REPORT-LINE (6:8)
081900     MOVE 'NAME'                 TO CPP-REPORT-LINE (16:4)
082000     MOVE 'CARDS'                TO CPP-REPORT-LINE (42:5)
082100     MOVE 'VOLUME'               TO CPP-REPORT-LINE (54:6)
082200     MOVE 'SCORE'                TO CPP-REPORT-LINE (66:5)
082300     MOVE 'FLAG'                 TO CPP-REPORT-LINE (73:4)
082400     WRITE CPP-REPORT-LINE
082500     MOVE ZERO                   TO WS-RANK
082600     PERFORM 7200-WRITE-MERCHANT-LINE
082700         THRU 7200-WRITE-MERCHANT-LINE-EXIT
082800         VARYING WS-CPM-IDX FROM 1 BY 1
082900         UNTIL WS-CPM-IDX > WS-CPM-USED
083000     IF WS-CARD-OVERFLOW-COUNT > ZERO
083100        OR WS-MER-OVERFLOW-COUNT > ZERO
083200        OR WS-RISK-OVERFLOW-COUNT > ZERO
083300         MOVE SPACES             TO CPP-REPORT-LINE
083400         WRITE CPP-REPORT-LINE
083500         MOVE 'TABLE FULL - SOME CARDS OR MERCHANTS NOT COUNTED'
083600                                 TO CPP-REPORT-LINE
083700         WRITE CPP-REPORT-LINE
083800     END-IF
083900     IF WS-CPP-WRITE-AT-RISK
084000         MOVE WS-AT-RISK-COUNT   TO WS-COUNT-EDIT
084100         MOVE SPACES             TO CPP-REPORT-LINE
084200         STRING 'AT-RISK CARDS LISTED FOR REISSUE: '
084300                                 DELIMITED BY SIZE
084400                WS-COUNT-EDIT    DELIMITED BY SIZE
084500           INTO CPP-REPORT-LINE
084600         END-STRING
084700         WRITE CPP-REPORT-LINE
084800     END-IF.
084900 7000-WRITE-REPORT-EXIT.
085000     EXIT.
085100*
085200 7100-SORT-MERCHANTS.
085300     MOVE 'Y'                    TO WS-SORT-SWAP-SW
085400     PERFORM 7110-MERCH-SORT-PASS
085500         THRU 7110-MERCH-SORT-PASS-EXIT
085600         UNTIL NOT WS-SORT-SWAPPED.
085700 7100-SORT-MERCHANTS-EXIT.
085800     EXIT.
085900*
086000 7110-MERCH-SORT-PASS.
086100     MOVE 'N'                    TO WS-SORT-SWAP-SW
086200     PERFORM VARYING WS-SORT-I FROM 1 BY 1
086300             UNTIL WS-SORT-I >= WS-CPM-USED
086400         IF WS-CPM-CARD-COUNT (WS-SORT-I) <
086500            WS-CPM-CARD-COUNT (WS-SORT-I + 1)
086600            OR (WS-CPM-CARD-COUNT (WS-SORT-I) =
086700                WS-CPM-CARD-COUNT (WS-SORT-I + 1)
086800            AND WS-CPM-SCORE (WS-SORT-I) <
086900                WS-CPM-SCORE (WS-SORT-I + 1))
087000             MOVE WS-CPM-ENTRY (WS-SORT-I)
087100                                 TO WS-HOLD-CPM-ENTRY
087200             MOVE WS-CPM-ENTRY (WS-SORT-I + 1)
087300                                 TO WS-CPM-ENTRY (WS-SORT-I)
087400             MOVE WS-HOLD-CPM-ENTRY
087500                                 TO WS-CPM-ENTRY (WS-SORT-I + 1)
087600             MOVE 'Y'            TO WS-SORT-SWAP-SW
087700         END-IF
087800     END-PERFORM.
087900 7110-MERCH-SORT-PASS-EXIT.
088000     EXIT.
088100*
088200 7200-WRITE-MERCHANT-LINE.
088300     IF WS-CPM-CARD-COUNT (WS-CPM-IDX) < 2
088400         GO TO 7200-WRITE-MERCHANT-LINE-EXIT
088500     END-IF
088600     ADD 1                       TO WS-RANK
088700     MOVE WS-CPM-MERCHANT-ID (WS-CPM-IDX) TO MER-ID
088800     READ MERCHANT-FILE
088900         INVALID KEY
089000             MOVE 'NOT ON MERCHANT MASTER' TO MER-NAME
089100     END-READ
089200     MOVE WS-RANK                TO WS-RANK-EDIT
089300     MOVE WS-CPM-CARD-COUNT (WS-CPM-IDX) TO WS-CARD-EDIT
089400     MOVE WS-CPM-VOLUME (WS-CPM-IDX)     TO WS-VOLUME-EDIT
089500     MOVE WS-CPM-SCORE (WS-CPM-IDX)      TO WS-SCORE-EDIT
089600     MOVE SPACES                 TO CPP-REPORT-LINE
089700     MOVE WS-RANK-EDIT           TO CPP-REPORT-LINE (1:4)
089800     MOVE WS-CPM-MERCHANT-ID (WS-CPM-IDX)
089900                                 TO CPP-REPORT-LINE (6:9)
090000     MOVE MER-NAME (1:25)        TO CPP-REPORT-LINE (16:25)
090100     MOVE WS-CARD-EDIT           TO CPP-REPORT-LINE (42:5)
090200     MOVE WS-VOLUME-EDIT         TO CPP-REPORT-LINE (49:11)
090300     MOVE WS-SCORE-EDIT          TO CPP-REPORT-LINE (62:9)
090400     IF WS-CPM-FLAGGED (WS-CPM-IDX)
090500         MOVE 'CPP'              TO CPP-REPORT-LINE (73:3)
090600     END-IF
090700     WRITE CPP-REPORT-LINE.
090800 7200-WRITE-MERCHANT-LINE-EXIT.
090900     EXIT.
091000*
091100******************************************************************
091200* YYYYMMDD (A RAW CURRENT-DATE STAMP) TO YYYY-MM-DD.
091300******************************************************************
091400 8100-RAW-TO-ISO.
091500     MOVE SPACES                 TO WS-ISO-DATE
091600     STRING WS-RAW-DATE (1:4)    DELIMITED BY SIZE
091700            '-'                  DELIMITED BY SIZE
091800            WS-RAW-DATE (5:2)    DELIMITED BY SIZE
091900            '-'                  DELIMITED BY SIZE
092000            WS-RAW-DATE (7:2)    DELIMITED BY SIZE
092100       INTO WS-ISO-DATE
092200     END-STRING.
092300 8100-RAW-TO-ISO-EXIT.
092400     EXIT.
092500*
092600******************************************************************
092700* LOOK WS-WORK-CARD-NUM UP AMONG THE COMPROMISED CARDS - FOUND
092800* LEAVES WS-CPC-IDX ON ITS SLOT.
092900******************************************************************
093000 8200-FIND-CARD.
093100     MOVE 'N'                    TO WS-FOUND-SW
093200     PERFORM VARYING WS-CPC-IDX FROM 1 BY 1
093300             UNTIL WS-CPC-IDX > WS-CPC-USED
093400                OR WS-SLOT-FOUND
093500         IF WS-CPC-CARD-NUM (WS-CPC-IDX) = WS-WORK-CARD-NUM
093600             MOVE 'Y'            TO WS-FOUND-SW
093700         END-IF
093800     END-PERFORM
093900     IF WS-SLOT-FOUND
094000         SET WS-CPC-IDX          DOWN BY 1
094100     END-IF.
094200 8200-FIND-CARD-EXIT.
094300     EXIT.
094400*
094500 9000-TERMINATE.
094600     CLOSE FRAUD-HOLD-FILE
094700     CLOSE DISPUTE-FILE
094800     CLOSE TRAN-MASTER-FILE
094900     CLOSE TRAN-CARD-FILE
095000     IF WS-ARCH-OPEN
095100         CLOSE TRAN-ARCH-FILE
095200     END-IF
095300     CLOSE TRAN-DATE-FILE
095400     CLOSE MERCHANT-FILE
095500     CLOSE MERCH-SUM-FILE
095600     CLOSE CPP-REPORT-FILE
095700     IF WS-CPP-WRITE-AT-RISK
095800         CLOSE CPP-RISK-FILE
095900     END-IF
096000     DISPLAY 'CBCPP01C - FRAUD HOLDS READ: ' WS-HOLD-READ-COUNT
096100     DISPLAY 'CBCPP01C - DISPUTE CASES READ: ' WS-CASE-READ-COUNT
096200     DISPLAY 'CBCPP01C - COMPROMISED CARDS: ' WS-CPC-USED
096300     DISPLAY 'CBCPP01C - HISTORY ROWS WALKED: ' WS-HIST-ROW-COUNT
096400     DISPLAY 'CBCPP01C - ARCHIVE ROWS USED: ' WS-ARCH-ROW-COUNT
096500     DISPLAY 'CBCPP01C - MERCHANTS FLAGGED: ' WS-FLAGGED-COUNT
096600     DISPLAY 'CBCPP01C - AT-RISK CARDS LISTED: ' WS-AT-RISK-COUNT
096700     PERFORM 9200-LOG-JOB-STATUS
096800         THRU 9200-LOG-JOB-STATUS-EXIT.
096900 9000-TERMINATE-EXIT.
097000     EXIT.
097100*
097200******************************************************************
097300* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
097400* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
097500* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
097600* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
097700******************************************************************
097800 9100-ABEND-NOTIFY.
097900     MOVE 'AB01'                 TO ABEND-CODE
098000     MOVE 'CBCPP01C'             TO ABEND-CULPRIT
098100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
098200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
098300            ' - '           DELIMITED BY SIZE
098400            ABEND-REASON    DELIMITED BY SIZE
098500       INTO ABEND-MSG
098600     END-STRING
098700     OPEN EXTEND ALERT-QUEUE-FILE
098800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
098900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
099000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
099100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
099200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
099300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
099400     WRITE OPS-ALERT-RECORD
099500     CLOSE ALERT-QUEUE-FILE
099600     MOVE 16                     TO RETURN-CODE.
099700 9100-ABEND-NOTIFY-EXIT.
099800     EXIT.
099900*
100000******************************************************************
100100* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
100200* WHETHER THE JOB RAN AND HOW IT WENT.
100300******************************************************************
100400 9200-LOG-JOB-STATUS.
100500     OPEN I-O JOB-LOG-FILE
100600     IF NOT WS-JOBLOG-OK
100700         DISPLAY 'CBCPP01C - ERROR OPENING JOB LOG FILE'
100800         GO TO 9200-LOG-JOB-STATUS-EXIT
100900     END-IF
101000     MOVE 'CBCPP01C'             TO JBS-JOB-NAME
101100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
101200     IF RETURN-CODE = ZERO
101300         SET JBS-STATUS-SUCCESS  TO TRUE
101400     ELSE
101500         SET JBS-STATUS-FAILED   TO TRUE
101600     END-IF
101700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
101800     MOVE WS-CPC-USED            TO JBS-REC-COUNT
101900     WRITE JOB-STATUS-RECORD
102000     CLOSE JOB-LOG-FILE.
102100 9200-LOG-JOB-STATUS-EXIT.
102200     EXIT.
