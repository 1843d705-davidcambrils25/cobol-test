000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBWKQ01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - SUPERVISOR WORK-QUEUE
001100*                     PRODUCTIVITY AND BACKLOG REPORT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN AT THE END OF THE BUSINESS DAY. READS THE
001500*                WHO-AND-WHEN STAMPS THE SIX ON-LINE WORK QUEUES
001600*                ALREADY LEAVE ON THEIR FILES AND REPORTS, PER
001700*                QUEUE, ITEMS WORKED TODAY AND OVER THE LAST
001800*                SEVEN DAYS, THE AVERAGE DAYS AN ITEM WAITED
001900*                BEFORE IT WAS WORKED, AND THE ITEMS STILL OPEN
002000*                BY HOW LONG THEY HAVE WAITED; THEN THE SAME
002100*                WORKED FIGURES PER USER. THE QUEUES AND THEIR
002200*                STAMPS:
002300*                  COLLECTIONS  PTPFILE PTP-COLLECTOR/-ENTERED-TS
002400*                               (A PROMISE CLOSES NO QUEUED ITEM,
002500*                               SO NO AGE); OPEN = DELINQUENT
002600*                               ACCOUNTS ON ACCTDAT, AGED 30 DAYS
002700*                               A CYCLE, AS COCOL00C QUEUES THEM
002800*                  FRAUD HOLDS  TRANFRD FRD-REVIEWED-BY/-TS
002900*                  DISPUTES     DISPFILE DSP-RESOLVED-BY/-TS
003000*                  GL SUSPENSE  GLSUSP GLS-REQUESTED-BY/-DATE
003100*                  LIMIT/WAIVER ACCTAPR APR-APPROVED-BY/-TS
003200*                  REF APPROVAL REFPEND RFP-APPROVED-BY/-TS
003300*                A BATCH DISPOSITION (E.G. CBFRD01C'S EXPIRY
003400*                DECLINES) SHOWS UNDER THE PROGRAM'S NAME. EACH
003500*                RUN BANKS ITS SEVEN-DAY FIGURES PER QUEUE ON
003600*                QWKSUM (CVQWK01Y) AND READS BACK THE ROWS
003700*                BANKED SEVEN DAYS EARLIER FOR THE WEEK-OVER-
003800*                WEEK COLUMNS, AS CBPRF01C DOES ON PRFSUM.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT FRAUD-HOLD-FILE ASSIGN TO TRANFRD
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS FRD-TRAN-ID
004700         FILE STATUS IS WS-TRANFRD-STATUS.
004800     SELECT DISPUTE-FILE ASSIGN TO DISPFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS DSP-TRAN-ID
005200         FILE STATUS IS WS-DISPUTE-STATUS.
005300     SELECT GL-SUSPENSE-FILE ASSIGN TO GLSUSP
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS GLS-TRAN-ID
005700         FILE STATUS IS WS-GLSUSP-STATUS.
005800     SELECT APPROVAL-FILE ASSIGN TO ACCTAPR
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS APR-KEY
006200         FILE STATUS IS WS-APPROVAL-STATUS.
006300     SELECT REF-PENDING-FILE ASSIGN TO REFPEND
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS RFP-KEY
006700         FILE STATUS IS WS-REFPEND-STATUS.
006800     SELECT PTP-FILE ASSIGN TO PTPFILE
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PTP-KEY
007200         FILE STATUS IS WS-PTP-STATUS.
007300     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS ACCT-ID
007700         FILE STATUS IS WS-ACCOUNT-STATUS.
007800     SELECT QWK-SUM-FILE ASSIGN TO QWKSUM
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS QWK-KEY
008200         FILE STATUS IS WS-QWKSUM-STATUS.
008300     SELECT REPORT-FILE ASSIGN TO WKQRPT
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
009700 FD  FRAUD-HOLD-FILE.
009800     COPY CVFRD01Y.
009900*
010000 FD  DISPUTE-FILE.
010100     COPY CVDSP01Y.
010200*
010300 FD  GL-SUSPENSE-FILE.
010400     COPY CVGLS01Y.
010500*
010600 FD  APPROVAL-FILE.
010700     COPY CVAPR01Y.
010800*
010900 FD  REF-PENDING-FILE.
011000     COPY CVRFP01Y.
011100*
011200 FD  PTP-FILE.
011300     COPY CVPTP01Y.
011400*
011500 FD  ACCOUNT-FILE.
011600     COPY CVACT01Y.
011700*
011800 FD  QWK-SUM-FILE.
011900     COPY CVQWK01Y.
012000*
012100 FD  REPORT-FILE
012200     RECORDING MODE IS F.
012300 01  REPORT-LINE                      PIC X(80).
012400*
012500 FD  ALERT-QUEUE-FILE
012600     RECORDING MODE IS F.
012700     COPY CSOPS01Y.
012800*
012900 FD  JOB-LOG-FILE.
013000     COPY CVJOB01Y.
013100*
013200 WORKING-STORAGE SECTION.
013300 01  WS-TRANFRD-STATUS                PIC XX.
013400     88 WS-TRANFRD-OK                 VALUE '00'.
013500 01  WS-DISPUTE-STATUS                PIC XX.
013600     88 WS-DISPUTE-OK                 VALUE '00'.
013700 01  WS-GLSUSP-STATUS                 PIC XX.
013800     88 WS-GLSUSP-OK                  VALUE '00'.
013900 01  WS-APPROVAL-STATUS               PIC XX.
014000     88 WS-APPROVAL-OK                VALUE '00'.
014100 01  WS-REFPEND-STATUS                PIC XX.
014200     88 WS-REFPEND-OK                 VALUE '00'.
014300 01  WS-PTP-STATUS                    PIC XX.
014400     88 WS-PTP-OK                     VALUE '00'.
014500 01  WS-ACCOUNT-STATUS                PIC XX.
014600     88 WS-ACCOUNT-OK                 VALUE '00'.
014700 01  WS-QWKSUM-STATUS                 PIC XX.
014800     88 WS-QWKSUM-OK                  VALUE '00'.
014900 01  WS-REPORT-STATUS                 PIC XX.
015000 01  WS-ALERT-STATUS                  PIC XX.
015100 01  WS-JOBLOG-STATUS                 PIC XX.
015200     88 WS-JOBLOG-OK                  VALUE '00'.
015300 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
015400     88 WS-END-OF-FILE                VALUE 'Y'.
015500 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
015600     88 WS-RUN-FAILED                 VALUE 'Y'.
015700 01  WS-REC-COUNT                     PIC 9(09) VALUE ZERO.
015800 01  WS-ABEND-REASON-TEXT             PIC X(50).
015900*
016000******************************************************************
016100* THE SIX QUEUES, IN REPORT ORDER: QWKSUM ID, PRINTED NAME, AND
016200* WHETHER A WORKED ITEM CARRIES THE DATE IT WAS QUEUED (SO HAS
016300* AN AGE AT DISPOSITION).
016400******************************************************************
016500 01  WS-QUEUE-DEFS.
016600     05 FILLER                        PIC X(17)
016700                                      VALUE 'COLLCOLLECTIONS N'.
016800     05 FILLER                        PIC X(17)
016900                                      VALUE 'FRAUFRAUD HOLDS Y'.
017000     05 FILLER                        PIC X(17)
017100                                      VALUE 'DISPDISPUTES    Y'.
017200     05 FILLER                        PIC X(17)
017300                                      VALUE 'GLSUGL SUSPENSE Y'.
017400     05 FILLER                        PIC X(17)
017500                                      VALUE 'APPRLIMIT/WAIVERY'.
017600     05 FILLER                        PIC X(17)
017700                                      VALUE 'REFDREF APPROVALY'.
017800 01  WS-QUEUE-DEFS-R REDEFINES WS-QUEUE-DEFS.
017900     05 WS-QDEF OCCURS 6 TIMES.
018000        10 WS-QDEF-ID                 PIC X(04).
018100        10 WS-QDEF-NAME               PIC X(12).
018200        10 WS-QDEF-AGED-SW            PIC X(01).
018300           88 WS-QDEF-AGED            VALUE 'Y'.
018400*
018500 01  WS-QUEUE-COUNT                   PIC 9(02) COMP VALUE 6.
018600 01  WS-Q-COLL                        PIC 9(02) COMP VALUE 1.
018700 01  WS-Q-FRAUD                       PIC 9(02) COMP VALUE 2.
018800 01  WS-Q-DISPUTE                     PIC 9(02) COMP VALUE 3.
018900 01  WS-Q-GLSUSP                      PIC 9(02) COMP VALUE 4.
019000 01  WS-Q-APPROVAL                    PIC 9(02) COMP VALUE 5.
019100 01  WS-Q-REFAPPR                     PIC 9(02) COMP VALUE 6.
019200*
019300 01  WS-QUEUE-TOTALS.
019400     05 WS-QTOT OCCURS 6 TIMES.
019500        10 WS-QTOT-DAY                PIC 9(07).
019600        10 WS-QTOT-WEEK               PIC 9(07).
019700        10 WS-QTOT-AGE-DAYS           PIC 9(09).
019800        10 WS-QTOT-AVG-AGE            PIC 9(05)V9.
019900        10 WS-QTOT-OPEN               PIC 9(07).
020000        10 WS-QTOT-BAND               PIC 9(07) OCCURS 4 TIMES.
020100        10 WS-QTOT-PRIOR-SW           PIC X(01).
020200           88 WS-QTOT-PRIOR-FOUND     VALUE 'Y'.
020300        10 WS-QTOT-PRIOR-WEEK         PIC 9(07).
020400        10 WS-QTOT-PRIOR-OPEN         PIC 9(07).
020500*
020600******************************************************************
020700* WORKED COUNTS PER USER PER QUEUE. A USER WHO WORKS TWO QUEUES
020800* HAS TWO ENTRIES. ANY PAST THE TABLE'S END STILL COUNT IN THE
020900* QUEUE TOTALS AND ARE CALLED OUT ON THE REPORT.
021000******************************************************************
021100 01  WS-USER-TABLE.
021200     05 WS-USER-USED                  PIC 9(04) COMP VALUE ZERO.
021300     05 WS-USER-MAX                   PIC 9(04) COMP VALUE 500.
021400     05 WS-USER-OVERFLOW              PIC 9(07) VALUE ZERO.
021500     05 WS-USER-ENTRY OCCURS 500 TIMES.
021600        10 WS-USR-ID                  PIC X(08).
021700        10 WS-USR-QUEUE               PIC 9(02) COMP.
021800        10 WS-USR-DAY                 PIC 9(05).
021900        10 WS-USR-WEEK                PIC 9(05).
022000        10 WS-USR-AGE-DAYS            PIC 9(07).
022100*
022200 01  WS-TALLY-WORK.
022300     05 WS-Q-IDX                      PIC 9(02) COMP.
022400     05 WS-BAND-IDX                   PIC 9(02) COMP.
022500     05 WS-USER-IDX                   PIC 9(04) COMP.
022600     05 WS-FOUND-IDX                  PIC 9(04) COMP.
022700     05 WS-WORK-USER                  PIC X(08).
022800     05 WS-WORK-DATE-X                PIC X(08).
022900     05 WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X
023000                                      PIC 9(08).
023100     05 WS-START-DATE-X               PIC X(08).
023200     05 WS-START-DATE-N REDEFINES WS-START-DATE-X
023300                                      PIC 9(08).
023400     05 WS-WORK-INT                   PIC S9(09) COMP.
023500     05 WS-START-INT                  PIC S9(09) COMP.
023600     05 WS-AGE-DAYS                   PIC S9(07) COMP.
023700     05 WS-ISO-DATE                   PIC X(10).
023800     05 WS-TODAY-INT                  PIC S9(09) COMP.
023900     05 WS-WEEK-START-INT             PIC S9(09) COMP.
024000     05 WS-PRIOR-DATE-N               PIC 9(08).
024100     05 WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE-N
024200                                      PIC X(08).
024300     05 WS-PRIOR-WEEK-END             PIC X(10).
024400     05 WS-AVG-AGE                    PIC 9(05)V9.
024500     05 WS-CHANGE                     PIC S9(07).
024600*
024700******************************************************************
024800* REPORT LINES
024900******************************************************************
025000 01  WS-QUEUE-HEAD-1.
025100     05 FILLER            PIC X(12) VALUE SPACES.
025200     05 FILLER            PIC X(07) VALUE ' WORKED'.
025300     05 FILLER            PIC X(08) VALUE '  WORKED'.
025400     05 FILLER            PIC X(08) VALUE '    AVG'.
025500     05 FILLER            PIC X(08) VALUE '    OPEN'.
025600     05 FILLER            PIC X(32)
025700                          VALUE '  ------ OPEN BY DAYS WAITING -'.
025800 01  WS-QUEUE-HEAD-2.
025900     05 FILLER            PIC X(12) VALUE 'QUEUE'.
026000     05 FILLER            PIC X(07) VALUE '  TODAY'.
026100     05 FILLER            PIC X(08) VALUE '  7 DAYS'.
026200     05 FILLER            PIC X(08) VALUE ' AGE DYS'.
026300     05 FILLER            PIC X(08) VALUE '   ITEMS'.
026400     05 FILLER            PIC X(08) VALUE '     0-2'.
026500     05 FILLER            PIC X(08) VALUE '     3-7'.
026600     05 FILLER            PIC X(08) VALUE '    8-30'.
026700     05 FILLER            PIC X(08) VALUE '     31+'.
026800 01  WS-QUEUE-LINE.
026900     05 WQL-NAME          PIC X(12).
027000     05 FILLER            PIC X(01) VALUE SPACE.
027100     05 WQL-DAY           PIC ZZ,ZZ9.
027200     05 FILLER            PIC X(01) VALUE SPACE.
027300     05 WQL-WEEK          PIC ZZZ,ZZ9.
027400     05 FILLER            PIC X(02) VALUE SPACES.
027500     05 WQL-AVG           PIC X(06).
027600     05 FILLER            PIC X(01) VALUE SPACE.
027700     05 WQL-OPEN          PIC ZZZ,ZZ9.
027800     05 WQL-BAND-GRP OCCURS 4 TIMES.
027900        10 FILLER         PIC X(01).
028000        10 WQL-BAND       PIC ZZZ,ZZ9.
028100*
028200 01  WS-TREND-HEAD-1.
028300     05 FILLER            PIC X(12) VALUE SPACES.
028400     05 FILLER            PIC X(24)
028500                          VALUE '  ---- WORKED 7 DAYS ---'.
028600     05 FILLER            PIC X(26)
028700                          VALUE '  ------ OPEN ITEMS ------'.
028800 01  WS-TREND-HEAD-2.
028900     05 FILLER            PIC X(12) VALUE 'QUEUE'.
029000     05 FILLER            PIC X(08) VALUE ' THIS WK'.
029100     05 FILLER            PIC X(08) VALUE ' LAST WK'.
029200     05 FILLER            PIC X(08) VALUE '  CHANGE'.
029300     05 FILLER            PIC X(10) VALUE '   THIS WK'.
029400     05 FILLER            PIC X(08) VALUE ' LAST WK'.
029500     05 FILLER            PIC X(08) VALUE '  CHANGE'.
029600 01  WS-TREND-LINE.
029700     05 WTL-NAME          PIC X(12).
029800     05 FILLER            PIC X(01) VALUE SPACE.
029900     05 WTL-WEEK          PIC ZZZ,ZZ9.
030000     05 FILLER            PIC X(01) VALUE SPACE.
030100     05 WTL-PRIOR-WEEK    PIC ZZZ,ZZ9.
030200     05 WTL-WEEK-CHG      PIC -ZZZ,ZZ9.
030300     05 FILLER            PIC X(03) VALUE SPACES.
030400     05 WTL-OPEN          PIC ZZZ,ZZ9.
030500     05 FILLER            PIC X(01) VALUE SPACE.
030600     05 WTL-PRIOR-OPEN    PIC ZZZ,ZZ9.
030700     05 WTL-OPEN-CHG      PIC -ZZZ,ZZ9.
030800     05 FILLER            PIC X(02) VALUE SPACES.
030900     05 WTL-NOTE          PIC X(16).
031000*
031100 01  WS-USER-HEAD.
031200     05 FILLER            PIC X(10) VALUE 'USER'.
031300     05 FILLER            PIC X(12) VALUE 'QUEUE'.
031400     05 FILLER            PIC X(07) VALUE '  TODAY'.
031500     05 FILLER            PIC X(08) VALUE '  7 DAYS'.
031600     05 FILLER            PIC X(08) VALUE ' AGE DYS'.
031700 01  WS-USER-LINE.
031800     05 WUL-USER          PIC X(08).
031900     05 FILLER            PIC X(02) VALUE SPACES.
032000     05 WUL-QUEUE         PIC X(12).
032100     05 FILLER            PIC X(01) VALUE SPACE.
032200     05 WUL-DAY           PIC ZZ,ZZ9.
032300     05 FILLER            PIC X(01) VALUE SPACE.
032400     05 WUL-WEEK          PIC ZZZ,ZZ9.
032500     05 FILLER            PIC X(02) VALUE SPACES.
032600     05 WUL-AVG           PIC X(06).
032700*
032800 01  WS-AVG-EDIT-X                    PIC X(06).
032900 01  WS-AVG-EDIT REDEFINES WS-AVG-EDIT-X
033000                                      PIC ZZZ9.9.
033100*
033200 COPY CSDAT01Y.
033300*
033400 COPY CSMSG02Y.
033500*
033600 LINKAGE SECTION.
033700*
033800******************************************************************
033900 PROCEDURE DIVISION.
034000******************************************************************
034100 0000-MAINLINE.
034200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
034300     IF NOT WS-RUN-FAILED
034400         PERFORM 2000-SCAN-FRAUD-HOLDS
034500             THRU 2000-SCAN-FRAUD-HOLDS-EXIT
034600         PERFORM 2200-SCAN-DISPUTES
034700             THRU 2200-SCAN-DISPUTES-EXIT
034800         PERFORM 2400-SCAN-SUSPENSE
034900             THRU 2400-SCAN-SUSPENSE-EXIT
035000         PERFORM 2600-SCAN-APPROVALS
035100             THRU 2600-SCAN-APPROVALS-EXIT
035200         PERFORM 2800-SCAN-REF-PENDING
035300             THRU 2800-SCAN-REF-PENDING-EXIT
035400         PERFORM 3000-SCAN-PROMISES
035500             THRU 3000-SCAN-PROMISES-EXIT
035600         PERFORM 3200-SCAN-ACCOUNTS
035700             THRU 3200-SCAN-ACCOUNTS-EXIT
035800         PERFORM 5000-BANK-QUEUE-ROW THRU 5000-BANK-QUEUE-ROW-EXIT
035900             VARYING WS-Q-IDX FROM 1 BY 1
036000             UNTIL WS-Q-IDX > WS-QUEUE-COUNT
036100         PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT
036200     END-IF
036300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
036400     GOBACK.
036500*
036600******************************************************************
036700* TODAY, THE FIRST DAY OF THE SEVEN-DAY WINDOW (TODAY AND THE SIX
036800* DAYS BEFORE IT), AND THE WEEK-END DATE OF THE COMPARISON ROWS.
036900******************************************************************
037000 1000-INITIALIZE.
037100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
037200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
037300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
037400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
037500     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
037600     COMPUTE WS-WEEK-START-INT = WS-TODAY-INT - 6
037700     COMPUTE WS-PRIOR-DATE-N =
037800         FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7)
037900     STRING WS-PRIOR-DATE-X (1:4) DELIMITED BY SIZE
038000            '-'                   DELIMITED BY SIZE
038100            WS-PRIOR-DATE-X (5:2) DELIMITED BY SIZE
038200            '-'                   DELIMITED BY SIZE
038300            WS-PRIOR-DATE-X (7:2) DELIMITED BY SIZE
038400       INTO WS-PRIOR-WEEK-END
038500     END-STRING
038600     INITIALIZE WS-QUEUE-TOTALS
038700     OPEN INPUT FRAUD-HOLD-FILE
038800     IF NOT WS-TRANFRD-OK
038900         DISPLAY 'CBWKQ01C - ERROR OPENING FRAUD HOLD FILE'
039000         MOVE 'FRAUD HOLD FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
039100         GO TO 1000-INITIALIZE-FAILED
039200     END-IF
039300     OPEN INPUT DISPUTE-FILE
039400     IF NOT WS-DISPUTE-OK
039500         DISPLAY 'CBWKQ01C - ERROR OPENING DISPUTE FILE'
039600         MOVE 'DISPUTE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
039700         GO TO 1000-INITIALIZE-FAILED
039800     END-IF
039900     OPEN INPUT GL-SUSPENSE-FILE
040000     IF NOT WS-GLSUSP-OK
040100         DISPLAY 'CBWKQ01C - ERROR OPENING GL SUSPENSE FILE'
040200         MOVE 'GL SUSPENSE FILE OPEN ERROR'
040300                                 TO WS-ABEND-REASON-TEXT
040400         GO TO 1000-INITIALIZE-FAILED
040500     END-IF
040600     OPEN INPUT APPROVAL-FILE
040700     IF NOT WS-APPROVAL-OK
040800         DISPLAY 'CBWKQ01C - ERROR OPENING APPROVAL FILE'
040900         MOVE 'APPROVAL FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
041000         GO TO 1000-INITIALIZE-FAILED
041100     END-IF
041200     OPEN INPUT REF-PENDING-FILE
041300     IF NOT WS-REFPEND-OK
041400         DISPLAY 'CBWKQ01C - ERROR OPENING REF PENDING FILE'
041500         MOVE 'REF PENDING FILE OPEN ERROR'
041600                                 TO WS-ABEND-REASON-TEXT
041700         GO TO 1000-INITIALIZE-FAILED
041800     END-IF
041900     OPEN INPUT PTP-FILE
042000     IF NOT WS-PTP-OK
042100         DISPLAY 'CBWKQ01C - ERROR OPENING PROMISE FILE'
042200         MOVE 'PROMISE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
042300         GO TO 1000-INITIALIZE-FAILED
042400     END-IF
042500     OPEN INPUT ACCOUNT-FILE
042600     IF NOT WS-ACCOUNT-OK
042700         DISPLAY 'CBWKQ01C - ERROR OPENING ACCOUNT FILE'
042800         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
042900         GO TO 1000-INITIALIZE-FAILED
043000     END-IF
043100     OPEN I-O QWK-SUM-FILE
043200     IF NOT WS-QWKSUM-OK
043300         DISPLAY 'CBWKQ01C - ERROR OPENING QUEUE SUMMARY FILE'
043400         MOVE 'QUEUE SUMMARY FILE OPEN ERROR'
043500                                 TO WS-ABEND-REASON-TEXT
043600         GO TO 1000-INITIALIZE-FAILED
043700     END-IF
043800     OPEN OUTPUT REPORT-FILE
043900     GO TO 1000-INITIALIZE-EXIT.
044000 1000-INITIALIZE-FAILED.
044100     MOVE 'Y'                    TO WS-ERROR-SW
044200     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
044300 1000-INITIALIZE-EXIT.
044400     EXIT.
044500*
044600******************************************************************
044700* FRAUD HOLDS (COFRD00C): PENDING IS OPEN; ANYTHING REVIEWED WAS
044800* WORKED BY FRD-REVIEWED-BY.
044900******************************************************************
045000 2000-SCAN-FRAUD-HOLDS.
045100     MOVE 'N'                    TO WS-EOF-SW
045200     MOVE WS-Q-FRAUD             TO WS-Q-IDX
045300     PERFORM 2100-FRAUD-HOLD-ROW THRU 2100-FRAUD-HOLD-ROW-EXIT
045400         UNTIL WS-END-OF-FILE.
045500 2000-SCAN-FRAUD-HOLDS-EXIT.
045600     EXIT.
045700*
045800 2100-FRAUD-HOLD-ROW.
045900     READ FRAUD-HOLD-FILE NEXT RECORD
046000         AT END
046100             MOVE 'Y'            TO WS-EOF-SW
046200             GO TO 2100-FRAUD-HOLD-ROW-EXIT
046300     END-READ
046400     ADD 1                       TO WS-REC-COUNT
046500     MOVE FRD-QUEUED-TS (1:8)    TO WS-START-DATE-X
046600     IF FRD-PENDING
046700         PERFORM 4500-TALLY-OPEN THRU 4500-TALLY-OPEN-EXIT
046800         GO TO 2100-FRAUD-HOLD-ROW-EXIT
046900     END-IF
047000     IF FRD-REVIEWED-BY = SPACES OR LOW-VALUES
047100         GO TO 2100-FRAUD-HOLD-ROW-EXIT
047200     END-IF
047300     MOVE FRD-REVIEWED-BY        TO WS-WORK-USER
047400     MOVE FRD-REVIEWED-TS (1:8)  TO WS-WORK-DATE-X
047500     PERFORM 4000-TALLY-WORKED THRU 4000-TALLY-WORKED-EXIT.
047600 2100-FRAUD-HOLD-ROW-EXIT.
047700     EXIT.
047800*
047900******************************************************************
048000* DISPUTES (CODSP00C): OPEN, PROVISIONALLY CREDITED OR AWAITING
048100* REPRESENTMENT REVIEW IS OPEN; WON OR LOST WAS WORKED BY
048200* DSP-RESOLVED-BY.
048300******************************************************************
048400 2200-SCAN-DISPUTES.
048500     MOVE 'N'                    TO WS-EOF-SW
048600     MOVE WS-Q-DISPUTE           TO WS-Q-IDX
048700     PERFORM 2300-DISPUTE-ROW THRU 2300-DISPUTE-ROW-EXIT
048800         UNTIL WS-END-OF-FILE.
048900 2200-SCAN-DISPUTES-EXIT.
049000     EXIT.
049100*
049200 2300-DISPUTE-ROW.
049300     READ DISPUTE-FILE NEXT RECORD
049400         AT END
049500             MOVE 'Y'            TO WS-EOF-SW
049600             GO TO 2300-DISPUTE-ROW-EXIT
049700     END-READ
049800     ADD 1                       TO WS-REC-COUNT
049900     MOVE DSP-OPENED-TS (1:8)    TO WS-START-DATE-X
050000     IF DSP-CASE-OPEN OR DSP-PROV-CREDITED OR DSP-REPR-REVIEW
050100         PERFORM 4500-TALLY-OPEN THRU 4500-TALLY-OPEN-EXIT
050200         GO TO 2300-DISPUTE-ROW-EXIT
050300     END-IF
050400     IF DSP-RESOLVED-BY = SPACES OR LOW-VALUES
050500         GO TO 2300-DISPUTE-ROW-EXIT
050600     END-IF
050700     MOVE DSP-RESOLVED-BY        TO WS-WORK-USER
050800     MOVE DSP-RESOLVED-TS (1:8)  TO WS-WORK-DATE-X
050900     PERFORM 4000-TALLY-WORKED THRU 4000-TALLY-WORKED-EXIT.
051000 2300-DISPUTE-ROW-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* GL SUSPENSE (COGLS00C): A ROW STILL OPEN IS OPEN; A REPOST
051500* REQUEST IS THE WORK, STAMPED GLS-REQUESTED-BY/-DATE. THE DATES
051600* ON THIS FILE ARE YYYY-MM-DD.
051700******************************************************************
051800 2400-SCAN-SUSPENSE.
051900     MOVE 'N'                    TO WS-EOF-SW
052000     MOVE WS-Q-GLSUSP            TO WS-Q-IDX
052100     PERFORM 2500-SUSPENSE-ROW THRU 2500-SUSPENSE-ROW-EXIT
052200         UNTIL WS-END-OF-FILE.
052300 2400-SCAN-SUSPENSE-EXIT.
052400     EXIT.
052500*
052600 2500-SUSPENSE-ROW.
052700     READ GL-SUSPENSE-FILE NEXT RECORD
052800         AT END
052900             MOVE 'Y'            TO WS-EOF-SW
053000             GO TO 2500-SUSPENSE-ROW-EXIT
053100     END-READ
053200     ADD 1                       TO WS-REC-COUNT
053300     MOVE GLS-JOURNAL-DATE       TO WS-ISO-DATE
053400     MOVE WS-ISO-DATE (1:4)      TO WS-START-DATE-X (1:4)
053500     MOVE WS-ISO-DATE (6:2)      TO WS-START-DATE-X (5:2)
053600     MOVE WS-ISO-DATE (9:2)      TO WS-START-DATE-X (7:2)
053700     IF GLS-OPEN
053800         PERFORM 4500-TALLY-OPEN THRU 4500-TALLY-OPEN-EXIT
053900         GO TO 2500-SUSPENSE-ROW-EXIT
054000     END-IF
054100     IF GLS-REQUESTED-BY = SPACES OR LOW-VALUES
054200         GO TO 2500-SUSPENSE-ROW-EXIT
054300     END-IF
054400     MOVE GLS-REQUESTED-BY       TO WS-WORK-USER
054500     MOVE GLS-REQUESTED-DATE     TO WS-ISO-DATE
054600     MOVE WS-ISO-DATE (1:4)      TO WS-WORK-DATE-X (1:4)
054700     MOVE WS-ISO-DATE (6:2)      TO WS-WORK-DATE-X (5:2)
054800     MOVE WS-ISO-DATE (9:2)      TO WS-WORK-DATE-X (7:2)
054900     PERFORM 4000-TALLY-WORKED THRU 4000-TALLY-WORKED-EXIT.
055000 2500-SUSPENSE-ROW-EXIT.
055100     EXIT.
055200*
055300******************************************************************
055400* LIMIT AND WAIVER APPROVALS (COACTAPC): PENDING IS OPEN;
055500* APPROVED OR REJECTED WAS WORKED BY APR-APPROVED-BY.
055600******************************************************************
055700 2600-SCAN-APPROVALS.
055800     MOVE 'N'                    TO WS-EOF-SW
055900     MOVE WS-Q-APPROVAL          TO WS-Q-IDX
056000     PERFORM 2700-APPROVAL-ROW THRU 2700-APPROVAL-ROW-EXIT
056100         UNTIL WS-END-OF-FILE.
056200 2600-SCAN-APPROVALS-EXIT.
056300     EXIT.
056400*
056500 2700-APPROVAL-ROW.
056600     READ APPROVAL-FILE NEXT RECORD
056700         AT END
056800             MOVE 'Y'            TO WS-EOF-SW
056900             GO TO 2700-APPROVAL-ROW-EXIT
057000     END-READ
057100     ADD 1                       TO WS-REC-COUNT
057200     MOVE APR-REQUESTED-TS (1:8) TO WS-START-DATE-X
057300     IF APR-PENDING
057400         PERFORM 4500-TALLY-OPEN THRU 4500-TALLY-OPEN-EXIT
057500         GO TO 2700-APPROVAL-ROW-EXIT
057600     END-IF
057700     IF APR-APPROVED-BY = SPACES OR LOW-VALUES
057800         GO TO 2700-APPROVAL-ROW-EXIT
057900     END-IF
058000     MOVE APR-APPROVED-BY        TO WS-WORK-USER
058100     MOVE APR-APPROVED-TS (1:8)  TO WS-WORK-DATE-X
058200     PERFORM 4000-TALLY-WORKED THRU 4000-TALLY-WORKED-EXIT.
058300 2700-APPROVAL-ROW-EXIT.
058400     EXIT.
058500*
058600******************************************************************
058700* REFERENCE APPROVALS (COREFAPC): PENDING IS OPEN; APPLIED OR
058800* REJECTED WAS WORKED BY RFP-APPROVED-BY.
058900******************************************************************
059000 2800-SCAN-REF-PENDING.
059100     MOVE 'N'                    TO WS-EOF-SW
059200     MOVE WS-Q-REFAPPR           TO WS-Q-IDX
059300     PERFORM 2900-REF-PENDING-ROW THRU 2900-REF-PENDING-ROW-EXIT
059400         UNTIL WS-END-OF-FILE.
059500 2800-SCAN-REF-PENDING-EXIT.
059600     EXIT.
059700*
059800 2900-REF-PENDING-ROW.
059900     READ REF-PENDING-FILE NEXT RECORD
060000         AT END
060100             MOVE 'Y'            TO WS-EOF-SW
060200             GO TO 2900-REF-PENDING-ROW-EXIT
060300     END-READ
060400     ADD 1                       TO WS-REC-COUNT
060500     MOVE RFP-KEYED-TS (1:8)     TO WS-START-DATE-X
060600     IF RFP-PENDING
060700         PERFORM 4500-TALLY-OPEN THRU 4500-TALLY-OPEN-EXIT
060800         GO TO 2900-REF-PENDING-ROW-EXIT
060900     END-IF
061000     IF RFP-APPROVED-BY = SPACES OR LOW-VALUES
061100         GO TO 2900-REF-PENDING-ROW-EXIT
061200     END-IF
061300     MOVE RFP-APPROVED-BY        TO WS-WORK-USER
061400     MOVE RFP-APPROVED-TS (1:8)  TO WS-WORK-DATE-X
061500     PERFORM 4000-TALLY-WORKED THRU 4000-TALLY-WORKED-EXIT.
061600 2900-REF-PENDING-ROW-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000* COLLECTIONS WORK (COCOL00C): EACH PROMISE TO PAY A COLLECTOR
062100* KEYS. A PROMISE DOES NOT TAKE THE ACCOUNT OFF THE QUEUE, SO IT
062200* CARRIES NO AGE AT DISPOSITION.
062300******************************************************************
062400 3000-SCAN-PROMISES.
062500     MOVE 'N'                    TO WS-EOF-SW
062600     MOVE WS-Q-COLL              TO WS-Q-IDX
062700     PERFORM 3100-PROMISE-ROW THRU 3100-PROMISE-ROW-EXIT
062800         UNTIL WS-END-OF-FILE.
062900 3000-SCAN-PROMISES-EXIT.
063000     EXIT.
063100*
063200 3100-PROMISE-ROW.
063300     READ PTP-FILE NEXT RECORD
063400         AT END
063500             MOVE 'Y'            TO WS-EOF-SW
063600             GO TO 3100-PROMISE-ROW-EXIT
063700     END-READ
063800     ADD 1                       TO WS-REC-COUNT
063900     IF PTP-COLLECTOR = SPACES OR LOW-VALUES
064000         GO TO 3100-PROMISE-ROW-EXIT
064100     END-IF
064200     MOVE PTP-COLLECTOR          TO WS-WORK-USER
064300     MOVE PTP-ENTERED-TS (1:8)   TO WS-WORK-DATE-X
064400     MOVE PTP-ENTERED-TS (1:8)   TO WS-START-DATE-X
064500     PERFORM 4000-TALLY-WORKED THRU 4000-TALLY-WORKED-EXIT.
064600 3100-PROMISE-ROW-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* COLLECTIONS BACKLOG: THE ACCOUNTS COCOL00C WOULD QUEUE -
065100* DELINQUENT, NOT CLOSED, CHARGED OFF OR UNDER A BANKRUPTCY
065200* STAY - AGED AT 30 DAYS PER CYCLE DELINQUENT.
065300******************************************************************
065400 3200-SCAN-ACCOUNTS.
065500     MOVE 'N'                    TO WS-EOF-SW
065600     MOVE WS-Q-COLL              TO WS-Q-IDX
065700     PERFORM 3300-ACCOUNT-ROW THRU 3300-ACCOUNT-ROW-EXIT
065800         UNTIL WS-END-OF-FILE.
065900 3200-SCAN-ACCOUNTS-EXIT.
066000     EXIT.
066100*
066200 3300-ACCOUNT-ROW.
066300     READ ACCOUNT-FILE NEXT RECORD
066400         AT END
066500             MOVE 'Y'            TO WS-EOF-SW
066600             GO TO 3300-ACCOUNT-ROW-EXIT
066700     END-READ
066800     ADD 1                       TO WS-REC-COUNT
066900     IF ACCT-CYCLES-DELINQUENT < 1
067000        OR ACCT-ACTIVE-STATUS = 'Z'
067100        OR ACCT-ACTIVE-STATUS = 'B'
067200        OR ACCT-ACTIVE-STATUS = 'C'
067300         GO TO 3300-ACCOUNT-ROW-EXIT
067400     END-IF
067500     COMPUTE WS-AGE-DAYS = ACCT-CYCLES-DELINQUENT * 30
067600     PERFORM 4600-ADD-TO-BAND THRU 4600-ADD-TO-BAND-EXIT.
067700 3300-ACCOUNT-ROW-EXIT.
067800     EXIT.
067900*
068000******************************************************************
068100* COUNT ONE WORKED ITEM (WS-WORK-USER ON WS-WORK-DATE-X, QUEUED
068200* ON WS-START-DATE-X) AGAINST QUEUE WS-Q-IDX IF IT FALLS IN THE
068300* SEVEN-DAY WINDOW.
068400******************************************************************
068500 4000-TALLY-WORKED.
068600     IF WS-WORK-DATE-X NOT NUMERIC
068700         GO TO 4000-TALLY-WORKED-EXIT
068800     END-IF
068900     COMPUTE WS-WORK-INT =
069000         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)
069100     IF WS-WORK-INT < WS-WEEK-START-INT
069200        OR WS-WORK-INT > WS-TODAY-INT
069300         GO TO 4000-TALLY-WORKED-EXIT
069400     END-IF
069500     MOVE ZERO                   TO WS-AGE-DAYS
069600     IF WS-QDEF-AGED (WS-Q-IDX) AND WS-START-DATE-X NUMERIC
069700         COMPUTE WS-START-INT =
069800             FUNCTION INTEGER-OF-DATE(WS-START-DATE-N)
069900         IF WS-START-INT > ZERO AND WS-START-INT < WS-WORK-INT
070000             COMPUTE WS-AGE-DAYS = WS-WORK-INT - WS-START-INT
070100         END-IF
070200     END-IF
070300     ADD 1                       TO WS-QTOT-WEEK (WS-Q-IDX)
070400     ADD WS-AGE-DAYS             TO WS-QTOT-AGE-DAYS (WS-Q-IDX)
070500     IF WS-WORK-INT = WS-TODAY-INT
070600         ADD 1                   TO WS-QTOT-DAY (WS-Q-IDX)
070700     END-IF
070800     PERFORM 4100-FIND-USER THRU 4100-FIND-USER-EXIT
070900     IF WS-USER-IDX = ZERO
071000         GO TO 4000-TALLY-WORKED-EXIT
071100     END-IF
071200     ADD 1                       TO WS-USR-WEEK (WS-USER-IDX)
071300     ADD WS-AGE-DAYS             TO WS-USR-AGE-DAYS (WS-USER-IDX)
071400     IF WS-WORK-INT = WS-TODAY-INT
071500         ADD 1                   TO WS-USR-DAY (WS-USER-IDX)
071600     END-IF.
071700 4000-TALLY-WORKED-EXIT.
071800     EXIT.
071900*
072000******************************************************************
072100* FIND (OR ADD) THE USER/QUEUE ENTRY. WS-USER-IDX COMES BACK
072200* ZERO WHEN THE TABLE IS FULL.
072300******************************************************************
072400 4100-FIND-USER.
072500     MOVE ZERO                   TO WS-FOUND-IDX
072600     PERFORM 4150-CHECK-USER THRU 4150-CHECK-USER-EXIT
072700         VARYING WS-USER-IDX FROM 1 BY 1
072800         UNTIL WS-USER-IDX > WS-USER-USED
072900            OR WS-FOUND-IDX > ZERO
073000     IF WS-FOUND-IDX > ZERO
073100         MOVE WS-FOUND-IDX       TO WS-USER-IDX
073200         GO TO 4100-FIND-USER-EXIT
073300     END-IF
073400     IF WS-USER-USED NOT < WS-USER-MAX
073500         ADD 1                   TO WS-USER-OVERFLOW
073600         MOVE ZERO               TO WS-USER-IDX
073700         GO TO 4100-FIND-USER-EXIT
073800     END-IF
073900     ADD 1                       TO WS-USER-USED
074000     MOVE WS-USER-USED           TO WS-USER-IDX
074100     MOVE WS-WORK-USER           TO WS-USR-ID (WS-USER-IDX)
074200     MOVE WS-Q-IDX               TO WS-USR-QUEUE (WS-USER-IDX)
074300     MOVE ZERO                   TO WS-USR-DAY (WS-USER-IDX)
074400                                    WS-USR-WEEK (WS-USER-IDX)
074500                                    WS-USR-AGE-DAYS (WS-USER-IDX).
074600 4100-FIND-USER-EXIT.
074700     EXIT.
074800*
074900 4150-CHECK-USER.
075000     IF WS-USR-ID (WS-USER-IDX) = WS-WORK-USER
075100        AND WS-USR-QUEUE (WS-USER-IDX) = WS-Q-IDX
075200         MOVE WS-USER-IDX        TO WS-FOUND-IDX
075300     END-IF.
075400 4150-CHECK-USER-EXIT.
075500     EXIT.
075600*
075700******************************************************************
075800* COUNT ONE OPEN ITEM, QUEUED ON WS-START-DATE-X, AGAINST QUEUE
075900* WS-Q-IDX. AN UNREADABLE QUEUED DATE COUNTS IN THE NEWEST BAND.
076000******************************************************************
076100 4500-TALLY-OPEN.
076200     MOVE ZERO                   TO WS-AGE-DAYS
076300     IF WS-START-DATE-X NUMERIC
076400         COMPUTE WS-START-INT =
076500             FUNCTION INTEGER-OF-DATE(WS-START-DATE-N)
076600         IF WS-START-INT > ZERO AND WS-START-INT < WS-TODAY-INT
076700             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-START-INT
076800         END-IF
076900     END-IF
077000     PERFORM 4600-ADD-TO-BAND THRU 4600-ADD-TO-BAND-EXIT.
077100 4500-TALLY-OPEN-EXIT.
077200     EXIT.
077300*
077400 4600-ADD-TO-BAND.
077500     EVALUATE TRUE
077600         WHEN WS-AGE-DAYS < 3
077700             MOVE 1              TO WS-BAND-IDX
077800         WHEN WS-AGE-DAYS < 8
077900             MOVE 2              TO WS-BAND-IDX
078000         WHEN WS-AGE-DAYS < 31
078100             MOVE 3              TO WS-BAND-IDX
078200         WHEN OTHER
078300             MOVE 4              TO WS-BAND-IDX
078400     END-EVALUATE
078500     ADD 1                       TO WS-QTOT-OPEN (WS-Q-IDX)
078600     ADD 1                       TO WS-QTOT-BAND
078700                                    (WS-Q-IDX WS-BAND-IDX).
078800 4600-ADD-TO-BAND-EXIT.
078900     EXIT.
079000*
079100******************************************************************
079200* READ BACK THE QUEUE'S ROW FROM SEVEN DAYS AGO, THEN BANK THIS
079300* RUN'S ROW UNDER TODAY'S DATE. A RERUN THE SAME DAY REWRITES ITS
079400* EARLIER ROW.
079500******************************************************************
079600 5000-BANK-QUEUE-ROW.
079700     IF WS-QTOT-WEEK (WS-Q-IDX) > ZERO
079800         COMPUTE WS-QTOT-AVG-AGE (WS-Q-IDX) ROUNDED =
079900             WS-QTOT-AGE-DAYS (WS-Q-IDX) / WS-QTOT-WEEK (WS-Q-IDX)
080000     END-IF
080100     MOVE 'N'                    TO WS-QTOT-PRIOR-SW (WS-Q-IDX)
080200     MOVE WS-PRIOR-WEEK-END      TO QWK-WEEK-END-DATE
080300     MOVE WS-QDEF-ID (WS-Q-IDX)  TO QWK-QUEUE-ID
080400     READ QWK-SUM-FILE
080500         INVALID KEY
080600             GO TO 5000-BANK-THIS-WEEK
080700     END-READ
080800     MOVE 'Y'                    TO WS-QTOT-PRIOR-SW (WS-Q-IDX)
080900     MOVE QWK-WORKED-COUNT       TO WS-QTOT-PRIOR-WEEK (WS-Q-IDX)
081000     MOVE QWK-OPEN-COUNT         TO WS-QTOT-PRIOR-OPEN (WS-Q-IDX).
081100 5000-BANK-THIS-WEEK.
081200     MOVE SPACES                 TO WORK-QUEUE-SUMMARY-RECORD
081300     MOVE WS-CURDATE-YYYY-MM-DD  TO QWK-WEEK-END-DATE
081400     MOVE WS-QDEF-ID (WS-Q-IDX)  TO QWK-QUEUE-ID
081500     MOVE WS-QTOT-WEEK (WS-Q-IDX) TO QWK-WORKED-COUNT
081600     MOVE WS-QTOT-AGE-DAYS (WS-Q-IDX) TO QWK-AGE-DAYS-TOTAL
081700     MOVE WS-QTOT-AVG-AGE (WS-Q-IDX) TO QWK-AVG-AGE-DAYS
081800     MOVE WS-QTOT-OPEN (WS-Q-IDX) TO QWK-OPEN-COUNT
081900     MOVE WS-QTOT-BAND (WS-Q-IDX 1) TO QWK-OPEN-BAND-COUNT (1)
082000     MOVE WS-QTOT-BAND (WS-Q-IDX 2) TO QWK-OPEN-BAND-COUNT (2)
082100     MOVE WS-QTOT-BAND (WS-Q-IDX 3) TO QWK-OPEN-BAND-COUNT (3)
082200     MOVE WS-QTOT-BAND (WS-Q-IDX 4) TO QWK-OPEN-BAND-COUNT (4)
082300     WRITE WORK-QUEUE-SUMMARY-RECORD
082400         INVALID KEY
082500             REWRITE WORK-QUEUE-SUMMARY-RECORD
082600     END-WRITE.
082700 5000-BANK-QUEUE-ROW-EXIT.
082800     EXIT.
082900*
083000 6000-WRITE-REPORT.
083100     MOVE SPACES                 TO REPORT-LINE
083200     STRING 'WORK-QUEUE PRODUCTIVITY AND BACKLOG - '
083300                                 DELIMITED BY SIZE
083400            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
083500       INTO REPORT-LINE
083600     END-STRING
083700     WRITE REPORT-LINE
083800     MOVE SPACES                 TO REPORT-LINE
083900     WRITE REPORT-LINE
084000     WRITE REPORT-LINE FROM WS-QUEUE-HEAD-1
084100     WRITE REPORT-LINE FROM WS-QUEUE-HEAD-2
084200     PERFORM 6100-QUEUE-LINE THRU 6100-QUEUE-LINE-EXIT
084300         VARYING WS-Q-IDX FROM 1 BY 1
084400         UNTIL WS-Q-IDX > WS-QUEUE-COUNT
084500     MOVE SPACES                 TO REPORT-LINE
084600     WRITE REPORT-LINE
084700     MOVE SPACES                 TO REPORT-LINE
084800     STRING 'WEEK OVER WEEK - AGAINST THE ROWS BANKED '
084900                                 DELIMITED BY SIZE
085000            WS-PRIOR-WEEK-END    DELIMITED BY SIZE
085100       INTO REPORT-LINE
085200     END-STRING
085300     WRITE REPORT-LINE
085400     WRITE REPORT-LINE FROM WS-TREND-HEAD-1
085500     WRITE REPORT-LINE FROM WS-TREND-HEAD-2
085600     PERFORM 6200-TREND-LINE THRU 6200-TREND-LINE-EXIT
085700         VARYING WS-Q-IDX FROM 1 BY 1
085800         UNTIL WS-Q-IDX > WS-QUEUE-COUNT
085900     MOVE SPACES                 TO REPORT-LINE
086000     WRITE REPORT-LINE
086100     MOVE 'WORKED BY USER'       TO REPORT-LINE
086200     WRITE REPORT-LINE
086300     WRITE REPORT-LINE FROM WS-USER-HEAD
086400     PERFORM 6300-USERS-FOR-QUEUE THRU 6300-USERS-FOR-QUEUE-EXIT
086500         VARYING WS-Q-IDX FROM 1 BY 1
086600         UNTIL WS-Q-IDX > WS-QUEUE-COUNT
086700     IF WS-USER-OVERFLOW > ZERO
086800         MOVE SPACES             TO REPORT-LINE
086900         STRING 'ITEMS FROM USERS PAST THE TABLE LIMIT: '
087000                                 DELIMITED BY SIZE
087100                WS-USER-OVERFLOW DELIMITED BY SIZE
087200           INTO REPORT-LINE
087300         END-STRING
087400         WRITE REPORT-LINE
087500     END-IF.
087600 6000-WRITE-REPORT-EXIT.
087700     EXIT.
087800*
087900 6100-QUEUE-LINE.
088000     MOVE SPACES                 TO WS-QUEUE-LINE
088100     MOVE WS-QDEF-NAME (WS-Q-IDX) TO WQL-NAME
088200     MOVE WS-QTOT-DAY (WS-Q-IDX) TO WQL-DAY
088300     MOVE WS-QTOT-WEEK (WS-Q-IDX) TO WQL-WEEK
088400     MOVE WS-QTOT-AVG-AGE (WS-Q-IDX) TO WS-AVG-AGE
088500     PERFORM 6900-EDIT-AVG-AGE THRU 6900-EDIT-AVG-AGE-EXIT
088600     MOVE WS-AVG-EDIT-X          TO WQL-AVG
088700     MOVE WS-QTOT-OPEN (WS-Q-IDX) TO WQL-OPEN
088800     MOVE WS-QTOT-BAND (WS-Q-IDX 1) TO WQL-BAND (1)
088900     MOVE WS-QTOT-BAND (WS-Q-IDX 2) TO WQL-BAND (2)
089000     MOVE WS-QTOT-BAND (WS-Q-IDX 3) TO WQL-BAND (3)
089100     MOVE WS-QTOT-BAND (WS-Q-IDX 4) TO WQL-BAND (4)
089200     WRITE REPORT-LINE FROM WS-QUEUE-LINE.
089300 6100-QUEUE-LINE-EXIT.
089400     EXIT.
089500*
089600 6200-TREND-LINE.
089700     MOVE SPACES                 TO WS-TREND-LINE
089800     MOVE WS-QDEF-NAME (WS-Q-IDX) TO WTL-NAME
089900     MOVE WS-QTOT-WEEK (WS-Q-IDX) TO WTL-WEEK
090000     MOVE WS-QTOT-PRIOR-WEEK (WS-Q-IDX) TO WTL-PRIOR-WEEK
090100     COMPUTE WS-CHANGE = WS-QTOT-WEEK (WS-Q-IDX)
090200                       - WS-QTOT-PRIOR-WEEK (WS-Q-IDX)
090300     MOVE WS-CHANGE              TO WTL-WEEK-CHG
090400     MOVE WS-QTOT-OPEN (WS-Q-IDX) TO WTL-OPEN
090500     MOVE WS-QTOT-PRIOR-OPEN (WS-Q-IDX) TO WTL-PRIOR-OPEN
090600     COMPUTE WS-CHANGE = WS-QTOT-OPEN (WS-Q-IDX)
090700                       - WS-QTOT-PRIOR-OPEN (WS-Q-IDX)
090800     MOVE WS-CHANGE              TO WTL-OPEN-CHG
090900     IF NOT WS-QTOT-PRIOR-FOUND (WS-Q-IDX)
091000         MOVE 'NO ROW LAST WEEK' TO WTL-NOTE
091100     END-IF
091200     WRITE REPORT-LINE FROM WS-TREND-LINE.
091300 6200-TREND-LINE-EXIT.
091400     EXIT.
091500*
091600 6300-USERS-FOR-QUEUE.
091700     PERFORM 6400-USER-LINE THRU 6400-USER-LINE-EXIT
091800         VARYING WS-USER-IDX FROM 1 BY 1
091900         UNTIL WS-USER-IDX > WS-USER-USED.
092000 6300-USERS-FOR-QUEUE-EXIT.
092100     EXIT.
092200*
092300 6400-USER-LINE.
092400     IF WS-USR-QUEUE (WS-USER-IDX) NOT = WS-Q-IDX
092500         GO TO 6400-USER-LINE-EXIT
092600     END-IF
092700     MOVE SPACES                 TO WS-USER-LINE
092800     MOVE WS-USR-ID (WS-USER-IDX) TO WUL-USER
092900     MOVE WS-QDEF-NAME (WS-Q-IDX) TO WUL-QUEUE
093000     MOVE WS-USR-DAY (WS-USER-IDX) TO WUL-DAY
093100     MOVE WS-USR-WEEK (WS-USER-IDX) TO WUL-WEEK
093200     MOVE ZERO                   TO WS-AVG-AGE
093300     IF WS-USR-WEEK (WS-USER-IDX) > ZERO
093400         COMPUTE WS-AVG-AGE ROUNDED =
093500             WS-USR-AGE-DAYS (WS-USER-IDX)
093600                 / WS-USR-WEEK (WS-USER-IDX)
093700     END-IF
093800     PERFORM 6900-EDIT-AVG-AGE THRU 6900-EDIT-AVG-AGE-EXIT
093900     MOVE WS-AVG-EDIT-X          TO WUL-AVG
094000     WRITE REPORT-LINE FROM WS-USER-LINE.
094100 6400-USER-LINE-EXIT.
094200     EXIT.
094300*
094400******************************************************************
094500* AVERAGE AGE FOR PRINTING - 'N/A' FOR A QUEUE WHOSE WORK CARRIES
094600* NO QUEUED DATE.
094700******************************************************************
094800 6900-EDIT-AVG-AGE.
094900     IF NOT WS-QDEF-AGED (WS-Q-IDX)
095000         MOVE '   N/A'              TO WS-AVG-EDIT-X
095100         GO TO 6900-EDIT-AVG-AGE-EXIT
095200     END-IF
095300     MOVE WS-AVG-AGE             TO WS-AVG-EDIT.
095400 6900-EDIT-AVG-AGE-EXIT.
095500     EXIT.
095600*
095700 9000-TERMINATE.
095800     CLOSE FRAUD-HOLD-FILE
095900     CLOSE DISPUTE-FILE
096000     CLOSE GL-SUSPENSE-FILE
096100     CLOSE APPROVAL-FILE
096200     CLOSE REF-PENDING-FILE
096300     CLOSE PTP-FILE
096400     CLOSE ACCOUNT-FILE
096500     CLOSE QWK-SUM-FILE
096600     CLOSE REPORT-FILE
096700     DISPLAY 'CBWKQ01C - RECORDS READ: ' WS-REC-COUNT
096800     DISPLAY 'CBWKQ01C - USER/QUEUE ENTRIES: ' WS-USER-USED
096900     IF WS-RUN-FAILED
097000         MOVE 16                 TO RETURN-CODE
097100     END-IF
097200     PERFORM 9200-LOG-JOB-STATUS
097300         THRU 9200-LOG-JOB-STATUS-EXIT.
097400 9000-TERMINATE-EXIT.
097500     EXIT.
097600*
097700******************************************************************
097800* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
097900* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
098000* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
098100* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
098200******************************************************************
098300 9100-ABEND-NOTIFY.
098400     MOVE 'AB01'                 TO ABEND-CODE
098500     MOVE 'CBWKQ01C'             TO ABEND-CULPRIT
098600     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
098700     STRING ABEND-CULPRIT   DELIMITED BY SIZE
098800            ' - '           DELIMITED BY SIZE
098900            ABEND-REASON    DELIMITED BY SIZE
099000       INTO ABEND-MSG
099100     END-STRING
099200     OPEN EXTEND ALERT-QUEUE-FILE
099300     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
099400     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
099500     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
099600     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
099700     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
099800     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
099900     WRITE OPS-ALERT-RECORD
100000     CLOSE ALERT-QUEUE-FILE.
100100 9100-ABEND-NOTIFY-EXIT.
100200     EXIT.
100300*
100400******************************************************************
100500* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
100600* WHETHER THE JOB RAN AND HOW IT WENT.
100700******************************************************************
100800 9200-LOG-JOB-STATUS.
100900     OPEN I-O JOB-LOG-FILE
101000     IF NOT WS-JOBLOG-OK
101100         DISPLAY 'CBWKQ01C - ERROR OPENING JOB LOG FILE'
101200         GO TO 9200-LOG-JOB-STATUS-EXIT
101300     END-IF
101400     MOVE 'CBWKQ01C'             TO JBS-JOB-NAME
101500     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
101600     IF RETURN-CODE = ZERO
101700         SET JBS-STATUS-SUCCESS  TO TRUE
101800     ELSE
101900         SET JBS-STATUS-FAILED   TO TRUE
102000     END-IF
102100     MOVE RETURN-CODE            TO JBS-RETURN-CODE
102200     MOVE WS-REC-COUNT           TO JBS-REC-COUNT
102300     WRITE JOB-STATUS-RECORD
102400     CLOSE JOB-LOG-FILE.
102500 9200-LOG-JOB-STATUS-EXIT.
102600     EXIT.
