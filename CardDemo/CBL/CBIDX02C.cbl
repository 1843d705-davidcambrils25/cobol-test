000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBIDX02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - VARIABLE APR REPRICING
001100*                     OFF A NEW INDEX VALUE.
001110* 2026-10-15  MAINT   CLEAR RFP-SIM-RUN-ID ON THE QUEUED ROW.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN AFTER CBIDX01C. FOR EVERY INDEX VALUE ON
001500*                INDEXRT (CVIDX01Y) NOT YET REPRICED, EACH
001600*                VARIABLE-RATE ACCOUNT GROUP FLOATING ON THAT
001700*                INDEX (APRMARGN, CVAMG01Y) IS GIVEN A NEW
001800*                PURCHASE AND CASH ADVANCE APR - INDEX PLUS THE
001900*                GROUP'S MARGIN, HELD BETWEEN ITS FLOOR AND
002000*                CEILING - AND THE NEW INTRATES ROW IS QUEUED ON
002100*                REFPEND (CVRFP01Y) EXACTLY AS A RATE KEYED ON
002200*                COREF00C WOULD BE. NOTHING ACCRUES AT THE NEW
002300*                RATE UNTIL A SECOND ADMIN APPLIES IT ON
002400*                COREFAPC. THE IMPACT REPORT (IDXRPT) SHOWS EACH
002500*                GROUP'S OLD AND NEW RATES WITH THE ACCOUNTS AND
002600*                BALANCES THEY REACH, FOR THE APPROVER.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT INDEX-RATE-FILE ASSIGN TO INDEXRT
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS IDX-KEY
003500         FILE STATUS IS WS-INDEXRT-STATUS.
003600     SELECT APR-MARGIN-FILE ASSIGN TO APRMARGN
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS AMG-GROUP-ID
004000         FILE STATUS IS WS-APRMARGN-STATUS.
004100     SELECT INT-RATE-REF-FILE ASSIGN TO INTRATES
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS IRT-KEY
004500         FILE STATUS IS WS-INTRATES-STATUS.
004600     SELECT REF-PENDING-FILE ASSIGN TO REFPEND
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS RFP-KEY
005000         FILE STATUS IS WS-REFPEND-STATUS.
005100     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS ACCT-ID
005500         FILE STATUS IS WS-ACCOUNT-STATUS.
005600     SELECT IMPACT-REPORT-FILE ASSIGN TO IDXRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-STATUS.
005900     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-ALERT-STATUS.
006200     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS JBS-KEY
006600         FILE STATUS IS WS-JOBLOG-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  INDEX-RATE-FILE.
007100     COPY CVIDX01Y.
007200*
007300 FD  APR-MARGIN-FILE.
007400     COPY CVAMG01Y.
007500*
007600 FD  INT-RATE-REF-FILE.
007700     COPY CVIRT01Y.
007800*
007900 FD  REF-PENDING-FILE.
008000     COPY CVRFP01Y.
008100*
008200 FD  ACCOUNT-FILE.
008300     COPY CVACT01Y.
008400*
008500 FD  IMPACT-REPORT-FILE
008600     RECORDING MODE IS F.
008700 01  IMPACT-REPORT-LINE               PIC X(132).
008800*
008900 FD  ALERT-QUEUE-FILE
009000     RECORDING MODE IS F.
009100     COPY CSOPS01Y.
009200*
009300 FD  JOB-LOG-FILE.
009400     COPY CVJOB01Y.
009500*
009600 WORKING-STORAGE SECTION.
009700 01  WS-INDEXRT-STATUS                PIC XX.
009800     88 WS-INDEXRT-OK                 VALUE '00'.
009900 01  WS-APRMARGN-STATUS               PIC XX.
010000     88 WS-APRMARGN-OK                VALUE '00'.
010100 01  WS-INTRATES-STATUS               PIC XX.
010200     88 WS-INTRATES-OK                VALUE '00'.
010300 01  WS-REFPEND-STATUS                PIC XX.
010400     88 WS-REFPEND-OK                 VALUE '00'.
010500 01  WS-ACCOUNT-STATUS                PIC XX.
010600     88 WS-ACCOUNT-OK                 VALUE '00'.
010700 01  WS-REPORT-STATUS                 PIC XX.
010800 01  WS-ALERT-STATUS                  PIC XX.
010900 01  WS-JOBLOG-STATUS                 PIC XX.
011000     88 WS-JOBLOG-OK                  VALUE '00'.
011100 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
011200     88 WS-END-OF-INDEX               VALUE 'Y'.
011300 01  WS-SCAN-EOF-SW                   PIC X(01) VALUE 'N'.
011400     88 WS-END-OF-SCAN                VALUE 'Y'.
011500 01  WS-FOUND-SW                      PIC X(01) VALUE 'N'.
011600     88 WS-FOUND                      VALUE 'Y'.
011700 01  WS-INDEX-COUNT                   PIC 9(07) VALUE ZERO.
011800 01  WS-QUEUED-COUNT                  PIC 9(07) VALUE ZERO.
011900 01  WS-REFUSED-COUNT                 PIC 9(07) VALUE ZERO.
012000 01  WS-ABEND-REASON-TEXT             PIC X(50).
012100 01  WS-RUN-TIMESTAMP                 PIC X(26).
012200 01  WS-PEND-SEQ                      PIC 9(04) VALUE ZERO.
012300*
012400 01  WS-REPRICE-WORK.
012500     05 WS-NEW-RATE                   PIC S9(03)V9(02).
012600     05 WS-NEW-EFF-DATE               PIC X(10).
012700     05 WS-ANNUAL-CHANGE              PIC S9(11)V99 COMP-3.
012800     05 WS-TOTAL-ACCTS                PIC 9(09) VALUE ZERO.
012900     05 WS-TOTAL-BAL                  PIC S9(13)V99 COMP-3
013000                                      VALUE ZERO.
013100     05 WS-TOTAL-CHANGE               PIC S9(13)V99 COMP-3
013200                                      VALUE ZERO.
013300*
013400******************************************************************
013500* ONE ENTRY PER VARIABLE-RATE GROUP ON APRMARGN, WITH THE RATE
013600* IN FORCE TODAY, THE RATE QUEUED THIS RUN AND THE ACCOUNTS AND
013700* BALANCES IT REACHES.
013800******************************************************************
013900 01  WS-MARGIN-TABLE.
014000     05 WS-MGT-COUNT                  PIC 9(03) COMP VALUE ZERO.
014100     05 WS-MGT-ENTRY OCCURS 50 TIMES
014200                    INDEXED BY WS-MGT-IDX.
014300        10 WS-MGT-GROUP-ID            PIC X(10).
014400        10 WS-MGT-INDEX-CD            PIC X(08).
014500        10 WS-MGT-PURCH-MARGIN        PIC 9(02)V9(02).
014600        10 WS-MGT-CASH-MARGIN         PIC 9(02)V9(02).
014700        10 WS-MGT-FLOOR-RATE          PIC 9(02)V9(02).
014800        10 WS-MGT-CEILING-RATE        PIC 9(02)V9(02).
014900        10 WS-MGT-OLD-PURCH           PIC 9(02)V9(02).
015000        10 WS-MGT-OLD-CASH            PIC 9(02)V9(02).
015100        10 WS-MGT-NEW-PURCH           PIC 9(02)V9(02).
015200        10 WS-MGT-NEW-CASH            PIC 9(02)V9(02).
015300        10 WS-MGT-NEW-EFF-DATE        PIC X(10).
015400        10 WS-MGT-REPRICED-SW         PIC X(01).
015500           88 WS-MGT-REPRICED         VALUE 'Y'.
015600        10 WS-MGT-ACCT-COUNT          PIC 9(07).
015700        10 WS-MGT-BAL-TOTAL           PIC S9(11)V99 COMP-3.
015800*
015900 01  WS-REPORT-HEADING-1.
016000     05 FILLER                        PIC X(45)
016100        VALUE 'CARDDEMO VARIABLE APR REPRICING IMPACT - RUN '.
016200     05 WS-HDG-DATE                   PIC X(10).
016300     05 FILLER                        PIC X(77) VALUE SPACES.
016400 01  WS-REPORT-HEADING-2.
016500     05 FILLER                        PIC X(30)
016600        VALUE 'GROUP      INDEX    EFFECTIVE '.
016700     05 FILLER                        PIC X(26)
016800        VALUE ' PURCHASE APR    CASH APR '.
016900     05 FILLER                        PIC X(46)
017000        VALUE '   ACCOUNTS             BALANCE  ANNUAL CHANGE'.
017100     05 FILLER                        PIC X(30) VALUE SPACES.
017200 01  WS-REPORT-DETAIL.
017300     05 WS-DTL-GROUP-ID               PIC X(10).
017400     05 FILLER                        PIC X(01) VALUE SPACE.
017500     05 WS-DTL-INDEX-CD               PIC X(08).
017600     05 FILLER                        PIC X(01) VALUE SPACE.
017700     05 WS-DTL-EFF-DATE               PIC X(10).
017800     05 FILLER                        PIC X(01) VALUE SPACE.
017900     05 WS-DTL-OLD-PURCH              PIC Z9.99.
018000     05 FILLER                        PIC X(01) VALUE '>'.
018100     05 WS-DTL-NEW-PURCH              PIC Z9.99.
018200     05 FILLER                        PIC X(02) VALUE SPACES.
018300     05 WS-DTL-OLD-CASH               PIC Z9.99.
018400     05 FILLER                        PIC X(01) VALUE '>'.
018500     05 WS-DTL-NEW-CASH               PIC Z9.99.
018600     05 FILLER                        PIC X(01) VALUE SPACE.
018700     05 WS-DTL-ACCTS                  PIC Z(9)9.
018800     05 FILLER                        PIC X(01) VALUE SPACE.
018900     05 WS-DTL-BALANCE                PIC -(15)9.99.
019000     05 FILLER                        PIC X(01) VALUE SPACE.
019100     05 WS-DTL-CHANGE                 PIC -(11)9.99.
019200     05 FILLER                        PIC X(30) VALUE SPACES.
019300 01  WS-REPORT-TOTAL.
019400     05 FILLER                        PIC X(56)
019500        VALUE 'TOTAL ACCOUNTS AND BALANCES REPRICED'.
019600     05 WS-TOT-ACCTS                  PIC Z(9)9.
019700     05 FILLER                        PIC X(01) VALUE SPACE.
019800     05 WS-TOT-BALANCE                PIC -(15)9.99.
019900     05 FILLER                        PIC X(01) VALUE SPACE.
020000     05 WS-TOT-CHANGE                 PIC -(11)9.99.
020100     05 FILLER                        PIC X(30) VALUE SPACES.
020200*
020300******************************************************************
020400* COMPILED RATE TABLE - THE RATE IN FORCE FOR A GROUP WITH NO
020500* INTRATES ROW YET, AS CBACT05C FALLS BACK TO IT.
020600******************************************************************
020700 COPY CVINT01Y.
020800*
020900******************************************************************
021000* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
021100******************************************************************
021200 COPY CSMSG02Y.
021300*
021400 COPY CSDAT01Y.
021500*
021600******************************************************************
021700* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
021800******************************************************************
021900 COPY CVJCK01Y.
022000*
022100 LINKAGE SECTION.
022200*
022300******************************************************************
022400 PROCEDURE DIVISION.
022500******************************************************************
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022800     PERFORM 2000-REPRICE-INDEX THRU 2000-REPRICE-INDEX-EXIT
022900         UNTIL WS-END-OF-INDEX
023000     IF WS-QUEUED-COUNT > ZERO
023100         PERFORM 3000-MEASURE-IMPACT
023200             THRU 3000-MEASURE-IMPACT-EXIT
023300         PERFORM 7000-PRINT-IMPACT-REPORT
023400             THRU 7000-PRINT-IMPACT-REPORT-EXIT
023500     END-IF
023600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
023700     GOBACK.
023800*
023900 1000-INITIALIZE.
024000     MOVE 'CBIDX02C'             TO JCK-JOB-NAME
024100     CALL 'CBJCK01C' USING JOBCHECK-PARM
024200     IF JCK-REFUSED
024300         DISPLAY 'CBIDX02C - PREDECESSOR CHECK REFUSED RUN'
024400         MOVE 'Y'                TO WS-EOF-SW
024500         MOVE 'PREDECESSOR JOB CHECK FAILED'
024600                                 TO WS-ABEND-REASON-TEXT
024700         PERFORM 9100-ABEND-NOTIFY
024800             THRU 9100-ABEND-NOTIFY-EXIT
024900         GO TO 1000-INITIALIZE-EXIT
025000     END-IF
025100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
025200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
025300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
025400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
025500     MOVE FUNCTION CURRENT-DATE  TO WS-RUN-TIMESTAMP
025600     MOVE ACCT-INT-RATE-VALUES   TO ACCT-INT-RATE-TABLE
025700     OPEN I-O INDEX-RATE-FILE
025800     OPEN INPUT APR-MARGIN-FILE
025900     OPEN I-O REF-PENDING-FILE
026000     OPEN OUTPUT IMPACT-REPORT-FILE
026100     IF NOT WS-INDEXRT-OK
026200         DISPLAY 'CBIDX02C - ERROR OPENING INDEX RATE HISTORY'
026300         MOVE 'Y'                TO WS-EOF-SW
026400         MOVE 'INDEX RATE HISTORY OPEN ERROR'
026500                                 TO WS-ABEND-REASON-TEXT
026600         PERFORM 9100-ABEND-NOTIFY
026700             THRU 9100-ABEND-NOTIFY-EXIT
026800         GO TO 1000-INITIALIZE-EXIT
026900     END-IF
027000     IF NOT WS-REFPEND-OK
027100         DISPLAY 'CBIDX02C - ERROR OPENING PENDING CHANGE FILE'
027200         MOVE 'Y'                TO WS-EOF-SW
027300         MOVE 'PENDING CHANGE FILE OPEN ERROR'
027400                                 TO WS-ABEND-REASON-TEXT
027500         PERFORM 9100-ABEND-NOTIFY
027600             THRU 9100-ABEND-NOTIFY-EXIT
027700         GO TO 1000-INITIALIZE-EXIT
027800     END-IF
027900*    NO MARGIN FILE MEANS NO VARIABLE-RATE GROUPS - NOTHING TO
028000*    REPRICE, BUT NOT A FAILURE.
028100     IF NOT WS-APRMARGN-OK
028200         DISPLAY 'CBIDX02C - NO VARIABLE APR MARGINS ON FILE'
028300         MOVE 'Y'                TO WS-EOF-SW
028400         GO TO 1000-INITIALIZE-EXIT
028500     END-IF
028600     PERFORM 1100-LOAD-MARGINS THRU 1100-LOAD-MARGINS-EXIT
028700     PERFORM 1200-LOAD-CURRENT-RATES
028800         THRU 1200-LOAD-CURRENT-RATES-EXIT
028900     MOVE LOW-VALUES             TO IDX-KEY
029000     START INDEX-RATE-FILE KEY NOT LESS THAN IDX-KEY
029100         INVALID KEY
029200             MOVE 'Y'            TO WS-EOF-SW
029300             GO TO 1000-INITIALIZE-EXIT
029400     END-START
029500     PERFORM 2100-READ-NEXT-INDEX
029600         THRU 2100-READ-NEXT-INDEX-EXIT.
029700 1000-INITIALIZE-EXIT.
029800     EXIT.
029900*
030000 1100-LOAD-MARGINS.
030100     MOVE 'N'                    TO WS-SCAN-EOF-SW
030200     PERFORM 1110-LOAD-NEXT-MARGIN
030300         THRU 1110-LOAD-NEXT-MARGIN-EXIT
030400         UNTIL WS-END-OF-SCAN.
030500 1100-LOAD-MARGINS-EXIT.
030600     EXIT.
030700*
030800******************************************************************
030900* EACH GROUP STARTS FROM ITS COMPILED RATE; 1200 OVERLAYS THE
031000* INTRATES ROW IN FORCE TODAY WHERE THERE IS ONE.
031100******************************************************************
031200 1110-LOAD-NEXT-MARGIN.
031300     READ APR-MARGIN-FILE NEXT RECORD
031400         AT END
031500             MOVE 'Y'            TO WS-SCAN-EOF-SW
031600             GO TO 1110-LOAD-NEXT-MARGIN-EXIT
031700     END-READ
031800     IF WS-MGT-COUNT NOT < 50
031900         DISPLAY 'CBIDX02C - MARGIN TABLE FULL, GROUP SKIPPED: '
032000                 AMG-GROUP-ID
032100         GO TO 1110-LOAD-NEXT-MARGIN-EXIT
032200     END-IF
032300     ADD 1                       TO WS-MGT-COUNT
032400     SET WS-MGT-IDX              TO WS-MGT-COUNT
032500     MOVE AMG-GROUP-ID     TO WS-MGT-GROUP-ID (WS-MGT-IDX)
032600     MOVE AMG-INDEX-CD     TO WS-MGT-INDEX-CD (WS-MGT-IDX)
032700     MOVE AMG-PURCH-MARGIN TO WS-MGT-PURCH-MARGIN (WS-MGT-IDX)
032800     MOVE AMG-CASH-MARGIN  TO WS-MGT-CASH-MARGIN (WS-MGT-IDX)
032900     MOVE AMG-FLOOR-RATE   TO WS-MGT-FLOOR-RATE (WS-MGT-IDX)
033000     MOVE AMG-CEILING-RATE TO WS-MGT-CEILING-RATE (WS-MGT-IDX)
033100     MOVE ZERO             TO WS-MGT-OLD-PURCH (WS-MGT-IDX)
033200     MOVE ZERO             TO WS-MGT-OLD-CASH (WS-MGT-IDX)
033300     MOVE ZERO             TO WS-MGT-NEW-PURCH (WS-MGT-IDX)
033400     MOVE ZERO             TO WS-MGT-NEW-CASH (WS-MGT-IDX)
033500     MOVE SPACES           TO WS-MGT-NEW-EFF-DATE (WS-MGT-IDX)
033600     MOVE 'N'              TO WS-MGT-REPRICED-SW (WS-MGT-IDX)
033700     MOVE ZERO             TO WS-MGT-ACCT-COUNT (WS-MGT-IDX)
033800     MOVE ZERO             TO WS-MGT-BAL-TOTAL (WS-MGT-IDX)
033900     PERFORM VARYING AIR-IDX FROM 1 BY 1 UNTIL AIR-IDX > 5
034000         IF AIR-GROUP-ID (AIR-IDX) = AMG-GROUP-ID
034100             MOVE AIR-ANNUAL-RATE (AIR-IDX)
034200                           TO WS-MGT-OLD-PURCH (WS-MGT-IDX)
034300             MOVE AIR-CASH-RATE (AIR-IDX)
034400                           TO WS-MGT-OLD-CASH (WS-MGT-IDX)
034500         END-IF
034600     END-PERFORM.
034700 1110-LOAD-NEXT-MARGIN-EXIT.
034800     EXIT.
034900*
035000 1200-LOAD-CURRENT-RATES.
035100     OPEN INPUT INT-RATE-REF-FILE
035200     IF NOT WS-INTRATES-OK
035300         CLOSE INT-RATE-REF-FILE
035400         GO TO 1200-LOAD-CURRENT-RATES-EXIT
035500     END-IF
035600     MOVE 'N'                    TO WS-SCAN-EOF-SW
035700     PERFORM 1210-LOAD-NEXT-RATE THRU 1210-LOAD-NEXT-RATE-EXIT
035800         UNTIL WS-END-OF-SCAN
035900     CLOSE INT-RATE-REF-FILE.
036000 1200-LOAD-CURRENT-RATES-EXIT.
036100     EXIT.
036200*
036300 1210-LOAD-NEXT-RATE.
036400     READ INT-RATE-REF-FILE NEXT RECORD
036500         AT END
036600             MOVE 'Y'            TO WS-SCAN-EOF-SW
036700             GO TO 1210-LOAD-NEXT-RATE-EXIT
036800     END-READ
036900     IF IRT-EFF-DATE > WS-CURDATE-YYYY-MM-DD
037000         GO TO 1210-LOAD-NEXT-RATE-EXIT
037100     END-IF
037200     PERFORM VARYING WS-MGT-IDX FROM 1 BY 1
037300             UNTIL WS-MGT-IDX > WS-MGT-COUNT
037400         IF WS-MGT-GROUP-ID (WS-MGT-IDX) = IRT-GROUP-ID
037500             MOVE IRT-ANNUAL-RATE
037600                           TO WS-MGT-OLD-PURCH (WS-MGT-IDX)
037700             IF IRT-CASH-ADV-RATE > ZERO
037800                 MOVE IRT-CASH-ADV-RATE
037900                           TO WS-MGT-OLD-CASH (WS-MGT-IDX)
038000             ELSE
038100                 MOVE IRT-ANNUAL-RATE
038200                           TO WS-MGT-OLD-CASH (WS-MGT-IDX)
038300             END-IF
038400         END-IF
038500     END-PERFORM.
038600 1210-LOAD-NEXT-RATE-EXIT.
038700     EXIT.
038800*
038900******************************************************************
039000* AN INDEX VALUE NOT YET REPRICED IS RUN AGAINST EVERY GROUP ON
039100* THAT INDEX AND THEN STAMPED REPRICED, SO A RERUN QUEUES
039200* NOTHING TWICE.
039300******************************************************************
039400 2000-REPRICE-INDEX.
039500     IF IDX-REPRICED
039600         GO TO 2000-REPRICE-INDEX-NEXT
039700     END-IF
039800     ADD 1                       TO WS-INDEX-COUNT
039900     IF IDX-EFF-DATE < WS-CURDATE-YYYY-MM-DD
040000         MOVE WS-CURDATE-YYYY-MM-DD TO WS-NEW-EFF-DATE
040100     ELSE
040200         MOVE IDX-EFF-DATE       TO WS-NEW-EFF-DATE
040300     END-IF
040400     PERFORM VARYING WS-MGT-IDX FROM 1 BY 1
040500             UNTIL WS-MGT-IDX > WS-MGT-COUNT
040600         IF WS-MGT-INDEX-CD (WS-MGT-IDX) = IDX-INDEX-CD
040700             PERFORM 2200-QUEUE-GROUP-RATE
040800                 THRU 2200-QUEUE-GROUP-RATE-EXIT
040900         END-IF
041000     END-PERFORM
041100     SET IDX-REPRICED            TO TRUE
041200     MOVE WS-CURDATE-YYYY-MM-DD  TO IDX-REPRICED-DATE
041300     REWRITE INDEX-RATE-RECORD.
041400 2000-REPRICE-INDEX-NEXT.
041500     PERFORM 2100-READ-NEXT-INDEX
041600         THRU 2100-READ-NEXT-INDEX-EXIT.
041700 2000-REPRICE-INDEX-EXIT.
041800     EXIT.
041900*
042000 2100-READ-NEXT-INDEX.
042100     READ INDEX-RATE-FILE NEXT RECORD
042200         AT END
042300             MOVE 'Y'            TO WS-EOF-SW
042400     END-READ.
042500 2100-READ-NEXT-INDEX-EXIT.
042600     EXIT.
042700*
042800******************************************************************
042900* INDEX PLUS MARGIN, HELD BETWEEN THE GROUP'S FLOOR AND CEILING
043000* (A ZERO CEILING MEANS NONE), FOR BOTH APRS. THE ROW IS BUILT
043100* THE WAY COREF00C 5100-SET-RATE-ROW BUILDS IT AND PARKED ON
043200* REFPEND FOR A SECOND ADMIN.
043300******************************************************************
043400 2200-QUEUE-GROUP-RATE.
043500     COMPUTE WS-NEW-RATE =
043600         IDX-RATE + WS-MGT-PURCH-MARGIN (WS-MGT-IDX)
043700     PERFORM 2300-APPLY-BOUNDS THRU 2300-APPLY-BOUNDS-EXIT
043800     MOVE WS-NEW-RATE      TO WS-MGT-NEW-PURCH (WS-MGT-IDX)
043900     COMPUTE WS-NEW-RATE =
044000         IDX-RATE + WS-MGT-CASH-MARGIN (WS-MGT-IDX)
044100     PERFORM 2300-APPLY-BOUNDS THRU 2300-APPLY-BOUNDS-EXIT
044200     MOVE WS-NEW-RATE      TO WS-MGT-NEW-CASH (WS-MGT-IDX)
044300     MOVE WS-NEW-EFF-DATE  TO WS-MGT-NEW-EFF-DATE (WS-MGT-IDX)
044400     MOVE SPACES                 TO INT-RATE-REF-RECORD
044500     MOVE WS-MGT-GROUP-ID (WS-MGT-IDX) TO IRT-GROUP-ID
044600     MOVE WS-NEW-EFF-DATE        TO IRT-EFF-DATE
044700     MOVE WS-MGT-NEW-PURCH (WS-MGT-IDX) TO IRT-ANNUAL-RATE
044800     MOVE WS-MGT-NEW-CASH (WS-MGT-IDX)  TO IRT-CASH-ADV-RATE
044900     MOVE 'CBIDX02C'             TO IRT-SET-BY
045000     MOVE FUNCTION CURRENT-DATE  TO IRT-SET-TIMESTAMP
045100     MOVE INT-RATE-REF-RECORD    TO RFP-RECORD-IMAGE
045200     ADD 1                       TO WS-PEND-SEQ
045300     MOVE WS-RUN-TIMESTAMP (1:16) TO RFP-KEYED-TS
045400     MOVE WS-PEND-SEQ            TO RFP-SEQ
045500     MOVE 'INTRATES'             TO RFP-DATASET
045600     MOVE 'CBIDX02C'             TO RFP-KEYED-BY
045700     SET RFP-PENDING             TO TRUE
045800     MOVE SPACES                 TO RFP-APPROVED-BY
045900     MOVE SPACES                 TO RFP-APPROVED-TS
045950     MOVE SPACES                 TO RFP-SIM-RUN-ID
046000     WRITE REF-PENDING-RECORD
046100         INVALID KEY
046200             DISPLAY 'CBIDX02C - RATE COULD NOT BE QUEUED FOR '
046300                     WS-MGT-GROUP-ID (WS-MGT-IDX)
046400             ADD 1               TO WS-REFUSED-COUNT
046500             GO TO 2200-QUEUE-GROUP-RATE-EXIT
046600     END-WRITE
046700     MOVE 'Y'              TO WS-MGT-REPRICED-SW (WS-MGT-IDX)
046800     ADD 1                       TO WS-QUEUED-COUNT.
046900 2200-QUEUE-GROUP-RATE-EXIT.
047000     EXIT.
047100*
047200 2300-APPLY-BOUNDS.
047300     IF WS-NEW-RATE < WS-MGT-FLOOR-RATE (WS-MGT-IDX)
047400         MOVE WS-MGT-FLOOR-RATE (WS-MGT-IDX) TO WS-NEW-RATE
047500     END-IF
047600     IF WS-MGT-CEILING-RATE (WS-MGT-IDX) > ZERO
047700        AND WS-NEW-RATE > WS-MGT-CEILING-RATE (WS-MGT-IDX)
047800         MOVE WS-MGT-CEILING-RATE (WS-MGT-IDX) TO WS-NEW-RATE
047900     END-IF
048000     IF WS-NEW-RATE > 99.99
048100         MOVE 99.99              TO WS-NEW-RATE
048200     END-IF.
048300 2300-APPLY-BOUNDS-EXIT.
048400     EXIT.
048500*
048600******************************************************************
048700* ONE PASS OF THE ACCOUNT MASTER TOTALS THE OPEN ACCOUNTS AND
048800* BALANCES IN EACH REPRICED GROUP.
048900******************************************************************
049000 3000-MEASURE-IMPACT.
049100     OPEN INPUT ACCOUNT-FILE
049200     IF NOT WS-ACCOUNT-OK
049300         DISPLAY 'CBIDX02C - ERROR OPENING ACCOUNT FILE'
049400         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
049500         PERFORM 9100-ABEND-NOTIFY
049600             THRU 9100-ABEND-NOTIFY-EXIT
049700         GO TO 3000-MEASURE-IMPACT-EXIT
049800     END-IF
049900     MOVE 'N'                    TO WS-SCAN-EOF-SW
050000     PERFORM 3100-MEASURE-NEXT-ACCOUNT
050100         THRU 3100-MEASURE-NEXT-ACCOUNT-EXIT
050200         UNTIL WS-END-OF-SCAN
050300     CLOSE ACCOUNT-FILE.
050400 3000-MEASURE-IMPACT-EXIT.
050500     EXIT.
050600*
050700 3100-MEASURE-NEXT-ACCOUNT.
050800     READ ACCOUNT-FILE NEXT RECORD
050900         AT END
051000             MOVE 'Y'            TO WS-SCAN-EOF-SW
051100             GO TO 3100-MEASURE-NEXT-ACCOUNT-EXIT
051200     END-READ
051300     IF ACCT-ACTIVE-STATUS NOT = 'A'
051400        AND ACCT-ACTIVE-STATUS NOT = 'D'
051500         GO TO 3100-MEASURE-NEXT-ACCOUNT-EXIT
051600     END-IF
051700     MOVE 'N'                    TO WS-FOUND-SW
051800     PERFORM VARYING WS-MGT-IDX FROM 1 BY 1
051900             UNTIL WS-MGT-IDX > WS-MGT-COUNT OR WS-FOUND
052000         IF WS-MGT-GROUP-ID (WS-MGT-IDX) = ACCT-GROUP-ID
052100            AND WS-MGT-REPRICED (WS-MGT-IDX)
052200             ADD 1         TO WS-MGT-ACCT-COUNT (WS-MGT-IDX)
052300             ADD ACCT-CURR-BAL
052400                           TO WS-MGT-BAL-TOTAL (WS-MGT-IDX)
052500             MOVE 'Y'            TO WS-FOUND-SW
052600         END-IF
052700     END-PERFORM.
052800 3100-MEASURE-NEXT-ACCOUNT-EXIT.
052900     EXIT.
053000*
053100******************************************************************
053200* ONE LINE PER REPRICED GROUP. THE ANNUAL CHANGE IS THE PURCHASE
053300* APR MOVE APPLIED TO TODAY'S BALANCES - A YARDSTICK FOR THE
053400* APPROVER, NOT A FORECAST.
053500******************************************************************
053600 7000-PRINT-IMPACT-REPORT.
053700     MOVE WS-CURDATE-YYYY-MM-DD  TO WS-HDG-DATE
053800     WRITE IMPACT-REPORT-LINE    FROM WS-REPORT-HEADING-1
053900     WRITE IMPACT-REPORT-LINE    FROM WS-REPORT-HEADING-2
054000     PERFORM VARYING WS-MGT-IDX FROM 1 BY 1
054100             UNTIL WS-MGT-IDX > WS-MGT-COUNT
054200         IF WS-MGT-REPRICED (WS-MGT-IDX)
054300             PERFORM 7100-PRINT-GROUP-LINE
054400                 THRU 7100-PRINT-GROUP-LINE-EXIT
054500         END-IF
054600     END-PERFORM
054700     MOVE WS-TOTAL-ACCTS         TO WS-TOT-ACCTS
054800     MOVE WS-TOTAL-BAL           TO WS-TOT-BALANCE
054900     MOVE WS-TOTAL-CHANGE        TO WS-TOT-CHANGE
055000     MOVE SPACES                 TO IMPACT-REPORT-LINE
055100     WRITE IMPACT-REPORT-LINE
055200     WRITE IMPACT-REPORT-LINE    FROM WS-REPORT-TOTAL.
055300 7000-PRINT-IMPACT-REPORT-EXIT.
055400     EXIT.
055500*
055600 7100-PRINT-GROUP-LINE.
055700     COMPUTE WS-ANNUAL-CHANGE ROUNDED =
055800         WS-MGT-BAL-TOTAL (WS-MGT-IDX)
055900       * (WS-MGT-NEW-PURCH (WS-MGT-IDX)
056000        - WS-MGT-OLD-PURCH (WS-MGT-IDX)) / 100
056100     MOVE WS-MGT-GROUP-ID (WS-MGT-IDX)     TO WS-DTL-GROUP-ID
056200     MOVE WS-MGT-INDEX-CD (WS-MGT-IDX)     TO WS-DTL-INDEX-CD
056300     MOVE WS-MGT-NEW-EFF-DATE (WS-MGT-IDX) TO WS-DTL-EFF-DATE
056400     MOVE WS-MGT-OLD-PURCH (WS-MGT-IDX)    TO WS-DTL-OLD-PURCH
056500     MOVE WS-MGT-NEW-PURCH (WS-MGT-IDX)    TO WS-DTL-NEW-PURCH
056600     MOVE WS-MGT-OLD-CASH (WS-MGT-IDX)     TO WS-DTL-OLD-CASH
056700     MOVE WS-MGT-NEW-CASH (WS-MGT-IDX)     TO WS-DTL-NEW-CASH
056800     MOVE WS-MGT-ACCT-COUNT (WS-MGT-IDX)   TO WS-DTL-ACCTS
056900     MOVE WS-MGT-BAL-TOTAL (WS-MGT-IDX)    TO WS-DTL-BALANCE
057000     MOVE WS-ANNUAL-CHANGE                 TO WS-DTL-CHANGE
057100     WRITE IMPACT-REPORT-LINE    FROM WS-REPORT-DETAIL
057200     ADD WS-MGT-ACCT-COUNT (WS-MGT-IDX)    TO WS-TOTAL-ACCTS
057300     ADD WS-MGT-BAL-TOTAL (WS-MGT-IDX)     TO WS-TOTAL-BAL
057400     ADD WS-ANNUAL-CHANGE                  TO WS-TOTAL-CHANGE.
057500 7100-PRINT-GROUP-LINE-EXIT.
057600     EXIT.
057700*
057800 9000-TERMINATE.
057900     CLOSE INDEX-RATE-FILE
058000     CLOSE APR-MARGIN-FILE
058100     CLOSE REF-PENDING-FILE
058200     CLOSE IMPACT-REPORT-FILE
058300     DISPLAY 'CBIDX02C - INDEX VALUES REPRICED: ' WS-INDEX-COUNT
058400     DISPLAY 'CBIDX02C - GROUP RATES QUEUED: ' WS-QUEUED-COUNT
058500     DISPLAY 'CBIDX02C - GROUP RATES NOT QUEUED: '
058600             WS-REFUSED-COUNT
058700     PERFORM 9200-LOG-JOB-STATUS
058800         THRU 9200-LOG-JOB-STATUS-EXIT.
058900 9000-TERMINATE-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
059400* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
059500* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
059600* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
059700******************************************************************
059800 9100-ABEND-NOTIFY.
059900     MOVE 'AB01'                 TO ABEND-CODE
060000     MOVE 'CBIDX02C'             TO ABEND-CULPRIT
060100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
060200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
060300            ' - '           DELIMITED BY SIZE
060400            ABEND-REASON    DELIMITED BY SIZE
060500       INTO ABEND-MSG
060600     END-STRING
060700     OPEN EXTEND ALERT-QUEUE-FILE
060800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
060900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
061000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
061100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
061200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
061300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
061400     WRITE OPS-ALERT-RECORD
061500     CLOSE ALERT-QUEUE-FILE
061600     MOVE 16                     TO RETURN-CODE.
061700 9100-ABEND-NOTIFY-EXIT.
061800     EXIT.
061900*
062000******************************************************************
062100* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
062200* WHETHER THE JOB RAN AND HOW IT WENT.
062300******************************************************************
062400 9200-LOG-JOB-STATUS.
062500     OPEN I-O JOB-LOG-FILE
062600     IF NOT WS-JOBLOG-OK
062700         DISPLAY 'CBIDX02C - ERROR OPENING JOB LOG FILE'
062800         GO TO 9200-LOG-JOB-STATUS-EXIT
062900     END-IF
063000     MOVE 'CBIDX02C'             TO JBS-JOB-NAME
063100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
063200     IF RETURN-CODE = ZERO
063300         SET JBS-STATUS-SUCCESS  TO TRUE
063400     ELSE
063500         SET JBS-STATUS-FAILED   TO TRUE
063600     END-IF
063700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
063800     MOVE WS-QUEUED-COUNT        TO JBS-REC-COUNT
063900     WRITE JOB-STATUS-RECORD
064000     CLOSE JOB-LOG-FILE.
064100 9200-LOG-JOB-STATUS-EXIT.
064200     EXIT.
