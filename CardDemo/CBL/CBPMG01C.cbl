000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBPMG01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MERGE STEP FOR A
001100*                     PARTITIONED CBTRN02C/CBTRN03C RUN.
001200* 2026-10-15  MAINT   A FILE ID CBBKO01C BACKED OUT IS PUT BACK
001300*                     TO A LIVE REGISTRATION BY THE MERGE.
001400******************************************************************
001500******************************************************************
001600* REMARKS.       FINAL STEP OF A PARTITIONED NIGHTLY POSTING
001700*                (CBTRN02C) OR FEED (CBTRN03C) RUN - SEE
001800*                CVPTN01Y. PARTCTL IS THE PARTITIONS' CONTROL
001900*                RECORDS CONCATENATED IN PARTITION ORDER. THE
002000*                STEP PROVES THE RUN WHOLE BEFORE IT STANDS FOR
002100*                IT: THE RECORDS MUST BE ONE JOB, NUMBERED 1 TO
002200*                N, WITH ACCOUNT RANGES THAT COVER EVERY ACCOUNT
002300*                WITH NO GAP OR OVERLAP, AND EVERY PARTITION'S
002400*                PARTCKPT ROW (CVPCK01Y) MUST BE COMPLETE, FOR
002500*                ITS OWN RANGE AND (CBTRN03C) THE SAME FEED
002600*                FILE. A WHOLE RUN IS THEN MERGED AS IF ONE
002700*                SERIAL RUN HAD MADE IT:
002800*                  - CBTRN03C'S SUMMED COUNTS ARE WRITTEN AS ITS
002900*                    COMPLETED TRANCKPT CHECKPOINT, SO THE
003000*                    CBBAL01C TIE-OUT PROVES THE DAY UNCHANGED,
003100*                    AND THE FEED FILE ID IS REGISTERED ON
003200*                    FILECTL, WHICH THE PARTITIONS LEAVE TO THIS
003300*                    STEP;
003400*                  - THE PARTCKPT ROWS ARE DELETED, SO THE NEXT
003500*                    RUN STARTS CLEAN;
003600*                  - THE ACCTDAT QUIESCE FLAG (CBQSC01C) THE
003700*                    PARTITIONS RAISED UNDER THE LOGICAL JOB NAME
003800*                    IS CLEARED;
003900*                  - AND THE LOGICAL JOB'S OWN JOBLOG ROW IS
004000*                    WRITTEN WITH THE WORST PARTITION RETURN
004100*                    CODE, WHICH IS WHAT CBJCK01C, CBSCH01C AND
004200*                    CBTRN02C'S POSTING WINDOW LOOK FOR.
004300*                ANY GAP IN THE RUN IS ALERTED PARTITION BY
004400*                PARTITION AND NOTHING IS MERGED - THE
004500*                CHECKPOINTS STAY FOR THE RERUN OF THE FAILED
004600*                PARTITION(S), ACCTDAT STAYS QUIESCED, AND THE
004700*                LOGICAL JOB IS LOGGED FAILED UNTIL THIS STEP IS
004800*                RERUN BEHIND THEM.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT PART-CTL-FILE ASSIGN TO PARTCTL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-PARTCTL-STATUS.
005600     SELECT PART-CKPT-FILE ASSIGN TO PARTCKPT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS PCK-KEY
006000         FILE STATUS IS WS-PARTCKPT-STATUS.
006100     SELECT CHECKPOINT-FILE ASSIGN TO TRANCKPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-CHECKPOINT-STATUS.
006400     SELECT FILE-CTL-FILE ASSIGN TO FILECTL
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS REG-FILE-ID
006800         FILE STATUS IS WS-FILECTL-STATUS.
006900     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-ALERT-STATUS.
007200     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS JBS-KEY
007600         FILE STATUS IS WS-JOBLOG-STATUS.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PART-CTL-FILE
008100     RECORDING MODE IS F.
008200     COPY CVPTN01Y.
008300*
008400 FD  PART-CKPT-FILE.
008500     COPY CVPCK01Y.
008600*
008700 FD  CHECKPOINT-FILE
008800     RECORDING MODE IS F.
008900     COPY CSCKP01Y.
009000*
009100 FD  FILE-CTL-FILE.
009200     COPY CVREG01Y.
009300*
009400 FD  ALERT-QUEUE-FILE
009500     RECORDING MODE IS F.
009600     COPY CSOPS01Y.
009700*
009800 FD  JOB-LOG-FILE.
009900     COPY CVJOB01Y.
010000*
010100 WORKING-STORAGE SECTION.
010200 01  WS-PARTCTL-STATUS                PIC XX.
010300     88 WS-PARTCTL-OK                 VALUE '00'.
010400 01  WS-PARTCKPT-STATUS               PIC XX.
010500     88 WS-PARTCKPT-OK                VALUE '00'.
010600 01  WS-CHECKPOINT-STATUS             PIC XX.
010700     88 WS-CHECKPOINT-OK              VALUE '00'.
010800 01  WS-FILECTL-STATUS                PIC XX.
010900     88 WS-FILECTL-OK                 VALUE '00'.
011000 01  WS-ALERT-STATUS                  PIC XX.
011100 01  WS-JOBLOG-STATUS                 PIC XX.
011200     88 WS-JOBLOG-OK                  VALUE '00'.
011300 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
011400     88 WS-END-OF-CONTROL             VALUE 'Y'.
011500 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
011600     88 WS-RUN-FAILED                 VALUE 'Y'.
011700 01  WS-MERGED-SW                     PIC X(01) VALUE 'N'.
011800     88 WS-RUN-MERGED                 VALUE 'Y'.
011900 01  WS-ABEND-REASON-TEXT             PIC X(50).
012000*
012100******************************************************************
012200* THE LOGICAL RUN BEING MERGED. WS-LOG-NAME IS THE JOBLOG NAME
012300* THIS STEP WRITES UNDER - THE LOGICAL JOB ONCE THE FIRST
012400* CONTROL RECORD HAS NAMED IT, THIS PROGRAM BEFORE THAT.
012500******************************************************************
012600 01  WS-MERGE-WORK.
012700     05 WS-JOB-NAME                   PIC X(08) VALUE SPACES.
012800     05 WS-LOG-NAME                   PIC X(08) VALUE 'CBPMG01C'.
012900     05 WS-FILE-ID                    PIC X(16) VALUE SPACES.
013000     05 WS-EXPECT-COUNT               PIC 9(02) VALUE ZERO.
013100     05 WS-EXPECT-PARTITION           PIC 9(02) VALUE ZERO.
013200     05 WS-PART-SEEN                  PIC 9(02) VALUE ZERO.
013300     05 WS-DEL-PARTITION              PIC 9(02) VALUE ZERO.
013400     05 WS-NEXT-ACCT-LOW              PIC 9(11) VALUE ZERO.
013500     05 WS-LAST-ACCT-HIGH             PIC 9(11) VALUE ZERO.
013600     05 WS-TOP-ACCT-ID                PIC 9(11)
013700                                      VALUE 99999999999.
013800     05 WS-MAX-RC                     PIC 9(04) VALUE ZERO.
013900     05 WS-BREAK-COUNT                PIC 9(03) VALUE ZERO.
014000     05 WS-BREAK-TEXT                 PIC X(50).
014100*
014200 01  WS-MERGED-TOTALS.
014300     05 WS-TOT-READ                   PIC 9(07) VALUE ZERO.
014400     05 WS-TOT-ACCEPT                 PIC 9(07) VALUE ZERO.
014500     05 WS-TOT-REJECT                 PIC 9(07) VALUE ZERO.
014600     05 WS-TOT-REJECT-BADCODE         PIC 9(07) VALUE ZERO.
014700     05 WS-TOT-REJECT-DUP             PIC 9(07) VALUE ZERO.
014800     05 WS-TOT-REJECT-OVLIM           PIC 9(07) VALUE ZERO.
014900     05 WS-TOT-REJECT-MERCH           PIC 9(07) VALUE ZERO.
015000     05 WS-TOT-REJECT-CURR            PIC 9(07) VALUE ZERO.
015100     05 WS-TOT-HOLD                   PIC 9(07) VALUE ZERO.
015200     05 WS-TOT-REJECT-CARD            PIC 9(07) VALUE ZERO.
015300     05 WS-TOT-REJECT-CASH            PIC 9(07) VALUE ZERO.
015400     05 WS-TOT-SKIP                   PIC 9(07) VALUE ZERO.
015500*
015600******************************************************************
015700* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
015800******************************************************************
015900 COPY CSMSG02Y.
016000*
016100******************************************************************
016200* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
016300******************************************************************
016400 COPY CVQSP01Y.
016500*
016600 LINKAGE SECTION.
016700*
016800******************************************************************
016900 PROCEDURE DIVISION.
017000******************************************************************
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017300     IF NOT WS-RUN-FAILED
017400         PERFORM 2000-CHECK-PARTITION
017500             THRU 2000-CHECK-PARTITION-EXIT
017600             UNTIL WS-END-OF-CONTROL
017700         PERFORM 3000-CHECK-COVERAGE
017800             THRU 3000-CHECK-COVERAGE-EXIT
017900         IF WS-BREAK-COUNT = ZERO
018000             PERFORM 4000-MERGE-RUN THRU 4000-MERGE-RUN-EXIT
018100         END-IF
018200     END-IF
018300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
018400     GOBACK.
018500*
018600******************************************************************
018700* THE FIRST CONTROL RECORD NAMES THE LOGICAL JOB AND THE
018800* PARTITION COUNT EVERY OTHER RECORD IS HELD TO. ONLY THE TWO
018900* POSTING JOBS RUN PARTITIONED.
019000******************************************************************
019100 1000-INITIALIZE.
019200     OPEN INPUT PART-CTL-FILE
019300     IF NOT WS-PARTCTL-OK
019400         DISPLAY 'CBPMG01C - ERROR OPENING PARTITION CONTROL FILE'
019500         MOVE 'PARTITION CONTROL FILE OPEN ERROR'
019600                                 TO WS-ABEND-REASON-TEXT
019700         GO TO 1000-INITIALIZE-FAILED
019800     END-IF
019900     READ PART-CTL-FILE
020000         AT END
020100             DISPLAY 'CBPMG01C - PARTITION CONTROL FILE IS EMPTY'
020200             MOVE 'PARTITION CONTROL FILE IS EMPTY'
020300                                 TO WS-ABEND-REASON-TEXT
020400             GO TO 1000-INITIALIZE-FAILED
020500     END-READ
020600     IF PTN-JOB-NAME NOT = 'CBTRN02C'
020700        AND PTN-JOB-NAME NOT = 'CBTRN03C'
020800         DISPLAY 'CBPMG01C - NOT A PARTITIONED JOB: ' PTN-JOB-NAME
020900         MOVE 'PARTITION CONTROL NAMES NO PARTITIONED JOB'
021000                                 TO WS-ABEND-REASON-TEXT
021100         GO TO 1000-INITIALIZE-FAILED
021200     END-IF
021300     MOVE PTN-JOB-NAME           TO WS-JOB-NAME
021400     MOVE PTN-JOB-NAME           TO WS-LOG-NAME
021500     IF PTN-PART-COUNT NOT NUMERIC
021600        OR PTN-PART-COUNT = ZERO
021700         DISPLAY 'CBPMG01C - PARTITION COUNT INVALID'
021800         MOVE 'PARTITION COUNT INVALID' TO WS-ABEND-REASON-TEXT
021900         GO TO 1000-INITIALIZE-FAILED
022000     END-IF
022100     MOVE PTN-PART-COUNT         TO WS-EXPECT-COUNT
022200     OPEN I-O PART-CKPT-FILE
022300     IF NOT WS-PARTCKPT-OK
022400         DISPLAY 'CBPMG01C - ERROR OPENING PARTITION CHECKPOINTS'
022500         MOVE 'PARTITION CHECKPOINT FILE OPEN ERROR'
022600                                 TO WS-ABEND-REASON-TEXT
022700         GO TO 1000-INITIALIZE-FAILED
022800     END-IF
022900     DISPLAY 'CBPMG01C - MERGING ' WS-JOB-NAME ', '
023000             WS-EXPECT-COUNT ' PARTITIONS'
023100     GO TO 1000-INITIALIZE-EXIT.
023200 1000-INITIALIZE-FAILED.
023300     MOVE 'Y'                    TO WS-ERROR-SW
023400     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
023500 1000-INITIALIZE-EXIT.
023600     EXIT.
023700*
023800******************************************************************
023900* ONE CONTROL RECORD - ONE PARTITION. THE RECORD MUST BE THE NEXT
024000* PARTITION OF THE SAME JOB AND START ITS RANGE ONE PAST WHERE
024100* THE LAST ONE ENDED, AND THE PARTITION'S CHECKPOINT MUST SHOW IT
024200* FINISHED OVER THAT SAME RANGE (AND, FOR THE FEED, THE SAME FILE
024300* AS ITS SIBLINGS). A PARTITION THAT PASSES ADDS ITS COUNTS; ONE
024400* THAT DOES NOT IS A BREAK, ALERTED BY NAME SO OPERATIONS KNOWS
024500* WHICH PARTITION TO RERUN.
024600******************************************************************
024700 2000-CHECK-PARTITION.
024800     ADD 1                       TO WS-PART-SEEN
024900     ADD 1                       TO WS-EXPECT-PARTITION
025000     IF PTN-JOB-NAME NOT = WS-JOB-NAME
025100        OR PTN-PARTITION NOT NUMERIC
025200        OR PTN-PART-COUNT NOT NUMERIC
025300        OR PTN-ACCT-LOW NOT NUMERIC
025400        OR PTN-ACCT-HIGH NOT NUMERIC
025500         MOVE 'PARTITION CONTROL RECORDS ARE NOT ONE JOB'
025600                                 TO WS-BREAK-TEXT
025700         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
025800         GO TO 2000-CHECK-PARTITION-NEXT
025900     END-IF
026000     IF PTN-PARTITION NOT = WS-EXPECT-PARTITION
026100        OR PTN-PART-COUNT NOT = WS-EXPECT-COUNT
026200         MOVE SPACES             TO WS-BREAK-TEXT
026300         STRING 'PARTITION '     DELIMITED BY SIZE
026400                PTN-PARTITION    DELIMITED BY SIZE
026500                ' OUT OF SEQUENCE OR COUNT'
026600                                 DELIMITED BY SIZE
026700           INTO WS-BREAK-TEXT
026800         END-STRING
026900         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
027000     END-IF
027100     IF PTN-ACCT-LOW NOT = WS-NEXT-ACCT-LOW
027200        OR PTN-ACCT-HIGH < PTN-ACCT-LOW
027300         MOVE SPACES             TO WS-BREAK-TEXT
027400         STRING 'PARTITION '     DELIMITED BY SIZE
027500                PTN-PARTITION    DELIMITED BY SIZE
027600                ' RANGE LEAVES A GAP OR OVERLAP'
027700                                 DELIMITED BY SIZE
027800           INTO WS-BREAK-TEXT
027900         END-STRING
028000         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
028100     END-IF
028200     MOVE PTN-ACCT-HIGH          TO WS-LAST-ACCT-HIGH
028300     IF PTN-ACCT-HIGH < WS-TOP-ACCT-ID
028400         COMPUTE WS-NEXT-ACCT-LOW = PTN-ACCT-HIGH + 1
028500     END-IF
028600     MOVE WS-JOB-NAME            TO PCK-JOB-NAME
028700     MOVE PTN-PARTITION          TO PCK-PARTITION
028800     READ PART-CKPT-FILE
028900         INVALID KEY
029000             MOVE SPACES         TO WS-BREAK-TEXT
029100             STRING 'PARTITION ' DELIMITED BY SIZE
029200                    PTN-PARTITION
029300                                 DELIMITED BY SIZE
029400                    ' HAS NO CHECKPOINT - RUN IT'
029500                                 DELIMITED BY SIZE
029600               INTO WS-BREAK-TEXT
029700             END-STRING
029800             PERFORM 2900-RECORD-BREAK
029900                 THRU 2900-RECORD-BREAK-EXIT
030000             GO TO 2000-CHECK-PARTITION-NEXT
030100     END-READ
030200     IF NOT PCK-RUN-COMPLETE
030300         MOVE SPACES             TO WS-BREAK-TEXT
030400         STRING 'PARTITION '     DELIMITED BY SIZE
030500                PTN-PARTITION    DELIMITED BY SIZE
030600                ' DID NOT FINISH - RERUN IT'
030700                                 DELIMITED BY SIZE
030800           INTO WS-BREAK-TEXT
030900         END-STRING
031000         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
031100         GO TO 2000-CHECK-PARTITION-NEXT
031200     END-IF
031300     IF PCK-ACCT-LOW NOT = PTN-ACCT-LOW
031400        OR PCK-ACCT-HIGH NOT = PTN-ACCT-HIGH
031500         MOVE SPACES             TO WS-BREAK-TEXT
031600         STRING 'PARTITION '     DELIMITED BY SIZE
031700                PTN-PARTITION    DELIMITED BY SIZE
031800                ' RAN WITH ANOTHER ACCOUNT RANGE'
031900                                 DELIMITED BY SIZE
032000           INTO WS-BREAK-TEXT
032100         END-STRING
032200         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
032300         GO TO 2000-CHECK-PARTITION-NEXT
032400     END-IF
032500     IF WS-FILE-ID = SPACES
032600         MOVE PCK-FILE-ID        TO WS-FILE-ID
032700     END-IF
032800     IF PCK-FILE-ID NOT = WS-FILE-ID
032900         MOVE SPACES             TO WS-BREAK-TEXT
033000         STRING 'PARTITION '     DELIMITED BY SIZE
033100                PTN-PARTITION    DELIMITED BY SIZE
033200                ' POSTED ANOTHER FEED FILE'
033300                                 DELIMITED BY SIZE
033400           INTO WS-BREAK-TEXT
033500         END-STRING
033600         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
033700         GO TO 2000-CHECK-PARTITION-NEXT
033800     END-IF
033900     PERFORM 2100-ADD-PARTITION THRU 2100-ADD-PARTITION-EXIT.
034000 2000-CHECK-PARTITION-NEXT.
034100     READ PART-CTL-FILE
034200         AT END
034300             MOVE 'Y'            TO WS-EOF-SW
034400     END-READ.
034500 2000-CHECK-PARTITION-EXIT.
034600     EXIT.
034700*
034800 2100-ADD-PARTITION.
034900     ADD PCK-READ-COUNT          TO WS-TOT-READ
035000     ADD PCK-ACCEPT-COUNT        TO WS-TOT-ACCEPT
035100     ADD PCK-REJECT-COUNT        TO WS-TOT-REJECT
035200     ADD PCK-REJECT-BADCODE-COUNT TO WS-TOT-REJECT-BADCODE
035300     ADD PCK-REJECT-DUP-COUNT    TO WS-TOT-REJECT-DUP
035400     ADD PCK-REJECT-OVLIM-COUNT  TO WS-TOT-REJECT-OVLIM
035500     ADD PCK-REJECT-MERCH-COUNT  TO WS-TOT-REJECT-MERCH
035600     ADD PCK-REJECT-CURR-COUNT   TO WS-TOT-REJECT-CURR
035700     ADD PCK-HOLD-COUNT          TO WS-TOT-HOLD
035800     ADD PCK-REJECT-CARD-COUNT   TO WS-TOT-REJECT-CARD
035900     ADD PCK-REJECT-CASH-COUNT   TO WS-TOT-REJECT-CASH
036000     ADD PCK-SKIP-COUNT          TO WS-TOT-SKIP
036100     IF PCK-RETURN-CODE > WS-MAX-RC
036200         MOVE PCK-RETURN-CODE    TO WS-MAX-RC
036300     END-IF
036400     DISPLAY 'CBPMG01C - ' PCK-STEP-NAME
036500             ' READ=' PCK-READ-COUNT
036600             ' ACCEPTED=' PCK-ACCEPT-COUNT
036700             ' REJECTED=' PCK-REJECT-COUNT
036800             ' HELD=' PCK-HOLD-COUNT
036900             ' RC=' PCK-RETURN-CODE.
037000 2100-ADD-PARTITION-EXIT.
037100     EXIT.
037200*
037300 2900-RECORD-BREAK.
037400     ADD 1                       TO WS-BREAK-COUNT
037500     DISPLAY 'CBPMG01C - ' WS-BREAK-TEXT
037600     MOVE WS-BREAK-TEXT          TO WS-ABEND-REASON-TEXT
037700     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
037800 2900-RECORD-BREAK-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200* AFTER THE LAST RECORD - AS MANY PARTITIONS AS THE COUNT SAYS,
038300* AND THE LAST RANGE REACHING THE TOP ACCOUNT NUMBER.
038400******************************************************************
038500 3000-CHECK-COVERAGE.
038600     IF WS-PART-SEEN NOT = WS-EXPECT-COUNT
038700         MOVE 'PARTITION CONTROL RECORDS DO NOT MATCH THE COUNT'
038800                                 TO WS-BREAK-TEXT
038900         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
039000     END-IF
039100     IF WS-LAST-ACCT-HIGH NOT = WS-TOP-ACCT-ID
039200         MOVE 'ACCOUNT RANGES STOP SHORT OF THE LAST ACCOUNT'
039300                                 TO WS-BREAK-TEXT
039400         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
039500     END-IF.
039600 3000-CHECK-COVERAGE-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000* THE RUN IS WHOLE - STAND IN FOR THE SERIAL JOB. THE PARTITION
040100* CHECKPOINTS ARE ONLY DELETED ONCE THE FEED'S TRANCKPT AND
040200* FILECTL ROWS ARE SAFELY WRITTEN, SO A FAILURE HERE CAN SIMPLY
040300* BE RERUN.
040400******************************************************************
040500 4000-MERGE-RUN.
040600     IF WS-JOB-NAME = 'CBTRN03C'
040700         PERFORM 4100-WRITE-FEED-CHECKPOINT
040800             THRU 4100-WRITE-FEED-CHECKPOINT-EXIT
040900         IF WS-BREAK-COUNT > ZERO
041000             GO TO 4000-MERGE-RUN-EXIT
041100         END-IF
041200         PERFORM 4200-REGISTER-FEED-FILE
041300             THRU 4200-REGISTER-FEED-FILE-EXIT
041400         IF WS-BREAK-COUNT > ZERO
041500             GO TO 4000-MERGE-RUN-EXIT
041600         END-IF
041700     END-IF
041800     PERFORM 4300-DELETE-PART-CKPT
041900         THRU 4300-DELETE-PART-CKPT-EXIT
042000         VARYING WS-DEL-PARTITION FROM 1 BY 1
042100         UNTIL WS-DEL-PARTITION > WS-EXPECT-COUNT
042200     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
042300     MOVE WS-JOB-NAME            TO QSP-JOB-NAME
042400     SET QSP-ACTION-CLEAR        TO TRUE
042500     CALL 'CBQSC01C' USING QUIESCE-PARM
042600     IF QSP-FAILED
042700         DISPLAY 'CBPMG01C - ACCTDAT QUIESCE FLAG NOT CLEARED'
042800     END-IF
042900     MOVE 'Y'                    TO WS-MERGED-SW.
043000 4000-MERGE-RUN-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400* THE SUMMED FEED COUNTS, WRITTEN EXACTLY AS A SERIAL CBTRN03C
043500* WRITES ITS FINAL CHECKPOINT - CBBAL01C READS IT UNCHANGED.
043600******************************************************************
043700 4100-WRITE-FEED-CHECKPOINT.
043800     OPEN OUTPUT CHECKPOINT-FILE
043900     IF NOT WS-CHECKPOINT-OK
044000         MOVE 'TRANCKPT CHECKPOINT COULD NOT BE WRITTEN'
044100                                 TO WS-BREAK-TEXT
044200         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
044300         GO TO 4100-WRITE-FEED-CHECKPOINT-EXIT
044400     END-IF
044500     MOVE 'CBTRN03C'             TO CKPT-PGM-NAME
044600     MOVE FUNCTION CURRENT-DATE  TO CKPT-TIMESTAMP
044700     SET CKPT-RUN-COMPLETE       TO TRUE
044800     MOVE SPACES                 TO CKPT-LAST-KEY
044900     MOVE WS-TOT-READ            TO CKPT-READ-COUNT
045000     MOVE WS-TOT-ACCEPT          TO CKPT-ACCEPT-COUNT
045100     MOVE WS-TOT-REJECT          TO CKPT-REJECT-COUNT
045200     MOVE WS-TOT-REJECT-BADCODE  TO CKPT-REJECT-BADCODE-COUNT
045300     MOVE WS-TOT-REJECT-DUP      TO CKPT-REJECT-DUP-COUNT
045400     MOVE WS-TOT-REJECT-OVLIM    TO CKPT-REJECT-OVLIM-COUNT
045500     MOVE WS-TOT-REJECT-MERCH    TO CKPT-REJECT-MERCH-COUNT
045600     MOVE WS-TOT-REJECT-CURR     TO CKPT-REJECT-CURR-COUNT
045700     MOVE WS-TOT-HOLD            TO CKPT-HOLD-COUNT
045800     MOVE WS-TOT-REJECT-CARD     TO CKPT-REJECT-CARD-COUNT
045900     MOVE WS-TOT-REJECT-CASH     TO CKPT-REJECT-CASH-COUNT
046000     WRITE CHECKPOINT-RECORD
046100     CLOSE CHECKPOINT-FILE.
046200 4100-WRITE-FEED-CHECKPOINT-EXIT.
046300     EXIT.
046400*
046500******************************************************************
046600* REGISTER THE FEED FILE ID THE PARTITIONS POSTED, SO THE SAME
046700* FILE IS TURNED AWAY AT THE DOOR TOMORROW. ALREADY ON FILE (A
046800* RERUN OF THIS STEP) IS FINE.
046900******************************************************************
047000 4200-REGISTER-FEED-FILE.
047100     IF WS-FILE-ID = SPACES
047200         GO TO 4200-REGISTER-FEED-FILE-EXIT
047300     END-IF
047400     OPEN I-O FILE-CTL-FILE
047500     IF NOT WS-FILECTL-OK
047600         MOVE 'FEED FILE ID COULD NOT BE REGISTERED'
047700                                 TO WS-BREAK-TEXT
047800         PERFORM 2900-RECORD-BREAK THRU 2900-RECORD-BREAK-EXIT
047900         GO TO 4200-REGISTER-FEED-FILE-EXIT
048000     END-IF
048100     MOVE WS-FILE-ID             TO REG-FILE-ID
048200     READ FILE-CTL-FILE
048300         INVALID KEY
048400             MOVE FUNCTION CURRENT-DATE
048500                                 TO REG-PROCESSED-TS
048600             SET REG-LIVE        TO TRUE
048700             MOVE SPACES         TO REG-BACKOUT-TS
048800             WRITE FILE-REGISTRY-RECORD
048900                 INVALID KEY
049000                     CONTINUE
049100             END-WRITE
049200         NOT INVALID KEY
049300             IF REG-BACKED-OUT
049400                 MOVE FUNCTION CURRENT-DATE
049500                                 TO REG-PROCESSED-TS
049600                 SET REG-LIVE    TO TRUE
049700                 MOVE SPACES     TO REG-BACKOUT-TS
049800                 REWRITE FILE-REGISTRY-RECORD
049900                     INVALID KEY
050000                         CONTINUE
050100                 END-REWRITE
050200             END-IF
050300     END-READ
050400     CLOSE FILE-CTL-FILE.
050500 4200-REGISTER-FEED-FILE-EXIT.
050600     EXIT.
050700*
050800 4300-DELETE-PART-CKPT.
050900     MOVE WS-JOB-NAME            TO PCK-JOB-NAME
051000     MOVE WS-DEL-PARTITION       TO PCK-PARTITION
051100     DELETE PART-CKPT-FILE RECORD
051200         INVALID KEY
051300             CONTINUE
051400     END-DELETE.
051500 4300-DELETE-PART-CKPT-EXIT.
051600     EXIT.
051700*
051800 9000-TERMINATE.
051900     CLOSE PART-CTL-FILE
052000     CLOSE PART-CKPT-FILE
052100     DISPLAY 'CBPMG01C - PARTITIONS MERGED: ' WS-PART-SEEN
052200             ' BREAKS: ' WS-BREAK-COUNT
052300     DISPLAY 'CBPMG01C - READ=' WS-TOT-READ
052400             ' ACCEPTED=' WS-TOT-ACCEPT
052500             ' REJECTED=' WS-TOT-REJECT
052600             ' HELD=' WS-TOT-HOLD
052700             ' ALREADY APPLIED=' WS-TOT-SKIP
052800     IF WS-RUN-FAILED OR WS-BREAK-COUNT > ZERO
052900         DISPLAY 'CBPMG01C - RUN NOT MERGED - RERUN THE FAILED '
053000                 'PARTITION(S), THEN THIS STEP'
053100         MOVE 16                 TO RETURN-CODE
053200     ELSE
053300         MOVE WS-MAX-RC          TO RETURN-CODE
053400     END-IF
053500     PERFORM 9200-LOG-JOB-STATUS
053600         THRU 9200-LOG-JOB-STATUS-EXIT.
053700 9000-TERMINATE-EXIT.
053800     EXIT.
053900*
054000******************************************************************
054100* A FATAL ERROR OR A PARTITION BREAK LEAVES A REASON IN
054200* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
054300* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT);
054400* 9000-TERMINATE THEN SETS A NON-ZERO RETURN CODE SO THE JOB STEP
054500* ITSELF SHOWS THE FAILURE.
054600******************************************************************
054700 9100-ABEND-NOTIFY.
054800     MOVE 'PMG1'                 TO ABEND-CODE
054900     MOVE 'CBPMG01C'             TO ABEND-CULPRIT
055000     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
055100     STRING ABEND-CULPRIT   DELIMITED BY SIZE
055200            ' - '           DELIMITED BY SIZE
055300            ABEND-REASON    DELIMITED BY SIZE
055400       INTO ABEND-MSG
055500     END-STRING
055600     OPEN EXTEND ALERT-QUEUE-FILE
055700     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
055800     MOVE WS-LOG-NAME            TO ALERT-PGMNAME
055900     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
056000     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
056100     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
056200     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
056300     WRITE OPS-ALERT-RECORD
056400     CLOSE ALERT-QUEUE-FILE.
056500 9100-ABEND-NOTIFY-EXIT.
056600     EXIT.
056700*
056800******************************************************************
056900* APPENDS THE LOGICAL JOB'S OUTCOME TO JOBLOG - THE ONE ROW THAT
057000* STANDS FOR THE WHOLE PARTITIONED RUN. THE RECORD COUNT IS WHAT
057100* THE SERIAL JOB LOGS: ROWS ACCEPTED (CBTRN03C) OR POSTED
057200* (CBTRN02C).
057300******************************************************************
057400 9200-LOG-JOB-STATUS.
057500     OPEN I-O JOB-LOG-FILE
057600     IF NOT WS-JOBLOG-OK
057700         DISPLAY 'CBPMG01C - ERROR OPENING JOB LOG FILE'
057800         GO TO 9200-LOG-JOB-STATUS-EXIT
057900     END-IF
058000     MOVE WS-LOG-NAME            TO JBS-JOB-NAME
058100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
058200     IF RETURN-CODE = ZERO
058300         SET JBS-STATUS-SUCCESS  TO TRUE
058400     ELSE
058500         SET JBS-STATUS-FAILED   TO TRUE
058600     END-IF
058700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
058800     MOVE WS-TOT-ACCEPT          TO JBS-REC-COUNT
058900     WRITE JOB-STATUS-RECORD
059000     CLOSE JOB-LOG-FILE.
059100 9200-LOG-JOB-STATUS-EXIT.
059200     EXIT.
