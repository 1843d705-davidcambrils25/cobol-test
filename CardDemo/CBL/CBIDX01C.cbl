000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBIDX01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - INDEX RATE FEED LOADER.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       LOADS THE INDEX RATE FEED (IDXFEED, CVIDX01Y) -
001400*                ONE ROW PER PUBLISHED INDEX VALUE, THE PRIME
001500*                RATE TODAY - INTO THE EFFECTIVE-DATED INDEXRT
001600*                HISTORY. THE FEED IS WRAPPED IN THE CVFCT01Y
001700*                HDR/TRL CONTROL STAMPS AND THE FILE ID IS
001800*                CHECKED AGAINST THE FILECTL REGISTRY, AS
001900*                CBCUR01C DOES FOR EXCHANGE RATES. A NEW ROW
002000*                LANDS UNREPRICED; CBIDX02C, RUN NEXT, QUEUES
002100*                THE GROUP RATE CHANGES IT DRIVES. A ROW ALREADY
002200*                ON FILE WITH THE SAME RATE IS LEFT AS IT IS, SO
002300*                A VENDOR RESEND DOES NOT REPRICE AGAIN.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT INDEX-FEED-FILE ASSIGN TO IDXFEED
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-IDXFEED-STATUS.
003100     SELECT FILE-CTL-FILE ASSIGN TO FILECTL
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS REG-FILE-ID
003500         FILE STATUS IS WS-FILECTL-STATUS.
003600     SELECT INDEX-RATE-FILE ASSIGN TO INDEXRT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS IDX-KEY
004000         FILE STATUS IS WS-INDEXRT-STATUS.
004100     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-ALERT-STATUS.
004400     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS JBS-KEY
004800         FILE STATUS IS WS-JOBLOG-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  INDEX-FEED-FILE
005300     RECORDING MODE IS F.
005400     COPY CVIDX01Y
005500         REPLACING ==INDEX-RATE-RECORD==
005600                BY ==FEED-INDEX-VIEW==
005700             ==IDX-KEY== BY ==FIV-KEY==
005800             ==IDX-INDEX-CD== BY ==FIV-INDEX-CD==
005900             ==IDX-EFF-DATE== BY ==FIV-EFF-DATE==
006000             ==IDX-RATE== BY ==FIV-RATE==
006100             ==IDX-SET-BY== BY ==FIV-SET-BY==
006200             ==IDX-SET-TIMESTAMP== BY ==FIV-SET-TIMESTAMP==
006300             ==IDX-REPRICED-IND== BY ==FIV-REPRICED-IND==
006400             ==IDX-REPRICED== BY ==FIV-REPRICED==
006500             ==IDX-REPRICED-DATE== BY ==FIV-REPRICED-DATE==.
006600*
006700 FD  FILE-CTL-FILE.
006800     COPY CVREG01Y.
006900*
007000 FD  INDEX-RATE-FILE.
007100     COPY CVIDX01Y
007200         REPLACING ==INDEX-FEED-RECORD== BY ==HIST-INDEX-VIEW==
007300             ==IXF-INDEX-CD== BY ==HIV-INDEX-CD==
007400             ==IXF-RATE== BY ==HIV-RATE==
007500             ==IXF-EFF-DATE== BY ==HIV-EFF-DATE==.
007600*
007700 FD  ALERT-QUEUE-FILE
007800     RECORDING MODE IS F.
007900     COPY CSOPS01Y.
008000*
008100 FD  JOB-LOG-FILE.
008200     COPY CVJOB01Y.
008300*
008400 WORKING-STORAGE SECTION.
008500 01  WS-IDXFEED-STATUS                PIC XX.
008600     88 WS-IDXFEED-OK                 VALUE '00'.
008700 01  WS-FILECTL-STATUS                PIC XX.
008800 01  WS-INDEXRT-STATUS                PIC XX.
008900     88 WS-INDEXRT-OK                 VALUE '00'.
009000 01  WS-ALERT-STATUS                  PIC XX.
009100 01  WS-JOBLOG-STATUS                 PIC XX.
009200     88 WS-JOBLOG-OK                  VALUE '00'.
009300 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
009400     88 WS-END-OF-FEED                VALUE 'Y'.
009500 01  WS-RATE-COUNT                    PIC 9(07) VALUE ZERO.
009600 01  WS-LOADED-COUNT                  PIC 9(07) VALUE ZERO.
009700 01  WS-UNCHANGED-COUNT               PIC 9(07) VALUE ZERO.
009800 01  WS-ABEND-REASON-TEXT             PIC X(50).
009900*
010000******************************************************************
010100* FEED CONTROL-STAMP VALIDATION WORK AREA - SEE CVFCT01Y AND
010200* 1400-VALIDATE-CONTROL.
010300******************************************************************
010400 COPY CVFCT01Y.
010500 01  WS-CTL-WORK.
010600     05 WS-CTL-VALID-SW               PIC X(01) VALUE 'N'.
010700        88 WS-CTL-VALID               VALUE 'Y'.
010800     05 WS-CTL-TRL-SEEN-SW            PIC X(01) VALUE 'N'.
010900        88 WS-CTL-TRL-SEEN            VALUE 'Y'.
011000     05 WS-CTL-FILE-ID                PIC X(16).
011100     05 WS-CTL-EXP-COUNT              PIC 9(09).
011200     05 WS-CTL-ACT-COUNT              PIC 9(09).
011300     05 WS-CTL-REJECT-TEXT            PIC X(50).
011400*
011500******************************************************************
011600* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
011700******************************************************************
011800 COPY CSMSG02Y.
011900*
012000 COPY CSDAT01Y.
012100*
012200 LINKAGE SECTION.
012300*
012400******************************************************************
012500 PROCEDURE DIVISION.
012600******************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012900     IF WS-CTL-VALID
013000         PERFORM 2000-LOAD-RATES
013100             THRU 2000-LOAD-RATES-EXIT
013200             UNTIL WS-END-OF-FEED
013300     END-IF
013400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
013500     GOBACK.
013600*
013700 1000-INITIALIZE.
013800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
013900     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
014000     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014100     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
014200     OPEN INPUT INDEX-FEED-FILE
014300     OPEN I-O FILE-CTL-FILE
014400     OPEN I-O INDEX-RATE-FILE
014500     IF NOT WS-IDXFEED-OK
014600         DISPLAY 'CBIDX01C - ERROR OPENING INDEX FEED'
014700         MOVE 'Y'                TO WS-EOF-SW
014800         MOVE 'INDEX FEED OPEN ERROR' TO WS-ABEND-REASON-TEXT
014900         PERFORM 9100-ABEND-NOTIFY
015000             THRU 9100-ABEND-NOTIFY-EXIT
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF
015300     IF NOT WS-INDEXRT-OK
015400         DISPLAY 'CBIDX01C - ERROR OPENING INDEX RATE HISTORY'
015500         MOVE 'Y'                TO WS-EOF-SW
015600         MOVE 'INDEX RATE HISTORY OPEN ERROR'
015700                                 TO WS-ABEND-REASON-TEXT
015800         PERFORM 9100-ABEND-NOTIFY
015900             THRU 9100-ABEND-NOTIFY-EXIT
016000         GO TO 1000-INITIALIZE-EXIT
016100     END-IF
016200     PERFORM 1400-VALIDATE-CONTROL
016300         THRU 1400-VALIDATE-CONTROL-EXIT
016400     IF NOT WS-CTL-VALID
016500         DISPLAY 'CBIDX01C - FEED REJECTED: ' WS-CTL-REJECT-TEXT
016600         MOVE WS-CTL-REJECT-TEXT TO WS-ABEND-REASON-TEXT
016700         PERFORM 9100-ABEND-NOTIFY
016800             THRU 9100-ABEND-NOTIFY-EXIT
016900         GO TO 1000-INITIALIZE-EXIT
017000     END-IF
017100     PERFORM 2100-READ-NEXT-RATE
017200         THRU 2100-READ-NEXT-RATE-EXIT.
017300 1000-INITIALIZE-EXIT.
017400     EXIT.
017500*
017600******************************************************************
017700* PRE-PASS - THE FIRST RECORD MUST BE AN 'HDR' STAMP WHOSE FILE
017800* ID IS NOT ON THE FILECTL REGISTRY, THE LAST A 'TRL' WHOSE
017900* COUNT BALANCES TO THE DETAIL ROWS (RATES CARRY NO AMOUNT
018000* TOTAL). A PASSING FILE IS REGISTERED AND THE INPUT REOPENED -
018100* THE SAME DISCIPLINE CBCUR01C APPLIES TO THE EXCHANGE RATES.
018200******************************************************************
018300 1400-VALIDATE-CONTROL.
018400     MOVE 'N'                    TO WS-CTL-VALID-SW
018500     MOVE 'N'                    TO WS-CTL-TRL-SEEN-SW
018600     MOVE ZERO                   TO WS-CTL-ACT-COUNT
018700     PERFORM 2100-READ-NEXT-RATE
018800         THRU 2100-READ-NEXT-RATE-EXIT
018900     IF WS-END-OF-FEED
019000         MOVE 'FEED EMPTY - NO CONTROL HEADER'
019100                                 TO WS-CTL-REJECT-TEXT
019200         GO TO 1400-VALIDATE-CONTROL-EXIT
019300     END-IF
019400     MOVE FEED-INDEX-VIEW (1:45)  TO FILE-CONTROL-STAMP
019500     IF NOT FCT-HEADER
019600         MOVE 'FEED HAS NO HDR CONTROL RECORD'
019700                                 TO WS-CTL-REJECT-TEXT
019800         GO TO 1400-VALIDATE-CONTROL-EXIT
019900     END-IF
020000     MOVE FCT-FILE-ID            TO WS-CTL-FILE-ID
020100     MOVE WS-CTL-FILE-ID         TO REG-FILE-ID
020200     READ FILE-CTL-FILE
020300         INVALID KEY
020400             CONTINUE
020500         NOT INVALID KEY
020600             MOVE 'FEED FILE ID ALREADY PROCESSED'
020700                                 TO WS-CTL-REJECT-TEXT
020800             GO TO 1400-VALIDATE-CONTROL-EXIT
020900     END-READ
021000     PERFORM 1410-SCAN-NEXT-RECORD
021100         THRU 1410-SCAN-NEXT-RECORD-EXIT
021200         UNTIL WS-END-OF-FEED OR WS-CTL-TRL-SEEN
021300     IF NOT WS-CTL-TRL-SEEN
021400         MOVE 'FEED HAS NO TRL CONTROL RECORD'
021500                                 TO WS-CTL-REJECT-TEXT
021600         GO TO 1400-VALIDATE-CONTROL-EXIT
021700     END-IF
021800     IF WS-CTL-ACT-COUNT NOT = WS-CTL-EXP-COUNT
021900         MOVE 'FEED RECORD COUNT DOES NOT MATCH TRAILER'
022000                                 TO WS-CTL-REJECT-TEXT
022100         GO TO 1400-VALIDATE-CONTROL-EXIT
022200     END-IF
022300     MOVE WS-CTL-FILE-ID         TO REG-FILE-ID
022400     MOVE FUNCTION CURRENT-DATE TO REG-PROCESSED-TS
022500     WRITE FILE-REGISTRY-RECORD
022600         INVALID KEY
022700             CONTINUE
022800     END-WRITE
022900     CLOSE INDEX-FEED-FILE
023000     OPEN INPUT INDEX-FEED-FILE
023100     MOVE 'N'                    TO WS-EOF-SW
023200     MOVE 'Y'                    TO WS-CTL-VALID-SW.
023300 1400-VALIDATE-CONTROL-EXIT.
023400     EXIT.
023500*
023600 1410-SCAN-NEXT-RECORD.
023700     PERFORM 2100-READ-NEXT-RATE
023800         THRU 2100-READ-NEXT-RATE-EXIT
023900     IF WS-END-OF-FEED
024000         GO TO 1410-SCAN-NEXT-RECORD-EXIT
024100     END-IF
024200     MOVE FEED-INDEX-VIEW (1:45)  TO FILE-CONTROL-STAMP
024300     IF FCT-TRAILER
024400         MOVE 'Y'                TO WS-CTL-TRL-SEEN-SW
024500         MOVE FCT-REC-COUNT      TO WS-CTL-EXP-COUNT
024600     ELSE
024700         ADD 1                   TO WS-CTL-ACT-COUNT
024800     END-IF.
024900 1410-SCAN-NEXT-RECORD-EXIT.
025000     EXIT.
025100*
025200 2000-LOAD-RATES.
025300     MOVE FEED-INDEX-VIEW (1:45)  TO FILE-CONTROL-STAMP
025400     IF FCT-HEADER OR FCT-TRAILER
025500         GO TO 2000-LOAD-RATES-NEXT
025600     END-IF
025700     ADD 1                       TO WS-RATE-COUNT
025800     PERFORM 3000-APPLY-RATE THRU 3000-APPLY-RATE-EXIT.
025900 2000-LOAD-RATES-NEXT.
026000     PERFORM 2100-READ-NEXT-RATE
026100         THRU 2100-READ-NEXT-RATE-EXIT.
026200 2000-LOAD-RATES-EXIT.
026300     EXIT.
026400*
026500 2100-READ-NEXT-RATE.
026600     READ INDEX-FEED-FILE NEXT RECORD
026700         AT END
026800             MOVE 'Y'            TO WS-EOF-SW
026900     END-READ.
027000 2100-READ-NEXT-RATE-EXIT.
027100     EXIT.
027200*
027300******************************************************************
027400* ONE HISTORY ROW PER FEED ROW. A NEW INDEX VALUE, OR A CHANGED
027500* RATE ON A DATE ALREADY LOADED, IS WRITTEN UNREPRICED SO
027600* CBIDX02C PICKS IT UP; THE SAME RATE RESENT IS LEFT ALONE.
027700******************************************************************
027800 3000-APPLY-RATE.
027900     MOVE IXF-INDEX-CD           TO IDX-INDEX-CD
028000     MOVE IXF-EFF-DATE           TO IDX-EFF-DATE
028100     READ INDEX-RATE-FILE
028200         INVALID KEY
028300             PERFORM 3100-BUILD-INDEX-ROW
028400                 THRU 3100-BUILD-INDEX-ROW-EXIT
028500             WRITE INDEX-RATE-RECORD
028600                 INVALID KEY
028700                     CONTINUE
028800             END-WRITE
028900             ADD 1               TO WS-LOADED-COUNT
029000             GO TO 3000-APPLY-RATE-EXIT
029100     END-READ
029200     IF IDX-RATE = IXF-RATE
029300         ADD 1                   TO WS-UNCHANGED-COUNT
029400         GO TO 3000-APPLY-RATE-EXIT
029500     END-IF
029600     PERFORM 3100-BUILD-INDEX-ROW THRU 3100-BUILD-INDEX-ROW-EXIT
029700     REWRITE INDEX-RATE-RECORD
029800     ADD 1                       TO WS-LOADED-COUNT.
029900 3000-APPLY-RATE-EXIT.
030000     EXIT.
030100*
030200 3100-BUILD-INDEX-ROW.
030300     MOVE IXF-INDEX-CD           TO IDX-INDEX-CD
030400     MOVE IXF-EFF-DATE           TO IDX-EFF-DATE
030500     MOVE IXF-RATE               TO IDX-RATE
030600     MOVE 'IDXFEED'              TO IDX-SET-BY
030700     MOVE FUNCTION CURRENT-DATE  TO IDX-SET-TIMESTAMP
030800     MOVE 'N'                    TO IDX-REPRICED-IND
030900     MOVE SPACES                 TO IDX-REPRICED-DATE.
031000 3100-BUILD-INDEX-ROW-EXIT.
031100     EXIT.
031200*
031300 9000-TERMINATE.
031400     CLOSE INDEX-FEED-FILE
031500     CLOSE FILE-CTL-FILE
031600     CLOSE INDEX-RATE-FILE
031700     DISPLAY 'CBIDX01C - INDEX ROWS READ: ' WS-RATE-COUNT
031800     DISPLAY 'CBIDX01C - INDEX VALUES LOADED: ' WS-LOADED-COUNT
031900     DISPLAY 'CBIDX01C - UNCHANGED RESENDS: ' WS-UNCHANGED-COUNT
032000     PERFORM 9200-LOG-JOB-STATUS
032100         THRU 9200-LOG-JOB-STATUS-EXIT.
032200 9000-TERMINATE-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
032700* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
032800* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
032900* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
033000* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
033100* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
033200******************************************************************
033300 9100-ABEND-NOTIFY.
033400     MOVE 'AB01'                 TO ABEND-CODE
033500     MOVE 'CBIDX01C'             TO ABEND-CULPRIT
033600     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
033700     STRING ABEND-CULPRIT   DELIMITED BY SIZE
033800            ' - '           DELIMITED BY SIZE
033900            ABEND-REASON    DELIMITED BY SIZE
034000       INTO ABEND-MSG
034100     END-STRING
034200     OPEN EXTEND ALERT-QUEUE-FILE
034300     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
034400     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
034500     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
034600     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
034700     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
034800     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
034900     WRITE OPS-ALERT-RECORD
035000     CLOSE ALERT-QUEUE-FILE
035100     MOVE 16                     TO RETURN-CODE.
035200 9100-ABEND-NOTIFY-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
035700* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
035800* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
035900******************************************************************
036000 9200-LOG-JOB-STATUS.
036100     OPEN I-O JOB-LOG-FILE
036200     IF NOT WS-JOBLOG-OK
036300         DISPLAY 'CBIDX01C - ERROR OPENING JOB LOG FILE'
036400         GO TO 9200-LOG-JOB-STATUS-EXIT
036500     END-IF
036600     MOVE 'CBIDX01C'             TO JBS-JOB-NAME
036700     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
036800     IF RETURN-CODE = ZERO
036900         SET JBS-STATUS-SUCCESS  TO TRUE
037000     ELSE
037100         SET JBS-STATUS-FAILED   TO TRUE
037200     END-IF
037300     MOVE RETURN-CODE            TO JBS-RETURN-CODE
037400     MOVE WS-LOADED-COUNT        TO JBS-REC-COUNT
037500     WRITE JOB-STATUS-RECORD
037600     CLOSE JOB-LOG-FILE.
037700 9200-LOG-JOB-STATUS-EXIT.
037800     EXIT.
