000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBOFC01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - OFAC SDN LIST LOADER.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       LOADS EACH NEW RELEASE OF THE TREASURY SDN LIST
001400*                (SDNFEED, CVSDN01Y) INTO THE SDNLIST FILE THE
001500*                SANCTIONS SCREENS READ. THE LIST IS WRAPPED IN
001600*                THE CVFCT01Y HDR/TRL CONTROL STAMPS AND THE FILE
001700*                ID IS CHECKED AGAINST THE FILECTL REGISTRY, THE
001800*                SAME DISCIPLINE CBCUR01C APPLIES TO THE RATE
001900*                FEED. EVERY ENTRY IS STORED UNDER ITS LAST NAME
002000*                IN UPPER CASE AND STAMPED WITH THE LIST'S FILE
002100*                ID; ONCE THE LOAD IS DONE, ANY ROW STILL CARRYING
002200*                AN OLDER FILE ID HAS COME OFF THE LIST AND IS
002300*                DELETED. RUN WHENEVER A NEW LIST IS PUBLISHED,
002400*                AHEAD OF THE CBOFC02C NIGHTLY RESCREEN.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SDN-FEED-FILE ASSIGN TO SDNFEED
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-SDNFEED-STATUS.
003200     SELECT FILE-CTL-FILE ASSIGN TO FILECTL
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS REG-FILE-ID
003600         FILE STATUS IS WS-FILECTL-STATUS.
003700     SELECT SDN-LIST-FILE ASSIGN TO SDNLIST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS SDN-KEY
004100         FILE STATUS IS WS-SDNLIST-STATUS.
004200     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ALERT-STATUS.
004500     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS JBS-KEY
004900         FILE STATUS IS WS-JOBLOG-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  SDN-FEED-FILE
005400     RECORDING MODE IS F.
005500     COPY CVSDN01Y
005600         REPLACING ==SDN-LIST-RECORD== BY ==FEED-LIST-VIEW==
005700             ==SDN-KEY== BY ==FLV-KEY==
005800             ==SDN-LAST-NAME== BY ==FLV-LAST-NAME==
005900             ==SDN-ENT-NUM== BY ==FLV-ENT-NUM==
006000             ==SDN-FIRST-NAME== BY ==FLV-FIRST-NAME==
006100             ==SDN-DOB-YYYY-MM-DD== BY ==FLV-DOB-YYYY-MM-DD==
006200             ==SDN-COUNTRY-CD== BY ==FLV-COUNTRY-CD==
006300             ==SDN-PROGRAM== BY ==FLV-PROGRAM==
006400             ==SDN-LIST-ID== BY ==FLV-LIST-ID==
006500             ==SDN-LOAD-DATE== BY ==FLV-LOAD-DATE==.
006600*
006700 FD  FILE-CTL-FILE.
006800     COPY CVREG01Y.
006900*
007000 FD  SDN-LIST-FILE.
007100     COPY CVSDN01Y
007200         REPLACING ==SDN-FEED-RECORD== BY ==LIST-FEED-VIEW==
007300             ==SDF-ENT-NUM== BY ==LFV-ENT-NUM==
007400             ==SDF-LAST-NAME== BY ==LFV-LAST-NAME==
007500             ==SDF-FIRST-NAME== BY ==LFV-FIRST-NAME==
007600             ==SDF-DOB-YYYY-MM-DD== BY ==LFV-DOB-YYYY-MM-DD==
007700             ==SDF-COUNTRY-CD== BY ==LFV-COUNTRY-CD==
007800             ==SDF-PROGRAM== BY ==LFV-PROGRAM==.
007900*
008000 FD  ALERT-QUEUE-FILE
008100     RECORDING MODE IS F.
008200     COPY CSOPS01Y.
008300*
008400 FD  JOB-LOG-FILE.
008500     COPY CVJOB01Y.
008600*
008700 WORKING-STORAGE SECTION.
008800 01  WS-SDNFEED-STATUS                PIC XX.
008900     88 WS-SDNFEED-OK                 VALUE '00'.
009000 01  WS-FILECTL-STATUS                PIC XX.
009100 01  WS-SDNLIST-STATUS                PIC XX.
009200     88 WS-SDNLIST-OK                 VALUE '00'.
009300 01  WS-ALERT-STATUS                  PIC XX.
009400 01  WS-JOBLOG-STATUS                 PIC XX.
009500     88 WS-JOBLOG-OK                  VALUE '00'.
009600 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
009700     88 WS-END-OF-FEED                VALUE 'Y'.
009800 01  WS-LIST-EOF-SW                   PIC X(01) VALUE 'N'.
009900     88 WS-END-OF-LIST                VALUE 'Y'.
010000 01  WS-ENTRY-COUNT                   PIC 9(07) VALUE ZERO.
010100 01  WS-LOADED-COUNT                  PIC 9(07) VALUE ZERO.
010200 01  WS-SKIPPED-COUNT                 PIC 9(07) VALUE ZERO.
010300 01  WS-DELISTED-COUNT                PIC 9(07) VALUE ZERO.
010400 01  WS-ABEND-REASON-TEXT             PIC X(50).
010500*
010600******************************************************************
010700* FEED CONTROL-STAMP VALIDATION WORK AREA - SEE CVFCT01Y AND
010800* 1400-VALIDATE-CONTROL.
010900******************************************************************
011000 COPY CVFCT01Y.
011100 01  WS-CTL-WORK.
011200     05 WS-CTL-VALID-SW               PIC X(01) VALUE 'N'.
011300        88 WS-CTL-VALID               VALUE 'Y'.
011400     05 WS-CTL-TRL-SEEN-SW            PIC X(01) VALUE 'N'.
011500        88 WS-CTL-TRL-SEEN            VALUE 'Y'.
011600     05 WS-CTL-FILE-ID                PIC X(16).
011700     05 WS-CTL-EXP-COUNT              PIC 9(09).
011800     05 WS-CTL-ACT-COUNT              PIC 9(09).
011900     05 WS-CTL-REJECT-TEXT            PIC X(50).
012000*
012100******************************************************************
012200* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
012300******************************************************************
012400 COPY CSMSG02Y.
012500*
012600 COPY CSDAT01Y.
012700*
012800 LINKAGE SECTION.
012900*
013000******************************************************************
013100 PROCEDURE DIVISION.
013200******************************************************************
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013500     IF WS-CTL-VALID
013600         PERFORM 2000-LOAD-ENTRIES
013700             THRU 2000-LOAD-ENTRIES-EXIT
013800             UNTIL WS-END-OF-FEED
013900         PERFORM 4000-PURGE-DELISTED
014000             THRU 4000-PURGE-DELISTED-EXIT
014100     END-IF
014200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014300     GOBACK.
014400*
014500 1000-INITIALIZE.
014600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
014700     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
014800     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014900     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
015000     OPEN INPUT SDN-FEED-FILE
015100     OPEN I-O FILE-CTL-FILE
015200     OPEN I-O SDN-LIST-FILE
015300     IF NOT WS-SDNFEED-OK
015400         DISPLAY 'CBOFC01C - ERROR OPENING SDN LIST FEED'
015500         MOVE 'Y'                TO WS-EOF-SW
015600         MOVE 'SDN FEED OPEN ERROR' TO WS-ABEND-REASON-TEXT
015700         PERFORM 9100-ABEND-NOTIFY
015800             THRU 9100-ABEND-NOTIFY-EXIT
015900         GO TO 1000-INITIALIZE-EXIT
016000     END-IF
016100     IF NOT WS-SDNLIST-OK
016200         DISPLAY 'CBOFC01C - ERROR OPENING SDN LIST FILE'
016300         MOVE 'Y'                TO WS-EOF-SW
016400         MOVE 'SDN LIST OPEN ERROR' TO WS-ABEND-REASON-TEXT
016500         PERFORM 9100-ABEND-NOTIFY
016600             THRU 9100-ABEND-NOTIFY-EXIT
016700         GO TO 1000-INITIALIZE-EXIT
016800     END-IF
016900     PERFORM 1400-VALIDATE-CONTROL
017000         THRU 1400-VALIDATE-CONTROL-EXIT
017100     IF NOT WS-CTL-VALID
017200         DISPLAY 'CBOFC01C - LIST REJECTED: ' WS-CTL-REJECT-TEXT
017300         MOVE WS-CTL-REJECT-TEXT TO WS-ABEND-REASON-TEXT
017400         PERFORM 9100-ABEND-NOTIFY
017500             THRU 9100-ABEND-NOTIFY-EXIT
017600         GO TO 1000-INITIALIZE-EXIT
017700     END-IF
017800     PERFORM 2100-READ-NEXT-ENTRY
017900         THRU 2100-READ-NEXT-ENTRY-EXIT.
018000 1000-INITIALIZE-EXIT.
018100     EXIT.
018200*
018300******************************************************************
018400* PRE-PASS - THE FIRST RECORD MUST BE AN 'HDR' STAMP WHOSE FILE
018500* ID IS NOT ON THE FILECTL REGISTRY, THE LAST A 'TRL' WHOSE
018600* COUNT BALANCES TO THE DETAIL ROWS (THE LIST CARRIES NO AMOUNT
018700* TOTAL). A PASSING FILE IS REGISTERED AND THE INPUT REOPENED -
018800* A SHORT OR REPEATED LIST NEVER REACHES SDNLIST.
018900******************************************************************
019000 1400-VALIDATE-CONTROL.
019100     MOVE 'N'                    TO WS-CTL-VALID-SW
019200     MOVE 'N'                    TO WS-CTL-TRL-SEEN-SW
019300     MOVE ZERO                   TO WS-CTL-ACT-COUNT
019400     PERFORM 2100-READ-NEXT-ENTRY
019500         THRU 2100-READ-NEXT-ENTRY-EXIT
019600     IF WS-END-OF-FEED
019700         MOVE 'LIST EMPTY - NO CONTROL HEADER'
019800                                 TO WS-CTL-REJECT-TEXT
019900         GO TO 1400-VALIDATE-CONTROL-EXIT
020000     END-IF
020100     MOVE FEED-LIST-VIEW (1:45)  TO FILE-CONTROL-STAMP
020200     IF NOT FCT-HEADER
020300         MOVE 'LIST HAS NO HDR CONTROL RECORD'
020400                                 TO WS-CTL-REJECT-TEXT
020500         GO TO 1400-VALIDATE-CONTROL-EXIT
020600     END-IF
020700     MOVE FCT-FILE-ID            TO WS-CTL-FILE-ID
020800     MOVE WS-CTL-FILE-ID         TO REG-FILE-ID
020900     READ FILE-CTL-FILE
021000         INVALID KEY
021100             CONTINUE
021200         NOT INVALID KEY
021300             MOVE 'LIST FILE ID ALREADY PROCESSED'
021400                                 TO WS-CTL-REJECT-TEXT
021500             GO TO 1400-VALIDATE-CONTROL-EXIT
021600     END-READ
021700     PERFORM 1410-SCAN-NEXT-RECORD
021800         THRU 1410-SCAN-NEXT-RECORD-EXIT
021900         UNTIL WS-END-OF-FEED OR WS-CTL-TRL-SEEN
022000     IF NOT WS-CTL-TRL-SEEN
022100         MOVE 'LIST HAS NO TRL CONTROL RECORD'
022200                                 TO WS-CTL-REJECT-TEXT
022300         GO TO 1400-VALIDATE-CONTROL-EXIT
022400     END-IF
022500     IF WS-CTL-ACT-COUNT NOT = WS-CTL-EXP-COUNT
022600         MOVE 'LIST RECORD COUNT DOES NOT MATCH TRAILER'
022700                                 TO WS-CTL-REJECT-TEXT
022800         GO TO 1400-VALIDATE-CONTROL-EXIT
022900     END-IF
023000     MOVE WS-CTL-FILE-ID         TO REG-FILE-ID
023100     MOVE FUNCTION CURRENT-DATE TO REG-PROCESSED-TS
023200     WRITE FILE-REGISTRY-RECORD
023300         INVALID KEY
023400             CONTINUE
023500     END-WRITE
023600     CLOSE SDN-FEED-FILE
023700     OPEN INPUT SDN-FEED-FILE
023800     MOVE 'N'                    TO WS-EOF-SW
023900     MOVE 'Y'                    TO WS-CTL-VALID-SW.
024000 1400-VALIDATE-CONTROL-EXIT.
024100     EXIT.
024200*
024300 1410-SCAN-NEXT-RECORD.
024400     PERFORM 2100-READ-NEXT-ENTRY
024500         THRU 2100-READ-NEXT-ENTRY-EXIT
024600     IF WS-END-OF-FEED
024700         GO TO 1410-SCAN-NEXT-RECORD-EXIT
024800     END-IF
024900     MOVE FEED-LIST-VIEW (1:45)  TO FILE-CONTROL-STAMP
025000     IF FCT-TRAILER
025100         MOVE 'Y'                TO WS-CTL-TRL-SEEN-SW
025200         MOVE FCT-REC-COUNT      TO WS-CTL-EXP-COUNT
025300     ELSE
025400         ADD 1                   TO WS-CTL-ACT-COUNT
025500     END-IF.
025600 1410-SCAN-NEXT-RECORD-EXIT.
025700     EXIT.
025800*
025900 2000-LOAD-ENTRIES.
026000     MOVE FEED-LIST-VIEW (1:45)  TO FILE-CONTROL-STAMP
026100     IF FCT-HEADER OR FCT-TRAILER
026200         GO TO 2000-LOAD-ENTRIES-NEXT
026300     END-IF
026400     ADD 1                       TO WS-ENTRY-COUNT
026500     PERFORM 3000-APPLY-ENTRY THRU 3000-APPLY-ENTRY-EXIT.
026600 2000-LOAD-ENTRIES-NEXT.
026700     PERFORM 2100-READ-NEXT-ENTRY
026800         THRU 2100-READ-NEXT-ENTRY-EXIT.
026900 2000-LOAD-ENTRIES-EXIT.
027000     EXIT.
027100*
027200 2100-READ-NEXT-ENTRY.
027300     READ SDN-FEED-FILE NEXT RECORD
027400         AT END
027500             MOVE 'Y'            TO WS-EOF-SW
027600     END-READ.
027700 2100-READ-NEXT-ENTRY-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100* ONE SDNLIST ROW PER LIST ENTRY, NAMES AND COUNTRY IN UPPER
028200* CASE SO THE SCREENS CAN POSITION ON THE LAST NAME. AN ENTRY
028300* ALREADY ON FILE UNDER THE SAME NAME AND NUMBER IS REWRITTEN
028400* WITH THIS LIST'S DETAILS AND FILE ID. AN ENTRY WITH NO NAME
028500* CANNOT BE SCREENED AGAINST AND IS COUNTED AS SKIPPED.
028600******************************************************************
028700 3000-APPLY-ENTRY.
028800     IF SDF-LAST-NAME = SPACES OR SDF-ENT-NUM = SPACES
028900         ADD 1                   TO WS-SKIPPED-COUNT
029000         GO TO 3000-APPLY-ENTRY-EXIT
029100     END-IF
029200     MOVE SPACES                 TO SDN-LIST-RECORD
029300     MOVE FUNCTION UPPER-CASE(SDF-LAST-NAME) TO SDN-LAST-NAME
029400     MOVE SDF-ENT-NUM            TO SDN-ENT-NUM
029500     MOVE FUNCTION UPPER-CASE(SDF-FIRST-NAME) TO SDN-FIRST-NAME
029600     MOVE SDF-DOB-YYYY-MM-DD     TO SDN-DOB-YYYY-MM-DD
029700     MOVE FUNCTION UPPER-CASE(SDF-COUNTRY-CD) TO SDN-COUNTRY-CD
029800     MOVE SDF-PROGRAM            TO SDN-PROGRAM
029900     MOVE WS-CTL-FILE-ID         TO SDN-LIST-ID
030000     MOVE WS-CURDATE-YYYY-MM-DD  TO SDN-LOAD-DATE
030100     WRITE SDN-LIST-RECORD
030200         INVALID KEY
030300             REWRITE SDN-LIST-RECORD
030400     END-WRITE
030500     ADD 1                       TO WS-LOADED-COUNT.
030600 3000-APPLY-ENTRY-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* EVERY ENTRY ON THIS LIST NOW CARRIES ITS FILE ID. A ROW THAT
031100* DOES NOT WAS DROPPED FROM THE LIST (OR RENAMED, WHICH MOVES
031200* ITS KEY) AND MUST NO LONGER SCREEN AS A MATCH.
031300******************************************************************
031400 4000-PURGE-DELISTED.
031500     MOVE 'N'                    TO WS-LIST-EOF-SW
031600     MOVE LOW-VALUES             TO SDN-KEY
031700     START SDN-LIST-FILE KEY IS NOT LESS THAN SDN-KEY
031800         INVALID KEY
031900             GO TO 4000-PURGE-DELISTED-EXIT
032000     END-START
032100     PERFORM 4100-PURGE-NEXT-ENTRY
032200         THRU 4100-PURGE-NEXT-ENTRY-EXIT
032300         UNTIL WS-END-OF-LIST.
032400 4000-PURGE-DELISTED-EXIT.
032500     EXIT.
032600*
032700 4100-PURGE-NEXT-ENTRY.
032800     READ SDN-LIST-FILE NEXT RECORD
032900         AT END
033000             MOVE 'Y'            TO WS-LIST-EOF-SW
033100             GO TO 4100-PURGE-NEXT-ENTRY-EXIT
033200     END-READ
033300     IF SDN-LIST-ID NOT = WS-CTL-FILE-ID
033400         DELETE SDN-LIST-FILE RECORD
033500             INVALID KEY
033600                 CONTINUE
033700         END-DELETE
033800         ADD 1                   TO WS-DELISTED-COUNT
033900     END-IF.
034000 4100-PURGE-NEXT-ENTRY-EXIT.
034100     EXIT.
034200*
034300 9000-TERMINATE.
034400     CLOSE SDN-FEED-FILE
034500     CLOSE FILE-CTL-FILE
034600     CLOSE SDN-LIST-FILE
034700     DISPLAY 'CBOFC01C - LIST ENTRIES READ: ' WS-ENTRY-COUNT
034800     DISPLAY 'CBOFC01C - ENTRIES LOADED: ' WS-LOADED-COUNT
034900     DISPLAY 'CBOFC01C - ENTRIES SKIPPED (NO NAME): '
035000             WS-SKIPPED-COUNT
035100     DISPLAY 'CBOFC01C - ENTRIES DELISTED: ' WS-DELISTED-COUNT
035200     PERFORM 9200-LOG-JOB-STATUS
035300         THRU 9200-LOG-JOB-STATUS-EXIT.
035400 9000-TERMINATE-EXIT.
035500     EXIT.
035600*
035700******************************************************************
035800* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
035900* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
036000* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
036100* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
036200* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
036300* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
036400******************************************************************
036500 9100-ABEND-NOTIFY.
036600     MOVE 'AB01'                 TO ABEND-CODE
036700     MOVE 'CBOFC01C'             TO ABEND-CULPRIT
036800     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
036900     STRING ABEND-CULPRIT   DELIMITED BY SIZE
037000            ' - '           DELIMITED BY SIZE
037100            ABEND-REASON    DELIMITED BY SIZE
037200       INTO ABEND-MSG
037300     END-STRING
037400     OPEN EXTEND ALERT-QUEUE-FILE
037500     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
037600     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
037700     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
037800     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
037900     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
038000     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
038100     WRITE OPS-ALERT-RECORD
038200     CLOSE ALERT-QUEUE-FILE
038300     MOVE 16                     TO RETURN-CODE.
038400 9100-ABEND-NOTIFY-EXIT.
038500     EXIT.
038600*
038700******************************************************************
038800* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
038900* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
039000* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
039100******************************************************************
039200 9200-LOG-JOB-STATUS.
039300     OPEN I-O JOB-LOG-FILE
039400     IF NOT WS-JOBLOG-OK
039500         DISPLAY 'CBOFC01C - ERROR OPENING JOB LOG FILE'
039600         GO TO 9200-LOG-JOB-STATUS-EXIT
039700     END-IF
039800     MOVE 'CBOFC01C'             TO JBS-JOB-NAME
039900     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
040000     IF RETURN-CODE = ZERO
040100         SET JBS-STATUS-SUCCESS  TO TRUE
040200     ELSE
040300         SET JBS-STATUS-FAILED   TO TRUE
040400     END-IF
040500     MOVE RETURN-CODE            TO JBS-RETURN-CODE
040600     MOVE WS-LOADED-COUNT        TO JBS-REC-COUNT
040700     WRITE JOB-STATUS-RECORD
040800     CLOSE JOB-LOG-FILE.
040900 9200-LOG-JOB-STATUS-EXIT.
041000     EXIT.
