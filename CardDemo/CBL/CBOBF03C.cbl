000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBOBF03C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - OUTBOUND FILE
001100*                     ACKNOWLEDGMENT EXCEPTION REPORT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN EACH MORNING AFTER CBOBF02C HAS APPLIED THE
001500*                NIGHT'S CONFIRMATIONS. READS THE WHOLE OUTBOUND
001600*                REGISTRY (OUTREG, CVOBF01Y) AND REPORTS ON
001700*                OBFEXCP EVERY FILE THAT IS STILL A PROBLEM:
001800*                  - NOT ACKNOWLEDGED AND PAST ITS ACKNOWLEDGMENT
001900*                    DUE TIME - SPLIT BY WHETHER THE FILE-TRANSFER
002000*                    LAYER EVER CONFIRMED SENDING IT;
002100*                  - REJECTED BY THE PARTNER;
002200*                  - ACKNOWLEDGED WITH A COUNT OR AMOUNT THAT DOES
002300*                    NOT TIE TO THE TRAILER WE SENT.
002400*                EACH SUCH FILE ALSO RAISES AN OPRALRT ALERT
002500*                (CODE OBF3) FOR THE ON-CALL OPERATOR. A FILE
002600*                STAYS ON THE REPORT UNTIL IT IS ACKNOWLEDGED -
002700*                BY THE PARTNER, OR BY A HAND-KEYED 'A' EVENT ON
002800*                OUTACK ONCE OPERATIONS HAS CONFIRMED IT ANOTHER
002900*                WAY. RETURN CODE 4 WHEN ANY FILE IS REPORTED.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OUTBOUND-REG-FILE ASSIGN TO OUTREG
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS OBF-FILE-ID
003800         FILE STATUS IS WS-OUTREG-STATUS.
003900     SELECT OBF-RPT-FILE ASSIGN TO OBFEXCP
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-OBFEXCP-STATUS.
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
005300 FD  OUTBOUND-REG-FILE.
005400     COPY CVOBF01Y.
005500*
005600 FD  OBF-RPT-FILE
005700     RECORDING MODE IS F.
005800 01  OBF-RPT-LINE                     PIC X(132).
005900*
006000 FD  ALERT-QUEUE-FILE
006100     RECORDING MODE IS F.
006200     COPY CSOPS01Y.
006300*
006400 FD  JOB-LOG-FILE.
006500     COPY CVJOB01Y.
006600*
006700 WORKING-STORAGE SECTION.
006800 01  WS-OUTREG-STATUS                 PIC XX.
006900     88 WS-OUTREG-OK                  VALUE '00'.
007000 01  WS-OBFEXCP-STATUS                PIC XX.
007100     88 WS-OBFEXCP-OK                 VALUE '00'.
007200 01  WS-ALERT-STATUS                  PIC XX.
007300 01  WS-JOBLOG-STATUS                 PIC XX.
007400     88 WS-JOBLOG-OK                  VALUE '00'.
007500 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
007600     88 WS-RUN-FAILED                 VALUE 'Y'.
007700 01  WS-RPT-OPEN-SW                   PIC X(01) VALUE 'N'.
007800     88 WS-RPT-OPEN                   VALUE 'Y'.
007900 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
008000     88 WS-END-OF-REGISTRY            VALUE 'Y'.
008100 01  WS-ABEND-REASON-TEXT             PIC X(50).
008200 01  WS-NOW-DTTM-X                    PIC X(12).
008300 01  WS-NOW-DTTM REDEFINES WS-NOW-DTTM-X
008400                                      PIC 9(12).
008500 01  WS-EXCEPTION-TEXT                PIC X(20).
008600*
008700 01  WS-EXCEPTION-COUNTS.
008800     05 WS-FILE-COUNT                 PIC 9(07) VALUE ZERO.
008900     05 WS-ACKED-COUNT                PIC 9(07) VALUE ZERO.
009000     05 WS-WAITING-COUNT              PIC 9(07) VALUE ZERO.
009100     05 WS-NOT-SENT-COUNT             PIC 9(07) VALUE ZERO.
009200     05 WS-NO-ACK-COUNT               PIC 9(07) VALUE ZERO.
009300     05 WS-REJECT-COUNT               PIC 9(07) VALUE ZERO.
009400     05 WS-MISMATCH-COUNT             PIC 9(07) VALUE ZERO.
009500     05 WS-EXCEPTION-COUNT            PIC 9(07) VALUE ZERO.
009600*
009700******************************************************************
009800* REPORT LAYOUT (OBFEXCP).
009900******************************************************************
010000 01  WS-REPORT-HEADING-1.
010100     05 FILLER                        PIC X(48)
010200        VALUE 'CARDDEMO OUTBOUND FILE ACKNOWLEDGMENT EXCEPTIONS'.
010300     05 FILLER                        PIC X(06) VALUE '  RUN '.
010400     05 WS-HDG-DATE                   PIC X(10).
010500     05 FILLER                        PIC X(68) VALUE SPACES.
010600 01  WS-SECTION-HEADING.
010700     05 FILLER                        PIC X(02) VALUE SPACES.
010800     05 WS-SECT-TITLE                 PIC X(50).
010900     05 FILLER                        PIC X(80) VALUE SPACES.
011000 01  WS-COLUMN-HEADING.
011100     05 FILLER                        PIC X(02) VALUE SPACES.
011200     05 FILLER                        PIC X(19)
011300        VALUE 'FILE ID'.
011400     05 FILLER                        PIC X(10)
011500        VALUE 'PARTNER'.
011600     05 FILLER                        PIC X(22)
011700        VALUE 'EXCEPTION'.
011800     05 FILLER                        PIC X(13)
011900        VALUE '  RECORDS'.
012000     05 FILLER                        PIC X(21)
012100        VALUE '             AMOUNT'.
012200     05 FILLER                        PIC X(14)
012300        VALUE 'CREATED'.
012400     05 FILLER                        PIC X(14)
012500        VALUE 'ACK DUE'.
012600     05 FILLER                        PIC X(17)
012700        VALUE 'PARTNER REF'.
012800 01  WS-DETAIL-LINE.
012900     05 FILLER                        PIC X(02) VALUE SPACES.
013000     05 WS-DL-FILE-DATE               PIC X(08).
013100     05 FILLER                        PIC X(01) VALUE SPACE.
013200     05 WS-DL-FILE-NAME               PIC X(08).
013300     05 FILLER                        PIC X(02) VALUE SPACES.
013400     05 WS-DL-PARTNER                 PIC X(08).
013500     05 FILLER                        PIC X(02) VALUE SPACES.
013600     05 WS-DL-EXCEPTION               PIC X(20).
013700     05 FILLER                        PIC X(02) VALUE SPACES.
013800     05 WS-DL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
013900     05 FILLER                        PIC X(02) VALUE SPACES.
014000     05 WS-DL-AMOUNT                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
014100     05 FILLER                        PIC X(02) VALUE SPACES.
014200     05 WS-DL-CREATED                 PIC X(12).
014300     05 FILLER                        PIC X(02) VALUE SPACES.
014400     05 WS-DL-DUE                     PIC 9(12).
014500     05 FILLER                        PIC X(02) VALUE SPACES.
014600     05 WS-DL-REF                     PIC X(12).
014700     05 FILLER                        PIC X(05) VALUE SPACES.
014800 01  WS-COUNT-LINE.
014900     05 FILLER                        PIC X(04) VALUE SPACES.
015000     05 WS-CL-LABEL                   PIC X(40).
015100     05 WS-CL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
015200     05 FILLER                        PIC X(77) VALUE SPACES.
015300*
015400 COPY CSDAT01Y.
015500*
015600******************************************************************
015700* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
015800******************************************************************
015900 COPY CSMSG02Y.
016000*
016100 LINKAGE SECTION.
016200*
016300******************************************************************
016400 PROCEDURE DIVISION.
016500******************************************************************
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016800     PERFORM 2000-CHECK-FILE THRU 2000-CHECK-FILE-EXIT
016900         UNTIL WS-END-OF-REGISTRY
017000     IF WS-RPT-OPEN
017100         PERFORM 6000-WRITE-SUMMARY THRU 6000-WRITE-SUMMARY-EXIT
017200     END-IF
017300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
017400     GOBACK.
017500*
017600 1000-INITIALIZE.
017700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
017800     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
017900     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
018000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
018100     MOVE FUNCTION CURRENT-DATE (1:12) TO WS-NOW-DTTM-X
018200     OPEN OUTPUT OBF-RPT-FILE
018300     IF NOT WS-OBFEXCP-OK
018400         DISPLAY 'CBOBF03C - ERROR OPENING REPORT FILE'
018500         MOVE 'OBFEXCP REPORT FILE OPEN ERROR'
018600                                 TO WS-ABEND-REASON-TEXT
018700         GO TO 1000-INITIALIZE-FAILED
018800     END-IF
018900     MOVE 'Y'                    TO WS-RPT-OPEN-SW
019000     OPEN INPUT OUTBOUND-REG-FILE
019100     IF NOT WS-OUTREG-OK
019200         DISPLAY 'CBOBF03C - ERROR OPENING OUTBOUND REGISTRY'
019300         MOVE 'OUTREG OUTBOUND REGISTRY OPEN ERROR'
019400                                 TO WS-ABEND-REASON-TEXT
019500         GO TO 1000-INITIALIZE-FAILED
019600     END-IF
019700     MOVE WS-CURDATE-YYYY-MM-DD  TO WS-HDG-DATE
019800     WRITE OBF-RPT-LINE          FROM WS-REPORT-HEADING-1
019900     MOVE SPACES                 TO OBF-RPT-LINE
020000     WRITE OBF-RPT-LINE
020100     MOVE 'FILES NOT ACKNOWLEDGED WITHIN THEIR WINDOW'
020200                                 TO WS-SECT-TITLE
020300     WRITE OBF-RPT-LINE          FROM WS-SECTION-HEADING
020400     WRITE OBF-RPT-LINE          FROM WS-COLUMN-HEADING
020500     PERFORM 2100-READ-NEXT-FILE THRU 2100-READ-NEXT-FILE-EXIT
020600     GO TO 1000-INITIALIZE-EXIT.
020700 1000-INITIALIZE-FAILED.
020800     MOVE 'Y'                    TO WS-ERROR-SW
020900     MOVE 'Y'                    TO WS-EOF-SW
021000     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
021100 1000-INITIALIZE-EXIT.
021200     EXIT.
021300*
021400******************************************************************
021500* CLASSIFY ONE REGISTERED FILE. AN OUTSTANDING FILE STILL INSIDE
021600* ITS WINDOW IS ONLY COUNTED.
021700******************************************************************
021800 2000-CHECK-FILE.
021900     ADD 1                       TO WS-FILE-COUNT
022000     EVALUATE TRUE
022100         WHEN OBF-ACKNOWLEDGED
022200             ADD 1               TO WS-ACKED-COUNT
022300             GO TO 2000-CHECK-FILE-NEXT
022400         WHEN OBF-REJECTED
022500             MOVE 'REJECTED BY PARTNER' TO WS-EXCEPTION-TEXT
022600             ADD 1               TO WS-REJECT-COUNT
022700         WHEN OBF-ACK-MISMATCH
022800             MOVE 'ACK DOES NOT TIE'    TO WS-EXCEPTION-TEXT
022900             ADD 1               TO WS-MISMATCH-COUNT
023000         WHEN WS-NOW-DTTM NOT > OBF-ACK-DUE-DTTM
023100             ADD 1               TO WS-WAITING-COUNT
023200             GO TO 2000-CHECK-FILE-NEXT
023300         WHEN OBF-CREATED
023400             MOVE 'NEVER TRANSMITTED'   TO WS-EXCEPTION-TEXT
023500             ADD 1               TO WS-NOT-SENT-COUNT
023600         WHEN OTHER
023700             MOVE 'NOT ACKNOWLEDGED'    TO WS-EXCEPTION-TEXT
023800             ADD 1               TO WS-NO-ACK-COUNT
023900     END-EVALUATE
024000     ADD 1                       TO WS-EXCEPTION-COUNT
024100     PERFORM 3000-REPORT-EXCEPTION THRU 3000-REPORT-EXCEPTION-EXIT
024200     PERFORM 4000-ALERT-EXCEPTION THRU 4000-ALERT-EXCEPTION-EXIT.
024300 2000-CHECK-FILE-NEXT.
024400     PERFORM 2100-READ-NEXT-FILE THRU 2100-READ-NEXT-FILE-EXIT.
024500 2000-CHECK-FILE-EXIT.
024600     EXIT.
024700*
024800 2100-READ-NEXT-FILE.
024900     READ OUTBOUND-REG-FILE NEXT RECORD
025000         AT END
025100             MOVE 'Y'            TO WS-EOF-SW
025200     END-READ.
025300 2100-READ-NEXT-FILE-EXIT.
025400     EXIT.
025500*
025600 3000-REPORT-EXCEPTION.
025700     MOVE OBF-FILE-DATE          TO WS-DL-FILE-DATE
025800     MOVE OBF-FILE-NAME          TO WS-DL-FILE-NAME
025900     MOVE OBF-PARTNER-CD         TO WS-DL-PARTNER
026000     MOVE WS-EXCEPTION-TEXT      TO WS-DL-EXCEPTION
026100     MOVE OBF-REC-COUNT          TO WS-DL-COUNT
026200     MOVE OBF-AMT-TOTAL          TO WS-DL-AMOUNT
026300     MOVE OBF-CREATED-TS (1:12)  TO WS-DL-CREATED
026400     MOVE OBF-ACK-DUE-DTTM       TO WS-DL-DUE
026500     MOVE OBF-ACK-REF            TO WS-DL-REF
026600     WRITE OBF-RPT-LINE          FROM WS-DETAIL-LINE.
026700 3000-REPORT-EXCEPTION-EXIT.
026800     EXIT.
026900*
027000******************************************************************
027100* ONE ALERT PER FILE IN TROUBLE. THE RUN GOES ON - THIS IS A
027200* BUSINESS EXCEPTION, NOT A FAILURE OF THIS JOB.
027300******************************************************************
027400 4000-ALERT-EXCEPTION.
027500     OPEN EXTEND ALERT-QUEUE-FILE
027600     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
027700     MOVE 'CBOBF03C'             TO ALERT-PGMNAME
027800     MOVE 'OBF3'                 TO ALERT-ABEND-CODE
027900     MOVE OBF-JOB-NAME           TO ALERT-ABEND-CULPRIT
028000     MOVE SPACES                 TO ALERT-ABEND-REASON
028100     STRING 'OUTBOUND '          DELIMITED BY SIZE
028200            OBF-FILE-NAME        DELIMITED BY SPACE
028300            ' '                  DELIMITED BY SIZE
028400            OBF-FILE-DATE        DELIMITED BY SIZE
028500            ' '                  DELIMITED BY SIZE
028600            WS-EXCEPTION-TEXT    DELIMITED BY SIZE
028700       INTO ALERT-ABEND-REASON
028800     END-STRING
028900     MOVE SPACES                 TO ALERT-ABEND-MSG
029000     STRING 'PARTNER '           DELIMITED BY SIZE
029100            OBF-PARTNER-CD       DELIMITED BY SPACE
029200            ' ACK DUE '          DELIMITED BY SIZE
029300            OBF-ACK-DUE-DTTM     DELIMITED BY SIZE
029400            ' REF '              DELIMITED BY SIZE
029500            OBF-ACK-REF          DELIMITED BY SIZE
029600       INTO ALERT-ABEND-MSG
029700     END-STRING
029800     WRITE OPS-ALERT-RECORD
029900     CLOSE ALERT-QUEUE-FILE.
030000 4000-ALERT-EXCEPTION-EXIT.
030100     EXIT.
030200*
030300 6000-WRITE-SUMMARY.
030400     IF WS-EXCEPTION-COUNT = ZERO
030500         MOVE '  NONE - EVERY FILE IS ACKNOWLEDGED OR IN WINDOW'
030600                                 TO OBF-RPT-LINE
030700         WRITE OBF-RPT-LINE
030800     END-IF
030900     MOVE SPACES                 TO OBF-RPT-LINE
031000     WRITE OBF-RPT-LINE
031100     MOVE 'REGISTRY SUMMARY'     TO WS-SECT-TITLE
031200     WRITE OBF-RPT-LINE          FROM WS-SECTION-HEADING
031300     MOVE 'FILES ON THE REGISTRY' TO WS-CL-LABEL
031400     MOVE WS-FILE-COUNT          TO WS-CL-COUNT
031500     WRITE OBF-RPT-LINE          FROM WS-COUNT-LINE
031600     MOVE 'ACKNOWLEDGED'         TO WS-CL-LABEL
031700     MOVE WS-ACKED-COUNT         TO WS-CL-COUNT
031800     WRITE OBF-RPT-LINE          FROM WS-COUNT-LINE
031900     MOVE 'AWAITING ACK, STILL IN WINDOW' TO WS-CL-LABEL
032000     MOVE WS-WAITING-COUNT       TO WS-CL-COUNT
032100     WRITE OBF-RPT-LINE          FROM WS-COUNT-LINE
032200     MOVE 'PAST WINDOW, NEVER TRANSMITTED' TO WS-CL-LABEL
032300     MOVE WS-NOT-SENT-COUNT      TO WS-CL-COUNT
032400     WRITE OBF-RPT-LINE          FROM WS-COUNT-LINE
032500     MOVE 'PAST WINDOW, SENT BUT NOT ACKNOWLEDGED'
032600                                 TO WS-CL-LABEL
032700     MOVE WS-NO-ACK-COUNT        TO WS-CL-COUNT
032800     WRITE OBF-RPT-LINE          FROM WS-COUNT-LINE
032900     MOVE 'REJECTED BY PARTNER'  TO WS-CL-LABEL
033000     MOVE WS-REJECT-COUNT        TO WS-CL-COUNT
033100     WRITE OBF-RPT-LINE          FROM WS-COUNT-LINE
033200     MOVE 'ACKNOWLEDGED, NOT TYING TO TRAILER' TO WS-CL-LABEL
033300     MOVE WS-MISMATCH-COUNT      TO WS-CL-COUNT
033400     WRITE OBF-RPT-LINE          FROM WS-COUNT-LINE
033500     MOVE 'EXCEPTIONS ALERTED'   TO WS-CL-LABEL
033600     MOVE WS-EXCEPTION-COUNT     TO WS-CL-COUNT
033700     WRITE OBF-RPT-LINE          FROM WS-COUNT-LINE.
033800 6000-WRITE-SUMMARY-EXIT.
033900     EXIT.
034000*
034100 9000-TERMINATE.
034200     CLOSE OUTBOUND-REG-FILE
034300     IF WS-RPT-OPEN
034400         CLOSE OBF-RPT-FILE
034500     END-IF
034600     DISPLAY 'CBOBF03C - FILES ON REGISTRY: ' WS-FILE-COUNT
034700     DISPLAY 'CBOBF03C - ACKNOWLEDGED: ' WS-ACKED-COUNT
034800     DISPLAY 'CBOBF03C - AWAITING, IN WINDOW: ' WS-WAITING-COUNT
034900     DISPLAY 'CBOBF03C - EXCEPTIONS ALERTED: ' WS-EXCEPTION-COUNT
035000     IF WS-RUN-FAILED
035100         MOVE 16                 TO RETURN-CODE
035200     ELSE
035300         IF WS-EXCEPTION-COUNT > ZERO
035400             MOVE 4              TO RETURN-CODE
035500         ELSE
035600             MOVE ZERO           TO RETURN-CODE
035700         END-IF
035800     END-IF
035900     PERFORM 9200-LOG-JOB-STATUS
036000         THRU 9200-LOG-JOB-STATUS-EXIT.
036100 9000-TERMINATE-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
036600* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
036700* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
036800* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
036900******************************************************************
037000 9100-ABEND-NOTIFY.
037100     MOVE 'OBF9'                 TO ABEND-CODE
037200     MOVE 'CBOBF03C'             TO ABEND-CULPRIT
037300     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
037400     STRING ABEND-CULPRIT   DELIMITED BY SIZE
037500            ' - '           DELIMITED BY SIZE
037600            ABEND-REASON    DELIMITED BY SIZE
037700       INTO ABEND-MSG
037800     END-STRING
037900     OPEN EXTEND ALERT-QUEUE-FILE
038000     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
038100     MOVE 'CBOBF03C'             TO ALERT-PGMNAME
038200     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
038300     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
038400     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
038500     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
038600     WRITE OPS-ALERT-RECORD
038700     CLOSE ALERT-QUEUE-FILE.
038800 9100-ABEND-NOTIFY-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* APPENDS THIS RUN'S OUTCOME TO JOBLOG, WITH THE NUMBER OF FILES
039300* REPORTED AS THE RECORD COUNT. A RUN THAT FOUND EXCEPTIONS
039400* (RETURN CODE 4) DID ITS JOB AND IS LOGGED A SUCCESS.
039500******************************************************************
039600 9200-LOG-JOB-STATUS.
039700     OPEN I-O JOB-LOG-FILE
039800     IF NOT WS-JOBLOG-OK
039900         DISPLAY 'CBOBF03C - ERROR OPENING JOB LOG FILE'
040000         GO TO 9200-LOG-JOB-STATUS-EXIT
040100     END-IF
040200     MOVE 'CBOBF03C'             TO JBS-JOB-NAME
040300     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
040400     IF RETURN-CODE < 8
040500         SET JBS-STATUS-SUCCESS  TO TRUE
040600     ELSE
040700         SET JBS-STATUS-FAILED   TO TRUE
040800     END-IF
040900     MOVE RETURN-CODE            TO JBS-RETURN-CODE
041000     MOVE WS-EXCEPTION-COUNT     TO JBS-REC-COUNT
041100     WRITE JOB-STATUS-RECORD
041200     CLOSE JOB-LOG-FILE.
041300 9200-LOG-JOB-STATUS-EXIT.
041400     EXIT.
