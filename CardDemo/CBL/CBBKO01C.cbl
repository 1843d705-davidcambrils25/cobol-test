000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBBKO01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - BACKOUT OF A WHOLE
001100*                     POSTED DALYTRAN FEED FILE BY FILE ID.
000000* 2026-10-15  MAINT   REVERSAL ROWS NO LONGER CARRY THE
000000*                     REQUESTER AND APPROVER STAMPS; LIKE
000000*                     EVERY BATCH WRITER THEY ARE LEFT BLANK.
000000* 2026-10-15  MAINT   REVERSAL ROW IDS COME FROM CBKEY01C
000000*                     (STREAM 'BK') AND A DUPLICATE IS RETRIED.
000000*                     A REVERSAL THAT CANNOT BE WRITTEN IS
000000*                     COUNTED APART FROM A MISSING ORIGINAL,
000000*                     LEAVES ITS LINK LIVE AND KEEPS THE FILECTL
000000*                     REGISTRATION FROM BEING MARKED BACKED OUT
000000*                     (RC 4) - THE RERUN FINISHES THE JOB.
000000* 2026-10-15  MAINT   A RELEASED HOLD'S FX AND CASH ADVANCE FEE
000000*                     ROWS (COFRD00C, TYPE 04 POINTING AT THE
000000*                     HOLD) ARE REVERSED WITH IT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ON REQUEST, WHEN A MERCHANT FEED FILE WAS POSTED
001500*                AND LATER FOUND TO BE BAD. THE BKOREQ CARD
001600*                (CVFBK01Y) NAMES THE FILECTL FILE ID AND THE
001700*                USER ASKING; FEEDLINK (CVFLK01Y), WRITTEN BY
001800*                CBTRN03C AS IT POSTED THE FILE, SAYS WHAT EVERY
001900*                ROW OF IT DID. THE LINKS ARE FIRST TIED BACK TO
002000*                THE FILE'S TRAILER COUNT AND AMOUNT TOTAL - A
002100*                FILE THAT DOES NOT TIE IS NEVER BACKED OUT.
002200*                THE BACKOUT IS MAKER-CHECKER ON ACCTAPR, THE
002300*                SAME QUEUE AS EVERY OTHER SECOND-USER CHANGE:
002400*                  - THE FIRST RUN ONLY REPORTS WHAT WOULD BE
002500*                    REVERSED AND QUEUES A PENDING 'FEEDBKO' ROW
002600*                    (ACCOUNT ZERO) IN THE REQUESTER'S NAME,
002700*                    RETURN CODE 4;
002800*                  - A SECOND USER APPROVES IT ON COACTAPC; UNTIL
002900*                    THEN A RUN REPORTS IT AWAITING APPROVAL;
003000*                  - THE NEXT RUN WITH THE SAME CARD BACKS THE
003100*                    FILE OUT: EVERY POSTED ROW AND FEE ROW GETS
003200*                    AN OFFSETTING REVERSAL ON TRANDAT (THE
003300*                    COTRN01C CONVENTION, STAMPS BLANK AS ON ANY
003400*                    BATCH ROW - WHO ASKED AND WHO APPROVED STAY
000000*                    ON THE ACCTAPR ROW) WITH ITS CASH
003500*                    BUCKET AND INTERCHANGE BACKED OUT AND ITS
003600*                    MATCHED AUTHORIZATION HOLDS REOPENED; A HOLD
003700*                    STILL PENDING ON TRANFRD IS REJECTED AND ONE
003800*                    ALREADY RELEASED TO THE MASTER IS REVERSED,
000000*                    TOGETHER WITH THE FEES CHARGED ON RELEASE;
003900*                    ROWS REJECTED AT LOAD NEED NOTHING. EACH
004000*                    LINK IS MARKED BACKED OUT AS IT IS DONE, SO
004100*                    A RERUN AFTER A FAILURE PICKS UP WHERE IT
004200*                    STOPPED, AND A ROW ALREADY CARRYING A
004300*                    REVERSAL IS NEVER REVERSED TWICE. LAST, THE
004400*                    FILECTL REGISTRATION IS MARKED BACKED OUT SO
004500*                    THE CORRECTED FILE CAN BE POSTED UNDER THE
004600*                    SAME FILE ID.
004700*                THE REVERSALS ARE UNPOSTED MASTER ROWS LIKE ANY
004800*                OTHER - CBTRN02C APPLIES THEM TO THE BALANCES ON
004900*                ITS NEXT RUN. A REJECTED APPROVAL LETS THE NEXT
005000*                RUN PROPOSE THE BACKOUT AGAIN.
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT BACKOUT-REQ-FILE ASSIGN TO BKOREQ
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-BKOREQ-STATUS.
005800     SELECT FILE-CTL-FILE ASSIGN TO FILECTL
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS REG-FILE-ID
006200         FILE STATUS IS WS-FILECTL-STATUS.
006300     SELECT FEED-LINK-FILE ASSIGN TO FEEDLINK
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS FLK-KEY
006700         FILE STATUS IS WS-FEEDLINK-STATUS.
006800     SELECT APPROVAL-FILE ASSIGN TO ACCTAPR
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS APR-KEY
007200         FILE STATUS IS WS-ACCTAPR-STATUS.
007300     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS TRAN-ID OF TRAN-RECORD
007700         FILE STATUS IS WS-TRANDAT-STATUS.
007800     SELECT TRAN-CARD-FILE ASSIGN TO TRANCARD
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS TRAN-CARD-NUM OF TRAN-CARD-VIEW
008200         FILE STATUS IS WS-TRANCARD-STATUS.
008300     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS ACCT-ID
008700         FILE STATUS IS WS-ACCOUNT-STATUS.
008800     SELECT AUTH-HOLD-FILE ASSIGN TO AUTHFILE
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS AUT-KEY
009200         FILE STATUS IS WS-AUTHFILE-STATUS.
009300     SELECT FRAUD-HOLD-FILE ASSIGN TO TRANFRD
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS FRD-TRAN-ID
009700         FILE STATUS IS WS-TRANFRD-STATUS.
009800     SELECT INTCHG-FILE ASSIGN TO INTCHG
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS RANDOM
010100         RECORD KEY IS ICH-TRAN-ID
010200         FILE STATUS IS WS-INTCHG-STATUS.
010300     SELECT BKO-RPT-FILE ASSIGN TO BKORPT
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-BKORPT-STATUS.
010600     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-ALERT-STATUS.
010900     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS DYNAMIC
011200         RECORD KEY IS JBS-KEY
011300         FILE STATUS IS WS-JOBLOG-STATUS.
011400*
011500 DATA DIVISION.
011600 FILE SECTION.
011700 FD  BACKOUT-REQ-FILE
011800     RECORDING MODE IS F.
011900     COPY CVFBK01Y.
012000*
012100 FD  FILE-CTL-FILE.
012200     COPY CVREG01Y.
012300*
012400 FD  FEED-LINK-FILE.
012500     COPY CVFLK01Y.
012600*
012700 FD  APPROVAL-FILE.
012800     COPY CVAPR01Y.
012900*
013000 FD  TRAN-MASTER-FILE.
013100     COPY CVTRA01Y.
013200*
013300 FD  TRAN-CARD-FILE.
013400     COPY CVTRA01Y REPLACING TRAN-RECORD BY TRAN-CARD-VIEW.
013500*
013600 FD  ACCOUNT-FILE.
013700     COPY CVACT01Y.
013800*
013900 FD  AUTH-HOLD-FILE.
014000     COPY CVAUT01Y.
014100*
014200 FD  FRAUD-HOLD-FILE.
014300     COPY CVFRD01Y.
014400*
014500 FD  INTCHG-FILE.
014600     COPY CVICH01Y.
014700*
014800 FD  BKO-RPT-FILE
014900     RECORDING MODE IS F.
015000 01  BKO-RPT-LINE                     PIC X(132).
015100*
015200 FD  ALERT-QUEUE-FILE
015300     RECORDING MODE IS F.
015400     COPY CSOPS01Y.
015500*
015600 FD  JOB-LOG-FILE.
015700     COPY CVJOB01Y.
015800*
015900 WORKING-STORAGE SECTION.
016000 01  WS-BKOREQ-STATUS                 PIC XX.
016100     88 WS-BKOREQ-OK                  VALUE '00'.
016200 01  WS-FILECTL-STATUS                PIC XX.
016300     88 WS-FILECTL-OK                 VALUE '00'.
016400 01  WS-FEEDLINK-STATUS               PIC XX.
016500     88 WS-FEEDLINK-OK                VALUE '00'.
016600 01  WS-ACCTAPR-STATUS                PIC XX.
016700     88 WS-ACCTAPR-OK                 VALUE '00'.
016800 01  WS-TRANDAT-STATUS                PIC XX.
016900     88 WS-TRANDAT-OK                 VALUE '00'.
000000     88 WS-TRANDAT-DUPLICATE          VALUE '22'.
017000 01  WS-TRANCARD-STATUS               PIC XX.
017100     88 WS-TRANCARD-OK                VALUE '00'.
017200 01  WS-ACCOUNT-STATUS                PIC XX.
017300     88 WS-ACCOUNT-OK                 VALUE '00'.
017400 01  WS-AUTHFILE-STATUS               PIC XX.
017500     88 WS-AUTHFILE-OK                VALUE '00'.
017600 01  WS-TRANFRD-STATUS                PIC XX.
017700     88 WS-TRANFRD-OK                 VALUE '00'.
017800 01  WS-INTCHG-STATUS                 PIC XX.
017900     88 WS-INTCHG-OK                  VALUE '00'.
018000 01  WS-BKORPT-STATUS                 PIC XX.
018100     88 WS-BKORPT-OK                  VALUE '00'.
018200 01  WS-ALERT-STATUS                  PIC XX.
018300 01  WS-JOBLOG-STATUS                 PIC XX.
018400     88 WS-JOBLOG-OK                  VALUE '00'.
018500 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
018600     88 WS-RUN-FAILED                 VALUE 'Y'.
018700 01  WS-WARN-SW                       PIC X(01) VALUE 'N'.
018800     88 WS-RUN-WARNED                 VALUE 'Y'.
018900 01  WS-RPT-OPEN-SW                   PIC X(01) VALUE 'N'.
019000     88 WS-RPT-OPEN                   VALUE 'Y'.
019100 01  WS-INTCHG-OPEN-SW                PIC X(01) VALUE 'N'.
019200     88 WS-INTCHG-OPEN                VALUE 'Y'.
019300 01  WS-LINK-EOF-SW                   PIC X(01) VALUE 'N'.
019400     88 WS-END-OF-LINKS               VALUE 'Y'.
019500 01  WS-APR-EOF-SW                    PIC X(01) VALUE 'N'.
019600     88 WS-END-OF-APPROVALS           VALUE 'Y'.
019700 01  WS-REV-EOF-SW                    PIC X(01) VALUE 'N'.
019800     88 WS-END-OF-CARD-TRANS          VALUE 'Y'.
019900 01  WS-AUT-EOF-SW                    PIC X(01) VALUE 'N'.
020000     88 WS-END-OF-HOLDS               VALUE 'Y'.
020100 01  WS-ABEND-REASON-TEXT             PIC X(50).
020200 01  WS-CURRENT-TIMESTAMP             PIC X(26).
020300*
020400******************************************************************
020500* THE FILE BEING BACKED OUT AND THE ACCTAPR ROW THAT GOVERNS IT.
020600* ONLY A 'FEEDBKO' ROW REQUESTED SINCE THE FILE ID WAS LAST
020700* POSTED COUNTS - ONE FROM AN EARLIER BACKOUT OF THE SAME FILE ID
020800* IS HISTORY. THE LATEST SUCH ROW WINS.
020900******************************************************************
021000 01  WS-BACKOUT-WORK.
021100     05 WS-FILE-ID                    PIC X(16) VALUE SPACES.
021200     05 WS-REQUESTED-BY               PIC X(08) VALUE SPACES.
021300     05 WS-REG-PROCESSED-TS           PIC X(26).
021400     05 WS-TRL-COUNT                  PIC 9(09) VALUE ZERO.
021500     05 WS-TRL-TOTAL                  PIC S9(11)V99 COMP-3
021600                                      VALUE ZERO.
021700     05 WS-NEXT-APR-SEQ               PIC 9(04) VALUE 1.
021800     05 WS-APR-FOUND-SW               PIC X(01) VALUE 'N'.
021900        88 WS-APR-FOUND               VALUE 'Y'.
022000     05 WS-APR-SEQ                    PIC 9(04) VALUE ZERO.
022100     05 WS-APR-STATE                  PIC X(01) VALUE SPACE.
022200        88 WS-APR-IS-PENDING          VALUE 'P'.
022300        88 WS-APR-IS-APPROVED         VALUE 'A'.
022400        88 WS-APR-IS-REJECTED         VALUE 'R'.
022500     05 WS-APR-REQUESTED-BY           PIC X(08) VALUE SPACES.
022600     05 WS-APR-REQUESTED-TS           PIC X(26) VALUE SPACES.
022700     05 WS-APR-APPROVED-BY            PIC X(08) VALUE SPACES.
022800     05 WS-OUTCOME-TEXT               PIC X(50) VALUE SPACES.
022900*
023000******************************************************************
023100* THE TALLY OF THE FILE'S LINKS (2000). THE DETAIL ROWS - POSTED,
023200* HELD AND REJECTED - ARE WHAT THE TRAILER COUNTED; FEE ROWS ARE
023300* THIS SHOP'S OWN AND SIT OUTSIDE THE TIE. WS-REVERSE-TOTAL IS
023400* WHAT THE BACKOUT TAKES OFF THE MASTER.
023500******************************************************************
023600 01  WS-TALLY.
023700     05 WS-LINKED-COUNT               PIC 9(09) VALUE ZERO.
023800     05 WS-LINKED-AMT                 PIC S9(11)V99 COMP-3
023900                                      VALUE ZERO.
024000     05 WS-POSTED-COUNT               PIC 9(09) VALUE ZERO.
024100     05 WS-POSTED-AMT                 PIC S9(11)V99 COMP-3
024200                                      VALUE ZERO.
024300     05 WS-FEE-COUNT                  PIC 9(09) VALUE ZERO.
024400     05 WS-FEE-AMT                    PIC S9(11)V99 COMP-3
024500                                      VALUE ZERO.
024600     05 WS-HOLD-OPEN-COUNT            PIC 9(09) VALUE ZERO.
024700     05 WS-HOLD-OPEN-AMT              PIC S9(11)V99 COMP-3
024800                                      VALUE ZERO.
024900     05 WS-HOLD-REL-COUNT             PIC 9(09) VALUE ZERO.
025000     05 WS-HOLD-REL-AMT               PIC S9(11)V99 COMP-3
025100                                      VALUE ZERO.
025200     05 WS-HOLD-DONE-COUNT            PIC 9(09) VALUE ZERO.
025300     05 WS-REJECTED-COUNT             PIC 9(09) VALUE ZERO.
025400     05 WS-REVERSE-TOTAL              PIC S9(11)V99 COMP-3
025500                                      VALUE ZERO.
025600     05 WS-BALANCED-SW                PIC X(01) VALUE 'N'.
025700        88 WS-LINKS-BALANCED          VALUE 'Y'.
025800*
025900******************************************************************
026000* THE EXECUTE PASS (4000). WS-OFFSET-ID IS THE REVERSAL ROW THE
026100* LINK IN HAND ENDED WITH - WRITTEN NOW, OR FOUND ALREADY THERE.
026200******************************************************************
026300 01  WS-EXECUTE-WORK.
026400     05 WS-REVERSE-ID                 PIC X(16).
026500     05 WS-OFFSET-ID                  PIC X(16).
000000     05 WS-KEY-TRIES                  PIC 9(04) COMP VALUE ZERO.
000000     05 WS-KEY-WRITE-SW               PIC X(01).
000000        88 WS-KEY-WRITE-DONE          VALUE 'Y'.
000000     05 WS-OFFSET-FAIL-SW             PIC X(01).
000000        88 WS-OFFSET-FAILED           VALUE 'Y'.
026700     05 WS-REV-CARD-NUM               PIC X(16).
026800     05 WS-REV-TYPE-CD                PIC X(02).
026900     05 WS-REV-AMT                    PIC S9(09)V99 COMP-3.
027000     05 WS-REVERSED-SW                PIC X(01).
027100        88 WS-ALREADY-REVERSED        VALUE 'Y'.
000000     05 WS-HOLD-OFFSET-ID             PIC X(16).
000000     05 WS-OFFSET-MARK                PIC 9(09).
000000     05 WS-HOLD-FEE-N                 PIC 9(04) COMP VALUE ZERO.
000000     05 WS-HOLD-FEE-SUB               PIC 9(04) COMP VALUE ZERO.
000000     05 WS-HOLD-FEE-TABLE.
000000        10 WS-HOLD-FEE-ID             PIC X(16) OCCURS 10 TIMES.
027200     05 WS-OFFSET-COUNT               PIC 9(09) VALUE ZERO.
027300     05 WS-SKIP-COUNT                 PIC 9(09) VALUE ZERO.
027400     05 WS-MISSING-COUNT              PIC 9(09) VALUE ZERO.
000000     05 WS-OFFSET-FAIL-COUNT          PIC 9(09) VALUE ZERO.
027500     05 WS-CANCEL-COUNT               PIC 9(09) VALUE ZERO.
000000     05 WS-HOLD-FEE-COUNT             PIC 9(09) VALUE ZERO.
027600     05 WS-REOPEN-COUNT               PIC 9(09) VALUE ZERO.
027700     05 WS-ICH-OFFSET-COUNT           PIC 9(09) VALUE ZERO.
027800*
027900******************************************************************
028000* REPORT LAYOUT (BKORPT).
028100******************************************************************
028200 01  WS-REPORT-HEADING-1.
028300     05 FILLER                        PIC X(30)
028400        VALUE 'CARDDEMO FEED FILE BACKOUT - '.
028500     05 WS-HDG-FILE-ID                PIC X(16).
028600     05 FILLER                        PIC X(06) VALUE '  RUN '.
028700     05 WS-HDG-DATE                   PIC X(10).
028800     05 FILLER                        PIC X(14)
028900        VALUE '  REQUESTED BY'.
029000     05 FILLER                        PIC X(01) VALUE SPACE.
029100     05 WS-HDG-USER                   PIC X(08).
029200     05 FILLER                        PIC X(47) VALUE SPACES.
029300 01  WS-SECTION-HEADING.
029400     05 FILLER                        PIC X(02) VALUE SPACES.
029500     05 WS-SECT-TITLE                 PIC X(50).
029600     05 FILLER                        PIC X(80) VALUE SPACES.
029700 01  WS-COUNT-LINE.
029800     05 FILLER                        PIC X(04) VALUE SPACES.
029900     05 WS-CL-LABEL                   PIC X(40).
030000     05 WS-CL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
030100     05 FILLER                        PIC X(77) VALUE SPACES.
030200 01  WS-TOTAL-LINE.
030300     05 FILLER                        PIC X(04) VALUE SPACES.
030400     05 WS-TL-LABEL                   PIC X(40).
030500     05 WS-TL-AMOUNT                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
030600     05 FILLER                        PIC X(69) VALUE SPACES.
030700*
030800 COPY CSDAT01Y.
030900*
031000******************************************************************
031100* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
031200******************************************************************
031300 COPY CSMSG02Y.
031400*
031500******************************************************************
031600* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
031700******************************************************************
031800 COPY CVQSP01Y.
000000******************************************************************
000000* BATCH TRANSACTION KEY PARAMETER - SEE CBKEY01C.
000000******************************************************************
000000 COPY CVKEY01Y.
031900*
032000 LINKAGE SECTION.
032100*
032200******************************************************************
032300 PROCEDURE DIVISION.
032400******************************************************************
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
032700     IF NOT WS-RUN-FAILED
032800         PERFORM 2000-TALLY-LINKS THRU 2000-TALLY-LINKS-EXIT
032900         PERFORM 3000-DECIDE-BACKOUT
033000             THRU 3000-DECIDE-BACKOUT-EXIT
033100     END-IF
033200     IF WS-RPT-OPEN
033300         PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT
033400     END-IF
033500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
033600     GOBACK.
033700*
033800******************************************************************
033900* READ THE REQUEST CARD AND PROVE THE FILE CAN BE BACKED OUT: IT
034000* MUST BE A LIVE FILECTL REGISTRATION WITH A FEEDLINK CONTROL
034100* ROW - A FILE POSTED BEFORE CBTRN03C KEPT LINKS HAS NONE. THEN
034200* FIND THE APPROVAL ROW, IF ANY, THAT GOVERNS IT.
034300******************************************************************
034400 1000-INITIALIZE.
034500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
034600     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
034700     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
034800     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
034900     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
035000     OPEN INPUT BACKOUT-REQ-FILE
035100     IF NOT WS-BKOREQ-OK
035200         DISPLAY 'CBBKO01C - ERROR OPENING BACKOUT REQUEST CARD'
035300         MOVE 'BACKOUT REQUEST CARD OPEN ERROR'
035400                                 TO WS-ABEND-REASON-TEXT
035500         GO TO 1000-INITIALIZE-FAILED
035600     END-IF
035700     READ BACKOUT-REQ-FILE
035800         AT END
035900             DISPLAY 'CBBKO01C - BACKOUT REQUEST CARD IS EMPTY'
036000             MOVE 'BACKOUT REQUEST CARD IS EMPTY'
036100                                 TO WS-ABEND-REASON-TEXT
036200             GO TO 1000-INITIALIZE-FAILED
036300     END-READ
036400     IF FBK-FILE-ID = SPACES OR FBK-REQUESTED-BY = SPACES
036500         DISPLAY 'CBBKO01C - CARD NEEDS A FILE ID AND A USER'
036600         MOVE 'BACKOUT REQUEST CARD INCOMPLETE'
036700                                 TO WS-ABEND-REASON-TEXT
036800         GO TO 1000-INITIALIZE-FAILED
036900     END-IF
037000     MOVE FBK-FILE-ID            TO WS-FILE-ID
037100     MOVE FBK-REQUESTED-BY       TO WS-REQUESTED-BY
037200     OPEN OUTPUT BKO-RPT-FILE
037300     IF NOT WS-BKORPT-OK
037400         DISPLAY 'CBBKO01C - ERROR OPENING REPORT FILE'
037500         MOVE 'BACKOUT REPORT FILE OPEN ERROR'
037600                                 TO WS-ABEND-REASON-TEXT
037700         GO TO 1000-INITIALIZE-FAILED
037800     END-IF
037900     MOVE 'Y'                    TO WS-RPT-OPEN-SW
038000     OPEN I-O FILE-CTL-FILE
038100     IF NOT WS-FILECTL-OK
038200         DISPLAY 'CBBKO01C - ERROR OPENING FILE REGISTRY'
038300         MOVE 'FILECTL REGISTRY OPEN ERROR'
038400                                 TO WS-ABEND-REASON-TEXT
038500         GO TO 1000-INITIALIZE-FAILED
038600     END-IF
038700     MOVE WS-FILE-ID             TO REG-FILE-ID
038800     READ FILE-CTL-FILE
038900         INVALID KEY
039000             DISPLAY 'CBBKO01C - FILE ID NOT REGISTERED: '
039100                     WS-FILE-ID
039200             MOVE 'FEED FILE ID IS NOT ON FILECTL'
039300                                 TO WS-ABEND-REASON-TEXT
039400             GO TO 1000-INITIALIZE-FAILED
039500     END-READ
039600     IF REG-BACKED-OUT
039700         DISPLAY 'CBBKO01C - FILE ALREADY BACKED OUT: '
039800                 WS-FILE-ID
039900         MOVE 'FEED FILE IS ALREADY BACKED OUT'
040000                                 TO WS-ABEND-REASON-TEXT
040100         GO TO 1000-INITIALIZE-FAILED
040200     END-IF
040300     MOVE REG-PROCESSED-TS       TO WS-REG-PROCESSED-TS
040400     OPEN I-O FEED-LINK-FILE
040500     IF NOT WS-FEEDLINK-OK
040600         DISPLAY 'CBBKO01C - ERROR OPENING FEEDLINK'
040700         MOVE 'FEEDLINK FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
040800         GO TO 1000-INITIALIZE-FAILED
040900     END-IF
041000     MOVE WS-FILE-ID             TO FLK-FILE-ID
041100     MOVE 'TRL'                  TO FLK-TRAN-ID
041200     READ FEED-LINK-FILE
041300         INVALID KEY
041400             DISPLAY 'CBBKO01C - NO FEEDLINK ROWS FOR ' WS-FILE-ID
041500             MOVE 'FEED FILE HAS NO FEEDLINK ROWS TO BACK OUT'
041600                                 TO WS-ABEND-REASON-TEXT
041700             GO TO 1000-INITIALIZE-FAILED
041800     END-READ
041900     MOVE FLK-REC-COUNT          TO WS-TRL-COUNT
042000     MOVE FLK-FEED-AMT           TO WS-TRL-TOTAL
042100     OPEN I-O APPROVAL-FILE
042200     IF NOT WS-ACCTAPR-OK
042300         DISPLAY 'CBBKO01C - ERROR OPENING APPROVAL QUEUE'
042400         MOVE 'ACCTAPR APPROVAL FILE OPEN ERROR'
042500                                 TO WS-ABEND-REASON-TEXT
042600         GO TO 1000-INITIALIZE-FAILED
042700     END-IF
042800     OPEN I-O FRAUD-HOLD-FILE
042900     IF NOT WS-TRANFRD-OK
043000         DISPLAY 'CBBKO01C - ERROR OPENING FRAUD HOLD QUEUE'
043100         MOVE 'TRANFRD FRAUD HOLD FILE OPEN ERROR'
043200                                 TO WS-ABEND-REASON-TEXT
043300         GO TO 1000-INITIALIZE-FAILED
043400     END-IF
043500     PERFORM 1100-FIND-APPROVAL THRU 1100-FIND-APPROVAL-EXIT
043600     GO TO 1000-INITIALIZE-EXIT.
043700 1000-INITIALIZE-FAILED.
043800     MOVE 'Y'                    TO WS-ERROR-SW
043900     MOVE WS-ABEND-REASON-TEXT   TO WS-OUTCOME-TEXT
044000     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
044100 1000-INITIALIZE-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* WALK THE ACCOUNT-ZERO ACCTAPR ROWS, WHERE FEED BACKOUTS QUEUE,
044600* FOR THE LATEST 'FEEDBKO' ROW FOR THIS FILE ID REQUESTED SINCE
044700* THE FILE WAS POSTED, AND THE NEXT FREE SEQUENCE NUMBER.
044800******************************************************************
044900 1100-FIND-APPROVAL.
045000     MOVE 'N'                    TO WS-APR-EOF-SW
045100     MOVE ZERO                   TO APR-ACCT-ID
045200     MOVE ZERO                   TO APR-SEQ-NUM
045300     START APPROVAL-FILE KEY NOT LESS THAN APR-KEY
045400         INVALID KEY
045500             MOVE 'Y'            TO WS-APR-EOF-SW
045600     END-START
045700     PERFORM 1110-NEXT-APPROVAL THRU 1110-NEXT-APPROVAL-EXIT
045800         UNTIL WS-END-OF-APPROVALS.
045900 1100-FIND-APPROVAL-EXIT.
046000     EXIT.
046100*
046200 1110-NEXT-APPROVAL.
046300     READ APPROVAL-FILE NEXT RECORD
046400         AT END
046500             MOVE 'Y'            TO WS-APR-EOF-SW
046600             GO TO 1110-NEXT-APPROVAL-EXIT
046700     END-READ
046800     IF APR-ACCT-ID NOT = ZERO
046900         MOVE 'Y'                TO WS-APR-EOF-SW
047000         GO TO 1110-NEXT-APPROVAL-EXIT
047100     END-IF
047200     IF APR-SEQ-NUM NOT < WS-NEXT-APR-SEQ
047300         COMPUTE WS-NEXT-APR-SEQ = APR-SEQ-NUM + 1
047400     END-IF
047500     IF APR-FIELD-NAME = 'FEEDBKO'
047600        AND APR-REF-ID = WS-FILE-ID
047700        AND APR-REQUESTED-TS > WS-REG-PROCESSED-TS
047800         MOVE 'Y'                TO WS-APR-FOUND-SW
047900         MOVE APR-SEQ-NUM        TO WS-APR-SEQ
048000         MOVE APR-STATUS         TO WS-APR-STATE
048100         MOVE APR-REQUESTED-BY   TO WS-APR-REQUESTED-BY
048200         MOVE APR-REQUESTED-TS   TO WS-APR-REQUESTED-TS
048300         MOVE APR-APPROVED-BY    TO WS-APR-APPROVED-BY
048400     END-IF.
048500 1110-NEXT-APPROVAL-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900* TALLY THE FILE'S LINKS AND TIE THEM TO THE TRAILER. A LINK THIS
049000* BACKOUT ALREADY MARKED (A RERUN AFTER A FAILURE) STILL COUNTS;
049100* ONE LEFT BACKED OUT BY AN EARLIER BACKOUT OF THE SAME FILE ID -
049200* A ROW THE CORRECTED FILE DID NOT CARRY AGAIN - DOES NOT.
049300******************************************************************
049400 2000-TALLY-LINKS.
049500     MOVE 'N'                    TO WS-LINK-EOF-SW
049600     MOVE WS-FILE-ID             TO FLK-FILE-ID
049700     MOVE LOW-VALUES             TO FLK-TRAN-ID
049800     START FEED-LINK-FILE KEY NOT LESS THAN FLK-KEY
049900         INVALID KEY
050000             MOVE 'Y'            TO WS-LINK-EOF-SW
050100     END-START
050200     PERFORM 2100-TALLY-NEXT-LINK THRU 2100-TALLY-NEXT-LINK-EXIT
050300         UNTIL WS-END-OF-LINKS
050400     COMPUTE WS-REVERSE-TOTAL =
050500         WS-POSTED-AMT + WS-FEE-AMT + WS-HOLD-REL-AMT
050600     IF WS-LINKED-COUNT = WS-TRL-COUNT
050700        AND WS-LINKED-AMT = WS-TRL-TOTAL
050800         MOVE 'Y'                TO WS-BALANCED-SW
050900     END-IF.
051000 2000-TALLY-LINKS-EXIT.
051100     EXIT.
051200*
051300 2100-TALLY-NEXT-LINK.
051400     READ FEED-LINK-FILE NEXT RECORD
051500         AT END
051600             MOVE 'Y'            TO WS-LINK-EOF-SW
051700             GO TO 2100-TALLY-NEXT-LINK-EXIT
051800     END-READ
051900     IF FLK-FILE-ID NOT = WS-FILE-ID
052000         MOVE 'Y'                TO WS-LINK-EOF-SW
052100         GO TO 2100-TALLY-NEXT-LINK-EXIT
052200     END-IF
052300     IF FLK-CONTROL
052400         GO TO 2100-TALLY-NEXT-LINK-EXIT
052500     END-IF
052600     IF FLK-BACKED-OUT
052700         IF NOT WS-APR-FOUND
052800            OR FLK-BACKOUT-TS NOT > WS-APR-REQUESTED-TS
052900             GO TO 2100-TALLY-NEXT-LINK-EXIT
053000         END-IF
053100     END-IF
053200     IF FLK-FEE
053300         ADD 1                   TO WS-FEE-COUNT
053400         ADD FLK-POST-AMT        TO WS-FEE-AMT
053500         GO TO 2100-TALLY-NEXT-LINK-EXIT
053600     END-IF
053700     ADD 1                       TO WS-LINKED-COUNT
053800     ADD FLK-FEED-AMT            TO WS-LINKED-AMT
053900     EVALUATE TRUE
054000         WHEN FLK-POSTED
054100             ADD 1               TO WS-POSTED-COUNT
054200             ADD FLK-POST-AMT    TO WS-POSTED-AMT
054300         WHEN FLK-HELD
054400             PERFORM 2200-TALLY-HOLD THRU 2200-TALLY-HOLD-EXIT
054500         WHEN OTHER
054600             ADD 1               TO WS-REJECTED-COUNT
054700     END-EVALUATE.
054800 2100-TALLY-NEXT-LINK-EXIT.
054900     EXIT.
055000*
055100******************************************************************
055200* A HELD ROW IS WHATEVER ITS TRANFRD HOLD BECAME: STILL PENDING
055300* (CANCELLED BY THE BACKOUT), RELEASED TO THE MASTER BY COFRD00C
055400* (REVERSED), OR ALREADY REJECTED (NOTHING TO DO).
055500******************************************************************
055600 2200-TALLY-HOLD.
055700     MOVE FLK-REF-ID             TO FRD-TRAN-ID
055800     READ FRAUD-HOLD-FILE
055900         INVALID KEY
056000             ADD 1               TO WS-HOLD-DONE-COUNT
056100             GO TO 2200-TALLY-HOLD-EXIT
056200     END-READ
056300     EVALUATE TRUE
056400         WHEN FRD-PENDING
056500             ADD 1               TO WS-HOLD-OPEN-COUNT
056600             ADD FRD-TRAN-AMT    TO WS-HOLD-OPEN-AMT
056700         WHEN FRD-APPROVED
056800             ADD 1               TO WS-HOLD-REL-COUNT
056900             ADD FRD-TRAN-AMT    TO WS-HOLD-REL-AMT
057000         WHEN OTHER
057100             ADD 1               TO WS-HOLD-DONE-COUNT
057200     END-EVALUATE.
057300 2200-TALLY-HOLD-EXIT.
057400     EXIT.
057500*
057600******************************************************************
057700* WHAT THIS RUN DOES TURNS ON THE APPROVAL ROW: NONE (OR THE LAST
057800* ONE REJECTED) - PROPOSE AND QUEUE ONE; PENDING - WAIT; APPROVED
057900* - BACK THE FILE OUT. A FILE WHOSE LINKS DO NOT TIE TO ITS
058000* TRAILER IS NEITHER PROPOSED NOR BACKED OUT.
058100******************************************************************
058200 3000-DECIDE-BACKOUT.
058300     IF NOT WS-LINKS-BALANCED
058400         DISPLAY 'CBBKO01C - FEEDLINK DOES NOT TIE TO THE TRAILER'
058500         MOVE 'FEEDLINK ROWS DO NOT TIE TO THE FILE TRAILER'
058600                                 TO WS-ABEND-REASON-TEXT
058700         MOVE WS-ABEND-REASON-TEXT TO WS-OUTCOME-TEXT
058800         MOVE 'Y'                TO WS-ERROR-SW
058900         PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT
059000         GO TO 3000-DECIDE-BACKOUT-EXIT
059100     END-IF
059200     IF NOT WS-APR-FOUND OR WS-APR-IS-REJECTED
059300         PERFORM 3100-QUEUE-APPROVAL THRU 3100-QUEUE-APPROVAL-EXIT
059400         GO TO 3000-DECIDE-BACKOUT-EXIT
059500     END-IF
059600     IF WS-APR-IS-PENDING
059700         MOVE 'PROPOSED - AWAITING APPROVAL ON COACTAPC'
059800                                 TO WS-OUTCOME-TEXT
059900         MOVE 'Y'                TO WS-WARN-SW
060000         GO TO 3000-DECIDE-BACKOUT-EXIT
060100     END-IF
060200     PERFORM 4000-EXECUTE-BACKOUT THRU 4000-EXECUTE-BACKOUT-EXIT.
060300 3000-DECIDE-BACKOUT-EXIT.
060400     EXIT.
060500*
060600 3100-QUEUE-APPROVAL.
060700     MOVE SPACES                 TO LIMIT-APPROVAL-RECORD
060800     MOVE ZERO                   TO APR-ACCT-ID
060900     MOVE WS-NEXT-APR-SEQ        TO APR-SEQ-NUM
061000     MOVE 'FEEDBKO'              TO APR-FIELD-NAME
061100     MOVE WS-FILE-ID             TO APR-REF-ID
061200     MOVE WS-TRL-TOTAL           TO APR-OLD-VALUE
061300     MOVE WS-REVERSE-TOTAL       TO APR-NEW-VALUE
061400     MOVE WS-REQUESTED-BY        TO APR-REQUESTED-BY
061500     MOVE WS-CURRENT-TIMESTAMP   TO APR-REQUESTED-TS
061600     SET APR-PENDING             TO TRUE
061700     WRITE LIMIT-APPROVAL-RECORD
061800         INVALID KEY
061900             DISPLAY 'CBBKO01C - APPROVAL ROW NOT WRITTEN, SEQ '
062000                     APR-SEQ-NUM
062100             MOVE 'FEEDBKO APPROVAL ROW COULD NOT BE QUEUED'
062200                                 TO WS-ABEND-REASON-TEXT
062300             MOVE WS-ABEND-REASON-TEXT TO WS-OUTCOME-TEXT
062400             MOVE 'Y'            TO WS-ERROR-SW
062500             PERFORM 9100-ABEND-NOTIFY
062600                 THRU 9100-ABEND-NOTIFY-EXIT
062700             GO TO 3100-QUEUE-APPROVAL-EXIT
062800     END-WRITE
062900     MOVE APR-SEQ-NUM            TO WS-APR-SEQ
063000     MOVE 'PROPOSED - QUEUED FOR APPROVAL ON ACCTAPR'
063100                                 TO WS-OUTCOME-TEXT
063200     MOVE 'Y'                    TO WS-WARN-SW.
063300 3100-QUEUE-APPROVAL-EXIT.
063400     EXIT.
063500*
063600******************************************************************
063700* THE APPROVED BACKOUT. ACCTDAT IS QUIESCED FOR THE PASS, AS IT IS
063800* FOR EVERY BATCH STEP THAT UPDATES BALANCES. EVERY LIVE LINK IS
063900* UNDONE AND MARKED; THE REGISTRATION IS MARKED LAST, SO A FAILED
000000* RUN LEAVES THE FILE LIVE AND THE RERUN FINISHES THE JOB. SO DOES
000000* A RUN THAT COULD NOT WRITE EVERY REVERSAL: THE REGISTRATION IS
000000* MARKED ONLY WHEN NONE FAILED.
064100******************************************************************
064200 4000-EXECUTE-BACKOUT.
064300     OPEN I-O TRAN-MASTER-FILE
064400     OPEN INPUT TRAN-CARD-FILE
064500     OPEN I-O ACCOUNT-FILE
064600     OPEN I-O AUTH-HOLD-FILE
064700     IF NOT WS-TRANDAT-OK OR NOT WS-TRANCARD-OK
064800        OR NOT WS-ACCOUNT-OK OR NOT WS-AUTHFILE-OK
064900         DISPLAY 'CBBKO01C - ERROR OPENING THE POSTED FILES'
065000         MOVE 'TRANDAT/TRANCARD/ACCTDAT/AUTHFILE OPEN ERROR'
065100                                 TO WS-ABEND-REASON-TEXT
065200         MOVE WS-ABEND-REASON-TEXT TO WS-OUTCOME-TEXT
065300         MOVE 'Y'                TO WS-ERROR-SW
065400         PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT
065500         GO TO 4000-EXECUTE-BACKOUT-CLOSE
065600     END-IF
065700     OPEN I-O INTCHG-FILE
065800     IF WS-INTCHG-OK
065900         MOVE 'Y'                TO WS-INTCHG-OPEN-SW
066000     END-IF
066100     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
066200     MOVE 'CBBKO01C'             TO QSP-JOB-NAME
066300     SET QSP-ACTION-SET          TO TRUE
066400     CALL 'CBQSC01C' USING QUIESCE-PARM
066500     MOVE 'N'                    TO WS-LINK-EOF-SW
066600     MOVE WS-FILE-ID             TO FLK-FILE-ID
066700     MOVE LOW-VALUES             TO FLK-TRAN-ID
066800     START FEED-LINK-FILE KEY NOT LESS THAN FLK-KEY
066900         INVALID KEY
067000             MOVE 'Y'            TO WS-LINK-EOF-SW
067100     END-START
067200     PERFORM 4100-BACK-OUT-LINK THRU 4100-BACK-OUT-LINK-EXIT
067300         UNTIL WS-END-OF-LINKS
000000     IF WS-OFFSET-FAIL-COUNT > ZERO
000000         DISPLAY 'CBBKO01C - REVERSALS NOT WRITTEN: '
000000                 WS-OFFSET-FAIL-COUNT
000000         MOVE 'Y'                TO WS-WARN-SW
000000         MOVE 'NOT BACKED OUT - REVERSALS FAILED, RERUN'
000000                                 TO WS-OUTCOME-TEXT
000000         GO TO 4000-EXECUTE-BACKOUT-CLEAR
000000     END-IF
067400     MOVE WS-FILE-ID             TO REG-FILE-ID
067500     READ FILE-CTL-FILE
067600         INVALID KEY
067700             CONTINUE
067800         NOT INVALID KEY
067900             SET REG-BACKED-OUT  TO TRUE
068000             MOVE FUNCTION CURRENT-DATE
068100                                 TO REG-BACKOUT-TS
068200             REWRITE FILE-REGISTRY-RECORD
068300                 INVALID KEY
068400                     CONTINUE
068500             END-REWRITE
068600     END-READ
000000     MOVE 'BACKED OUT - FILE ID MAY BE POSTED AGAIN'
000000                                 TO WS-OUTCOME-TEXT.
000000 4000-EXECUTE-BACKOUT-CLEAR.
068700     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
068800     MOVE 'CBBKO01C'             TO QSP-JOB-NAME
068900     SET QSP-ACTION-CLEAR        TO TRUE
069000     CALL 'CBQSC01C' USING QUIESCE-PARM
069100     IF QSP-FAILED
069200         DISPLAY 'CBBKO01C - ACCTDAT QUIESCE FLAG NOT CLEARED'
000000     END-IF.
069600 4000-EXECUTE-BACKOUT-CLOSE.
069700     CLOSE TRAN-MASTER-FILE
069800     CLOSE TRAN-CARD-FILE
069900     CLOSE ACCOUNT-FILE
070000     CLOSE AUTH-HOLD-FILE
070100     IF WS-INTCHG-OPEN
070200         CLOSE INTCHG-FILE
070300     END-IF.
070400 4000-EXECUTE-BACKOUT-EXIT.
070500     EXIT.
070600*
070700 4100-BACK-OUT-LINK.
070800     READ FEED-LINK-FILE NEXT RECORD
070900         AT END
071000             MOVE 'Y'            TO WS-LINK-EOF-SW
071100             GO TO 4100-BACK-OUT-LINK-EXIT
071200     END-READ
071300     IF FLK-FILE-ID NOT = WS-FILE-ID
071400         MOVE 'Y'                TO WS-LINK-EOF-SW
071500         GO TO 4100-BACK-OUT-LINK-EXIT
071600     END-IF
071700     IF FLK-BACKED-OUT
071800         GO TO 4100-BACK-OUT-LINK-EXIT
071900     END-IF
072000     MOVE SPACES                 TO WS-OFFSET-ID
000000     MOVE 'N'                    TO WS-OFFSET-FAIL-SW
072100     EVALUATE TRUE
072200         WHEN FLK-POSTED
072300             MOVE FLK-REF-ID     TO WS-REVERSE-ID
072400             PERFORM 4200-REVERSE-MASTER-ROW
072500                 THRU 4200-REVERSE-MASTER-ROW-EXIT
072600             PERFORM 4400-REOPEN-AUTH-HOLDS
072700                 THRU 4400-REOPEN-AUTH-HOLDS-EXIT
072800         WHEN FLK-FEE
072900             MOVE FLK-REF-ID     TO WS-REVERSE-ID
073000             PERFORM 4200-REVERSE-MASTER-ROW
073100                 THRU 4200-REVERSE-MASTER-ROW-EXIT
073200         WHEN FLK-HELD
073300             PERFORM 4300-UNDO-HOLD THRU 4300-UNDO-HOLD-EXIT
073400         WHEN OTHER
073500             CONTINUE
073600     END-EVALUATE
000000*    A LINK WHOSE REVERSAL COULD NOT BE WRITTEN STAYS LIVE FOR THE
000000*    RERUN.
000000     IF WS-OFFSET-FAILED
000000         GO TO 4100-BACK-OUT-LINK-EXIT
000000     END-IF
073700     SET FLK-BACKED-OUT          TO TRUE
073800     MOVE WS-OFFSET-ID           TO FLK-REVERSAL-ID
073900     MOVE FUNCTION CURRENT-DATE  TO FLK-BACKOUT-TS
074000     REWRITE FEED-LINK-RECORD
074100         INVALID KEY
074200             DISPLAY 'CBBKO01C - LINK NOT MARKED: ' FLK-TRAN-ID
074300     END-REWRITE.
074400 4100-BACK-OUT-LINK-EXIT.
074500     EXIT.
074600*
074700******************************************************************
074800* POST THE OFFSETTING ROW FOR ONE MASTER ROW THE WAY COTRN01C
074900* REVERSES ONE ON LINE: SAME ROW, AMOUNT NEGATED, PROCESSED
000000* TODAY, FLAGGED A REVERSAL OF THE ORIGINAL, UNPOSTED. ITS ID
000000* COMES FROM CBKEY01C (4230). A ROW THAT ALREADY HAS A
075200* REVERSAL IS LEFT ALONE. A CASH ADVANCE TAKES ITS AMOUNT BACK OFF
075300* THE CASH BUCKET CBTRN03C ADDED IT TO (CBTRN02C DOES NOT KEEP
075400* THAT BUCKET), AND A PURCHASE'S INTERCHANGE IS OFFSET ON INTCHG.
075500******************************************************************
075600 4200-REVERSE-MASTER-ROW.
075700     MOVE WS-REVERSE-ID          TO TRAN-ID OF TRAN-RECORD
075800     READ TRAN-MASTER-FILE
075900         INVALID KEY
076000             DISPLAY 'CBBKO01C - MASTER ROW NOT FOUND: '
076100                     WS-REVERSE-ID
076200             ADD 1               TO WS-MISSING-COUNT
076300             GO TO 4200-REVERSE-MASTER-ROW-EXIT
076400     END-READ
076500     PERFORM 4210-FIND-REVERSAL THRU 4210-FIND-REVERSAL-EXIT
076600     IF WS-ALREADY-REVERSED
076700         ADD 1                   TO WS-SKIP-COUNT
076800         GO TO 4200-REVERSE-MASTER-ROW-EXIT
076900     END-IF
077000     MOVE TRAN-TYPE-CD OF TRAN-RECORD TO WS-REV-TYPE-CD
077100     MOVE TRAN-AMT OF TRAN-RECORD TO WS-REV-AMT
077500     COMPUTE TRAN-AMT OF TRAN-RECORD =
077600         TRAN-AMT OF TRAN-RECORD * -1
077700     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE OF TRAN-RECORD
077800     SET TRAN-IS-REVERSAL OF TRAN-RECORD TO TRUE
077900     MOVE WS-REVERSE-ID          TO TRAN-ORIG-TRAN-ID
078000                                    OF TRAN-RECORD
078200     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
078300                                    OF TRAN-RECORD
078400     MOVE SPACES                 TO TRAN-KEYED-BY OF TRAN-RECORD
078500                                    TRAN-KEYED-PGM OF TRAN-RECORD
078600                                    TRAN-APPROVED-BY
078700                                    OF TRAN-RECORD
000000     PERFORM 4230-WRITE-OFFSET-ROW
000000         THRU 4230-WRITE-OFFSET-ROW-EXIT
000000     IF NOT WS-TRANDAT-OK
000000         DISPLAY 'CBBKO01C - REVERSAL NOT WRITTEN FOR '
000000                 WS-REVERSE-ID ' STATUS ' WS-TRANDAT-STATUS
000000         MOVE SPACES             TO WS-OFFSET-ID
000000         MOVE 'Y'                TO WS-OFFSET-FAIL-SW
000000         ADD 1                   TO WS-OFFSET-FAIL-COUNT
000000         GO TO 4200-REVERSE-MASTER-ROW-EXIT
000000     END-IF
079600     ADD 1                       TO WS-OFFSET-COUNT
079700     IF WS-REV-TYPE-CD = '03'
079800         MOVE FLK-ACCT-ID        TO ACCT-ID
079900         READ ACCOUNT-FILE
080000             INVALID KEY
080100                 GO TO 4200-REVERSE-MASTER-ROW-EXIT
080200         END-READ
080300         SUBTRACT WS-REV-AMT     FROM ACCT-CASH-ADV-BAL
080400         REWRITE ACCOUNT-RECORD
080500     END-IF
080600     IF WS-REV-TYPE-CD = '01' AND WS-INTCHG-OPEN
080700         PERFORM 4250-OFFSET-INTERCHANGE
080800             THRU 4250-OFFSET-INTERCHANGE-EXIT
080900     END-IF.
081000 4200-REVERSE-MASTER-ROW-EXIT.
081100     EXIT.
081200*
081300******************************************************************
081400* LOOK ALONG THE CARD'S ROWS (TRANCARD) FOR A REVERSAL ALREADY
081500* POINTING AT THE ROW - POSTED BY AN EARLIER RUN OF THIS BACKOUT
081600* THAT DIED BEFORE MARKING ITS LINK, OR BY HAND ON COTRN01C.
081700******************************************************************
081800 4210-FIND-REVERSAL.
081900     MOVE 'N'                    TO WS-REVERSED-SW
082000     MOVE 'N'                    TO WS-REV-EOF-SW
082100     MOVE TRAN-CARD-NUM OF TRAN-RECORD TO WS-REV-CARD-NUM
082200     MOVE WS-REV-CARD-NUM
082300         TO TRAN-CARD-NUM OF TRAN-CARD-VIEW
082400     START TRAN-CARD-FILE KEY NOT LESS THAN
082500         TRAN-CARD-NUM OF TRAN-CARD-VIEW
082600         INVALID KEY
082700             GO TO 4210-FIND-REVERSAL-EXIT
082800     END-START
082900     PERFORM 4220-NEXT-CARD-TRAN THRU 4220-NEXT-CARD-TRAN-EXIT
083000         UNTIL WS-END-OF-CARD-TRANS OR WS-ALREADY-REVERSED.
083100 4210-FIND-REVERSAL-EXIT.
083200     EXIT.
083300*
083400 4220-NEXT-CARD-TRAN.
083500     READ TRAN-CARD-FILE NEXT RECORD
083600         AT END
083700             MOVE 'Y'            TO WS-REV-EOF-SW
083800             GO TO 4220-NEXT-CARD-TRAN-EXIT
083900     END-READ
084000     IF TRAN-CARD-NUM OF TRAN-CARD-VIEW NOT = WS-REV-CARD-NUM
084100         MOVE 'Y'                TO WS-REV-EOF-SW
084200         GO TO 4220-NEXT-CARD-TRAN-EXIT
084300     END-IF
084400     IF TRAN-IS-REVERSAL OF TRAN-CARD-VIEW
084500        AND TRAN-ORIG-TRAN-ID OF TRAN-CARD-VIEW = WS-REVERSE-ID
084600         MOVE 'Y'                TO WS-REVERSED-SW
084700         MOVE TRAN-ID OF TRAN-CARD-VIEW TO WS-OFFSET-ID
084800     END-IF.
084900 4220-NEXT-CARD-TRAN-EXIT.
085000     EXIT.
000000*
000000******************************************************************
000000* WRITE THE OFFSETTING ROW UNDER A NEW TRAN-ID FROM CBKEY01C
000000* (STREAM 'BK'). A DUPLICATE ASKS FOR ANOTHER KEY, UP TO TEN
000000* TIMES; THE CALLER READS THE OUTCOME FROM WS-TRANDAT-STATUS.
000000******************************************************************
000000 4230-WRITE-OFFSET-ROW.
000000     MOVE ZERO                   TO WS-KEY-TRIES
000000     MOVE 'N'                    TO WS-KEY-WRITE-SW
000000     MOVE 'BK'                   TO KYP-STREAM
000000     PERFORM 4240-WRITE-UNDER-NEXT-KEY
000000         THRU 4240-WRITE-UNDER-NEXT-KEY-EXIT
000000         UNTIL WS-KEY-WRITE-DONE.
000000 4230-WRITE-OFFSET-ROW-EXIT.
000000     EXIT.
000000*
000000 4240-WRITE-UNDER-NEXT-KEY.
000000     ADD 1                       TO WS-KEY-TRIES
000000     CALL 'CBKEY01C' USING TRAN-KEY-PARM
000000     MOVE KYP-TRAN-ID            TO WS-OFFSET-ID
000000     MOVE WS-OFFSET-ID           TO TRAN-ID OF TRAN-RECORD
000000     WRITE TRAN-RECORD
000000         INVALID KEY
000000             CONTINUE
000000     END-WRITE
000000     IF NOT WS-TRANDAT-DUPLICATE OR WS-KEY-TRIES NOT < 10
000000         MOVE 'Y'                TO WS-KEY-WRITE-SW
000000     END-IF.
000000 4240-WRITE-UNDER-NEXT-KEY-EXIT.
000000     EXIT.
085100*
085200******************************************************************
085300* THE PURCHASE'S INTCHG CAPTURE ROW IS COPIED UNDER THE REVERSAL'S
085400* ID WITH ITS AMOUNTS NEGATED - THE SAME NEGATIVE ROW CBTRN03C
085500* CAPTURES FOR A REVERSAL IN THE FEED - AND LEFT UNBOOKED FOR THE
085600* GL EXTRACT.
085700******************************************************************
085800 4250-OFFSET-INTERCHANGE.
085900     MOVE WS-REVERSE-ID          TO ICH-TRAN-ID
086000     READ INTCHG-FILE
086100         INVALID KEY
086200             GO TO 4250-OFFSET-INTERCHANGE-EXIT
086300     END-READ
086400     MOVE WS-OFFSET-ID           TO ICH-TRAN-ID
086500     MOVE WS-CURDATE-YYYY-MM-DD  TO ICH-PROC-DATE
086600     COMPUTE ICH-SALE-AMT = ICH-SALE-AMT * -1
086700     COMPUTE ICH-INTERCHG-AMT = ICH-INTERCHG-AMT * -1
086800     MOVE SPACES                 TO ICH-GL-BOOKED-DATE
086900     WRITE INTERCHANGE-RECORD
087000         INVALID KEY
087100             GO TO 4250-OFFSET-INTERCHANGE-EXIT
087200     END-WRITE
087300     ADD 1                       TO WS-ICH-OFFSET-COUNT.
087400 4250-OFFSET-INTERCHANGE-EXIT.
087500     EXIT.
087600*
087700******************************************************************
087800* A HELD ROW: A HOLD STILL PENDING IS REJECTED UNDER THE APPROVER
087900* SO IT CAN NEVER BE RELEASED; ONE COFRD00C ALREADY RELEASED IS ON
088000* THE MASTER UNDER THE HOLD'S ID AND IS REVERSED LIKE A POSTED
088100* ROW, AND SO ARE THE FEE ROWS COFRD00C CHARGED ON RELEASE (4310).
088200******************************************************************
088300 4300-UNDO-HOLD.
088400     MOVE FLK-REF-ID             TO FRD-TRAN-ID
088500     READ FRAUD-HOLD-FILE
088600         INVALID KEY
088700             GO TO 4300-UNDO-HOLD-EXIT
088800     END-READ
088900     IF FRD-PENDING
089000         SET FRD-REJECTED        TO TRUE
089100         MOVE WS-APR-APPROVED-BY TO FRD-REVIEWED-BY
089200         MOVE FUNCTION CURRENT-DATE TO FRD-REVIEWED-TS
089300         REWRITE FRAUD-HOLD-RECORD
089400             INVALID KEY
089500                 GO TO 4300-UNDO-HOLD-EXIT
089600         END-REWRITE
089700         ADD 1                   TO WS-CANCEL-COUNT
089800         GO TO 4300-UNDO-HOLD-EXIT
089900     END-IF
090000     IF FRD-APPROVED
090100         MOVE FRD-TRAN-ID        TO WS-REVERSE-ID
090200         PERFORM 4200-REVERSE-MASTER-ROW
090300             THRU 4200-REVERSE-MASTER-ROW-EXIT
000000         PERFORM 4310-REVERSE-HOLD-FEES
000000             THRU 4310-REVERSE-HOLD-FEES-EXIT
090400     END-IF.
090500 4300-UNDO-HOLD-EXIT.
090600     EXIT.
090700*
000000******************************************************************
000000* THE FX AND CASH ADVANCE FEES COFRD00C CHARGED WHEN IT RELEASED
000000* THE HOLD ARE TYPE 04 ROWS ON THE SAME CARD WITH TRAN-ORIG-TRAN-
000000* ID POINTING AT THE HOLD; THEY HAVE NO LINK OF THEIR OWN. THE
000000* CARD'S ROWS ARE GATHERED FIRST, SINCE 4200 REPOSITIONS
000000* TRANCARD, AND EACH GOES THROUGH 4200, WHICH SKIPS ONE ALREADY
000000* REVERSED ON A RERUN. THE LINK KEEPS THE HOLD'S OWN REVERSAL ID.
000000******************************************************************
000000 4310-REVERSE-HOLD-FEES.
000000     MOVE WS-OFFSET-ID           TO WS-HOLD-OFFSET-ID
000000     MOVE ZERO                   TO WS-HOLD-FEE-N
000000     MOVE 'N'                    TO WS-REV-EOF-SW
000000     MOVE FRD-CARD-NUM           TO WS-REV-CARD-NUM
000000     MOVE WS-REV-CARD-NUM
000000         TO TRAN-CARD-NUM OF TRAN-CARD-VIEW
000000     START TRAN-CARD-FILE KEY NOT LESS THAN
000000         TRAN-CARD-NUM OF TRAN-CARD-VIEW
000000         INVALID KEY
000000             GO TO 4310-REVERSE-HOLD-FEES-EXIT
000000     END-START
000000     PERFORM 4320-NEXT-HOLD-FEE THRU 4320-NEXT-HOLD-FEE-EXIT
000000         UNTIL WS-END-OF-CARD-TRANS
000000     PERFORM 4330-REVERSE-HOLD-FEE THRU 4330-REVERSE-HOLD-FEE-EXIT
000000         VARYING WS-HOLD-FEE-SUB FROM 1 BY 1
000000         UNTIL WS-HOLD-FEE-SUB > WS-HOLD-FEE-N
000000     MOVE WS-HOLD-OFFSET-ID      TO WS-OFFSET-ID.
000000 4310-REVERSE-HOLD-FEES-EXIT.
000000     EXIT.
000000*
000000 4320-NEXT-HOLD-FEE.
000000     READ TRAN-CARD-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-REV-EOF-SW
000000             GO TO 4320-NEXT-HOLD-FEE-EXIT
000000     END-READ
000000     IF TRAN-CARD-NUM OF TRAN-CARD-VIEW NOT = WS-REV-CARD-NUM
000000         MOVE 'Y'                TO WS-REV-EOF-SW
000000         GO TO 4320-NEXT-HOLD-FEE-EXIT
000000     END-IF
000000     IF TRAN-TYPE-CD OF TRAN-CARD-VIEW = '04'
000000        AND NOT TRAN-IS-REVERSAL OF TRAN-CARD-VIEW
000000        AND TRAN-ORIG-TRAN-ID OF TRAN-CARD-VIEW = FRD-TRAN-ID
000000        AND WS-HOLD-FEE-N < 10
000000         ADD 1                   TO WS-HOLD-FEE-N
000000         MOVE TRAN-ID OF TRAN-CARD-VIEW
000000                                 TO WS-HOLD-FEE-ID (WS-HOLD-FEE-N)
000000     END-IF.
000000 4320-NEXT-HOLD-FEE-EXIT.
000000     EXIT.
000000*
000000 4330-REVERSE-HOLD-FEE.
000000     MOVE WS-HOLD-FEE-ID (WS-HOLD-FEE-SUB) TO WS-REVERSE-ID
000000     MOVE WS-OFFSET-COUNT        TO WS-OFFSET-MARK
000000     PERFORM 4200-REVERSE-MASTER-ROW
000000         THRU 4200-REVERSE-MASTER-ROW-EXIT
000000     IF WS-OFFSET-COUNT > WS-OFFSET-MARK
000000         ADD 1                   TO WS-HOLD-FEE-COUNT
000000     END-IF.
000000 4330-REVERSE-HOLD-FEE-EXIT.
000000     EXIT.
000000*
090800******************************************************************
090900* A POSTED SETTLEMENT RELEASED THE AUTHORIZATION HOLDS IT MATCHED
091000* (CBTRN03C 3150). WITH THE SETTLEMENT GONE THOSE HOLDS ARE OPEN
091100* AGAIN, TO SETTLE AGAINST THE CORRECTED FILE OR AGE OUT.
091200******************************************************************
091300 4400-REOPEN-AUTH-HOLDS.
091400     MOVE 'N'                    TO WS-AUT-EOF-SW
091500     MOVE FLK-ACCT-ID            TO AUT-ACCT-ID
091600     MOVE ZERO                   TO AUT-SEQ
091700     START AUTH-HOLD-FILE KEY NOT LESS THAN AUT-KEY
091800         INVALID KEY
091900             GO TO 4400-REOPEN-AUTH-HOLDS-EXIT
092000     END-START
092100     PERFORM 4410-NEXT-AUTH-HOLD THRU 4410-NEXT-AUTH-HOLD-EXIT
092200         UNTIL WS-END-OF-HOLDS.
092300 4400-REOPEN-AUTH-HOLDS-EXIT.
092400     EXIT.
092500*
092600 4410-NEXT-AUTH-HOLD.
092700     READ AUTH-HOLD-FILE NEXT RECORD
092800         AT END
092900             MOVE 'Y'            TO WS-AUT-EOF-SW
093000             GO TO 4410-NEXT-AUTH-HOLD-EXIT
093100     END-READ
093200     IF AUT-ACCT-ID NOT = FLK-ACCT-ID
093300         MOVE 'Y'                TO WS-AUT-EOF-SW
093400         GO TO 4410-NEXT-AUTH-HOLD-EXIT
093500     END-IF
093600     IF AUT-MATCHED AND AUT-MATCHED-TRAN-ID = FLK-REF-ID
093700         SET AUT-OPEN            TO TRUE
093800         MOVE SPACES             TO AUT-MATCHED-TRAN-ID
093900         REWRITE AUTH-HOLD-RECORD
094000             INVALID KEY
094100                 GO TO 4410-NEXT-AUTH-HOLD-EXIT
094200         END-REWRITE
094300         ADD 1                   TO WS-REOPEN-COUNT
094400     END-IF.
094500 4410-NEXT-AUTH-HOLD-EXIT.
094600     EXIT.
094700*
094800******************************************************************
094900* THE BACKOUT REPORT: WHAT THE FILE DID, HOW IT TIES TO ITS
095000* TRAILER, WHAT THE BACKOUT REVERSES AND WHERE IT STANDS.
095100******************************************************************
095200 6000-WRITE-REPORT.
095300     MOVE WS-FILE-ID             TO WS-HDG-FILE-ID
095400     MOVE WS-CURDATE-YYYY-MM-DD  TO WS-HDG-DATE
095500     MOVE WS-REQUESTED-BY        TO WS-HDG-USER
095600     WRITE BKO-RPT-LINE          FROM WS-REPORT-HEADING-1
095700     MOVE SPACES                 TO BKO-RPT-LINE
095800     WRITE BKO-RPT-LINE
095900     IF WS-LINKED-COUNT = ZERO AND WS-TRL-COUNT = ZERO
096000         GO TO 6000-WRITE-REPORT-OUTCOME
096100     END-IF
096200     MOVE 'FILE TRAILER AND LINKS'  TO WS-SECT-TITLE
096300     WRITE BKO-RPT-LINE          FROM WS-SECTION-HEADING
096400     MOVE 'TRAILER RECORD COUNT' TO WS-CL-LABEL
096500     MOVE WS-TRL-COUNT           TO WS-CL-COUNT
096600     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
096700     MOVE 'TRAILER AMOUNT TOTAL' TO WS-TL-LABEL
096800     MOVE WS-TRL-TOTAL           TO WS-TL-AMOUNT
096900     WRITE BKO-RPT-LINE          FROM WS-TOTAL-LINE
097000     MOVE 'DETAIL ROWS LINKED'   TO WS-CL-LABEL
097100     MOVE WS-LINKED-COUNT        TO WS-CL-COUNT
097200     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
097300     MOVE 'DETAIL AMOUNT LINKED' TO WS-TL-LABEL
097400     MOVE WS-LINKED-AMT          TO WS-TL-AMOUNT
097500     WRITE BKO-RPT-LINE          FROM WS-TOTAL-LINE
097600     MOVE SPACES                 TO BKO-RPT-LINE
097700     WRITE BKO-RPT-LINE
097800     MOVE 'WHAT THE BACKOUT REVERSES' TO WS-SECT-TITLE
097900     WRITE BKO-RPT-LINE          FROM WS-SECTION-HEADING
098000     MOVE 'ROWS POSTED TO THE MASTER' TO WS-CL-LABEL
098100     MOVE WS-POSTED-COUNT        TO WS-CL-COUNT
098200     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
098300     MOVE 'AMOUNT POSTED (USD)'  TO WS-TL-LABEL
098400     MOVE WS-POSTED-AMT          TO WS-TL-AMOUNT
098500     WRITE BKO-RPT-LINE          FROM WS-TOTAL-LINE
098600     MOVE 'FEE ROWS GENERATED'   TO WS-CL-LABEL
098700     MOVE WS-FEE-COUNT           TO WS-CL-COUNT
098800     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
098900     MOVE 'FEE AMOUNT'           TO WS-TL-LABEL
099000     MOVE WS-FEE-AMT             TO WS-TL-AMOUNT
099100     WRITE BKO-RPT-LINE          FROM WS-TOTAL-LINE
099200     MOVE 'HOLDS RELEASED TO THE MASTER' TO WS-CL-LABEL
099300     MOVE WS-HOLD-REL-COUNT      TO WS-CL-COUNT
099400     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
099500     MOVE 'HELD AMOUNT RELEASED' TO WS-TL-LABEL
099600     MOVE WS-HOLD-REL-AMT        TO WS-TL-AMOUNT
099700     WRITE BKO-RPT-LINE          FROM WS-TOTAL-LINE
099800     MOVE 'TOTAL TO REVERSE'     TO WS-TL-LABEL
099900     MOVE WS-REVERSE-TOTAL       TO WS-TL-AMOUNT
100000     WRITE BKO-RPT-LINE          FROM WS-TOTAL-LINE
100100     MOVE 'HOLDS STILL PENDING (TO CANCEL)' TO WS-CL-LABEL
100200     MOVE WS-HOLD-OPEN-COUNT     TO WS-CL-COUNT
100300     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
100400     MOVE 'PENDING HELD AMOUNT'  TO WS-TL-LABEL
100500     MOVE WS-HOLD-OPEN-AMT       TO WS-TL-AMOUNT
100600     WRITE BKO-RPT-LINE          FROM WS-TOTAL-LINE
100700     MOVE 'HOLDS ALREADY CLOSED' TO WS-CL-LABEL
100800     MOVE WS-HOLD-DONE-COUNT     TO WS-CL-COUNT
100900     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
101000     MOVE 'ROWS REJECTED AT LOAD' TO WS-CL-LABEL
101100     MOVE WS-REJECTED-COUNT      TO WS-CL-COUNT
101200     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
101300     IF NOT WS-APR-IS-APPROVED OR WS-RUN-FAILED
101400         GO TO 6000-WRITE-REPORT-OUTCOME
101500     END-IF
101600     MOVE SPACES                 TO BKO-RPT-LINE
101700     WRITE BKO-RPT-LINE
101800     MOVE 'BACKOUT APPLIED'      TO WS-SECT-TITLE
101900     WRITE BKO-RPT-LINE          FROM WS-SECTION-HEADING
102000     MOVE 'REVERSAL ROWS WRITTEN' TO WS-CL-LABEL
102100     MOVE WS-OFFSET-COUNT        TO WS-CL-COUNT
102200     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
102300     MOVE 'ROWS ALREADY REVERSED' TO WS-CL-LABEL
102400     MOVE WS-SKIP-COUNT          TO WS-CL-COUNT
102500     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
000000     MOVE 'ORIGINAL ROWS NOT FOUND' TO WS-CL-LABEL
102700     MOVE WS-MISSING-COUNT       TO WS-CL-COUNT
102800     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
000000     MOVE 'REVERSALS NOT WRITTEN' TO WS-CL-LABEL
000000     MOVE WS-OFFSET-FAIL-COUNT   TO WS-CL-COUNT
000000     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
102900     MOVE 'HOLDS CANCELLED'      TO WS-CL-LABEL
103000     MOVE WS-CANCEL-COUNT        TO WS-CL-COUNT
103100     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
000000     MOVE 'RELEASED-HOLD FEES REVERSED' TO WS-CL-LABEL
000000     MOVE WS-HOLD-FEE-COUNT      TO WS-CL-COUNT
000000     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
103200     MOVE 'AUTHORIZATION HOLDS REOPENED' TO WS-CL-LABEL
103300     MOVE WS-REOPEN-COUNT        TO WS-CL-COUNT
103400     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE
103500     MOVE 'INTERCHANGE ROWS OFFSET' TO WS-CL-LABEL
103600     MOVE WS-ICH-OFFSET-COUNT    TO WS-CL-COUNT
103700     WRITE BKO-RPT-LINE          FROM WS-COUNT-LINE.
103800 6000-WRITE-REPORT-OUTCOME.
103900     MOVE SPACES                 TO BKO-RPT-LINE
104000     WRITE BKO-RPT-LINE
104100     MOVE WS-OUTCOME-TEXT        TO WS-SECT-TITLE
104200     WRITE BKO-RPT-LINE          FROM WS-SECTION-HEADING
104300     IF WS-APR-SEQ NOT = ZERO
104400         MOVE 'ACCTAPR APPROVAL ROW (ACCOUNT ZERO) SEQ'
104500                                 TO WS-CL-LABEL
104600         MOVE WS-APR-SEQ         TO WS-CL-COUNT
104700         WRITE BKO-RPT-LINE      FROM WS-COUNT-LINE
104800     END-IF.
104900 6000-WRITE-REPORT-EXIT.
105000     EXIT.
105100*
105200 9000-TERMINATE.
105300     CLOSE BACKOUT-REQ-FILE
105400     CLOSE FILE-CTL-FILE
105500     CLOSE FEED-LINK-FILE
105600     CLOSE APPROVAL-FILE
105700     CLOSE FRAUD-HOLD-FILE
105800     IF WS-RPT-OPEN
105900         CLOSE BKO-RPT-FILE
106000     END-IF
106100     DISPLAY 'CBBKO01C - FILE ' WS-FILE-ID ': ' WS-OUTCOME-TEXT
106200     DISPLAY 'CBBKO01C - LINKED=' WS-LINKED-COUNT
106300             ' POSTED=' WS-POSTED-COUNT
106400             ' FEES=' WS-FEE-COUNT
106500             ' REVERSALS WRITTEN=' WS-OFFSET-COUNT
000000             ' FAILED=' WS-OFFSET-FAIL-COUNT
106600             ' HOLDS CANCELLED=' WS-CANCEL-COUNT
000000             ' HOLD FEES=' WS-HOLD-FEE-COUNT
106700     IF WS-RUN-FAILED
106800         MOVE 16                 TO RETURN-CODE
106900     ELSE
107000         IF WS-RUN-WARNED
107100             MOVE 4              TO RETURN-CODE
107200         ELSE
107300             MOVE ZERO           TO RETURN-CODE
107400         END-IF
107500     END-IF
107600     PERFORM 9200-LOG-JOB-STATUS
107700         THRU 9200-LOG-JOB-STATUS-EXIT.
107800 9000-TERMINATE-EXIT.
107900     EXIT.
108000*
108100******************************************************************
108200* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
108300* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
108400* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
108500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
108600******************************************************************
108700 9100-ABEND-NOTIFY.
108800     MOVE 'BKO1'                 TO ABEND-CODE
108900     MOVE 'CBBKO01C'             TO ABEND-CULPRIT
109000     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
109100     STRING ABEND-CULPRIT   DELIMITED BY SIZE
109200            ' - '           DELIMITED BY SIZE
109300            ABEND-REASON    DELIMITED BY SIZE
109400       INTO ABEND-MSG
109500     END-STRING
109600     OPEN EXTEND ALERT-QUEUE-FILE
109700     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
109800     MOVE 'CBBKO01C'             TO ALERT-PGMNAME
109900     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
110000     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
110100     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
110200     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
110300     WRITE OPS-ALERT-RECORD
110400     CLOSE ALERT-QUEUE-FILE.
110500 9100-ABEND-NOTIFY-EXIT.
110600     EXIT.
110700*
110800******************************************************************
110900* APPENDS THIS RUN'S OUTCOME TO JOBLOG, WITH THE NUMBER OF
111000* REVERSAL ROWS WRITTEN AS THE RECORD COUNT. A RUN THAT ONLY
111100* PROPOSED THE BACKOUT OR FOUND IT AWAITING APPROVAL (RETURN CODE
111200* 4) DID WHAT WAS ASKED AND IS LOGGED A SUCCESS.
111300******************************************************************
111400 9200-LOG-JOB-STATUS.
111500     OPEN I-O JOB-LOG-FILE
111600     IF NOT WS-JOBLOG-OK
111700         DISPLAY 'CBBKO01C - ERROR OPENING JOB LOG FILE'
111800         GO TO 9200-LOG-JOB-STATUS-EXIT
111900     END-IF
112000     MOVE 'CBBKO01C'             TO JBS-JOB-NAME
112100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
112200     IF RETURN-CODE < 8
112300         SET JBS-STATUS-SUCCESS  TO TRUE
112400     ELSE
112500         SET JBS-STATUS-FAILED   TO TRUE
112600     END-IF
112700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
112800     MOVE WS-OFFSET-COUNT        TO JBS-REC-COUNT
112900     WRITE JOB-STATUS-RECORD
113000     CLOSE JOB-LOG-FILE.
113100 9200-LOG-JOB-STATUS-EXIT.
113200     EXIT.
