000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCUP01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CARD-ON-FILE ACCOUNT
001100*                     UPDATER EXTRACT TO THE CARD NETWORK.
000000* 2026-10-15  MAINT   REGISTER THE ACCOUNT UPDATER EXTRACT
000000*                     (CUPDOUT) ON THE OUTBOUND FILE REGISTRY
000000*                     (CBOBF01C) AS THE RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       SENDS THE CARD NETWORK'S ACCOUNT UPDATER EVERY
001500*                OLD-TO-NEW CARD NUMBER PAIR CUT SINCE THE LAST
001600*                RUN, SO A MERCHANT HOLDING THE OLD NUMBER ON
001700*                FILE FOR A RECURRING CHARGE (SUBSCRIPTION,
001800*                UTILITY, INSURANCE) IS MOVED ACROSS INSTEAD OF
001900*                DECLINING AND LOSING THE CARDHOLDER'S BILL.
002000*                EVERY REPLACEMENT PATH - COLST00C, COCRDSLC,
002100*                COXFR00C, COACT03C, CBEMB01C, CBPCH01C - WRITES
002200*                THE PAIR TO CARDRPL (CVCUP01Y); ANY PAIR STILL
002300*                WITH NO CRP-SENT-DATE GOES OUT ON CUPDOUT
002400*                (CVCUP02Y) AND IS STAMPED SENT, SO A RERUN
002500*                NEVER SENDS IT TWICE. A PAIR WHOSE NUMBER DID
002600*                NOT CHANGE GOES OUT AS A NEW EXPIRATION ONLY
002700*                ('E'); A LOST/STOLEN REPLACEMENT CARRIES ITS
002800*                FLAG SO THE NETWORK CAN DECIDE WHETHER TO
002900*                MIGRATE AT ALL. THE EXTRACT ENDS WITH A CONTROL
003000*                TRAILER (ROW COUNT). THE NETWORK'S ANSWER COMES
003100*                BACK ON THE CBCUP02C FEED. RUN DAILY.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CARDRPL-FILE ASSIGN TO CARDRPL
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS CRP-KEY
004000         FILE STATUS IS WS-CARDRPL-STATUS.
004100     SELECT UPDATER-FILE ASSIGN TO CUPDOUT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-UPDATER-STATUS.
004400     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-ALERT-STATUS.
004700     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS JBS-KEY
005100         FILE STATUS IS WS-JOBLOG-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CARDRPL-FILE.
005600     COPY CVCUP01Y.
005700*
005800 FD  UPDATER-FILE
005900     RECORDING MODE IS F.
006000     COPY CVCUP02Y.
006100*
006200 FD  ALERT-QUEUE-FILE
006300     RECORDING MODE IS F.
006400     COPY CSOPS01Y.
006500*
006600 FD  JOB-LOG-FILE.
006700     COPY CVJOB01Y.
006800*
006900 WORKING-STORAGE SECTION.
007000 01  WS-CARDRPL-STATUS                PIC XX.
007100     88 WS-CARDRPL-OK                 VALUE '00'.
007200 01  WS-UPDATER-STATUS                PIC XX.
007300     88 WS-UPDATER-OK                 VALUE '00'.
007400 01  WS-ALERT-STATUS                  PIC XX.
007500 01  WS-JOBLOG-STATUS                 PIC XX.
007600     88 WS-JOBLOG-OK                  VALUE '00'.
007700 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
007800     88 WS-END-OF-PAIRS               VALUE 'Y'.
007900 01  WS-PAIR-COUNT                    PIC 9(07) VALUE ZERO.
008000 01  WS-SENT-COUNT                    PIC 9(07) VALUE ZERO.
008100 01  WS-EXPIRY-ONLY-COUNT             PIC 9(07) VALUE ZERO.
008200 01  WS-ABEND-REASON-TEXT             PIC X(50).
008300*
008400******************************************************************
008500* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
008600******************************************************************
008700 COPY CSMSG02Y.
008800*
008900 COPY CSDAT01Y.
009000*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
009100 LINKAGE SECTION.
009200*
009300******************************************************************
009400 PROCEDURE DIVISION.
009500******************************************************************
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009800     PERFORM 2000-EXTRACT-PAIRS
009900         THRU 2000-EXTRACT-PAIRS-EXIT
010000         UNTIL WS-END-OF-PAIRS
010100     PERFORM 7000-WRITE-TRAILER THRU 7000-WRITE-TRAILER-EXIT
010200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010300     GOBACK.
010400*
010500 1000-INITIALIZE.
010600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
010700     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
010800     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
010900     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
011000     OPEN I-O CARDRPL-FILE
011100     OPEN OUTPUT UPDATER-FILE
011200     IF NOT WS-CARDRPL-OK
011300         DISPLAY 'CBCUP01C - ERROR OPENING CARD REPLACEMENT FILE'
011400         MOVE 'Y'                TO WS-EOF-SW
011500         MOVE 'CARDRPL FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
011600         PERFORM 9100-ABEND-NOTIFY
011700             THRU 9100-ABEND-NOTIFY-EXIT
011800     END-IF
011900     IF NOT WS-UPDATER-OK
012000         DISPLAY 'CBCUP01C - ERROR OPENING ACCOUNT UPDATER FILE'
012100         MOVE 'Y'                TO WS-EOF-SW
012200         MOVE 'ACCOUNT UPDATER EXTRACT OPEN ERROR'
012300                                 TO WS-ABEND-REASON-TEXT
012400         PERFORM 9100-ABEND-NOTIFY
012500             THRU 9100-ABEND-NOTIFY-EXIT
012600     END-IF
012700     IF NOT WS-END-OF-PAIRS
012800         PERFORM 2100-READ-NEXT-PAIR
012900             THRU 2100-READ-NEXT-PAIR-EXIT
013000     END-IF.
013100 1000-INITIALIZE-EXIT.
013200     EXIT.
013300*
013400******************************************************************
013500* ONE DETAIL ROW PER PAIR NOT YET SENT, THEN STAMP IT SENT. THE
013600* SAME NUMBER IN BOTH HALVES MEANS ONLY THE EXPIRATION MOVED.
013700******************************************************************
013800 2000-EXTRACT-PAIRS.
013900     ADD 1                       TO WS-PAIR-COUNT
014000     IF CRP-SENT-DATE NOT = SPACES
014100         GO TO 2000-EXTRACT-PAIRS-NEXT
014200     END-IF
014300     MOVE SPACES                 TO ACCOUNT-UPDATER-RECORD
014400     SET AUP-DETAIL-REC          TO TRUE
014500     IF CRP-OLD-CARD-NUM = CRP-NEW-CARD-NUM
014600         SET AUP-NEW-EXPIRY      TO TRUE
014700         ADD 1                   TO WS-EXPIRY-ONLY-COUNT
014800     ELSE
014900         SET AUP-NEW-NUMBER      TO TRUE
015000     END-IF
015100     MOVE CRP-OLD-CARD-NUM       TO AUP-OLD-CARD-NUM
015200     MOVE CRP-OLD-EXP-DATE       TO AUP-OLD-EXP-DATE
015300     MOVE CRP-NEW-CARD-NUM       TO AUP-NEW-CARD-NUM
015400     MOVE CRP-NEW-EXP-DATE       TO AUP-NEW-EXP-DATE
015500     IF CRP-LOST-STOLEN
015600         MOVE 'Y'                TO AUP-LOST-STOLEN-IND
015700     ELSE
015800         MOVE 'N'                TO AUP-LOST-STOLEN-IND
015900     END-IF
016000     MOVE WS-CURDATE-YYYY-MM-DD  TO AUP-EXTRACT-DATE
016100     WRITE ACCOUNT-UPDATER-RECORD
016200     ADD 1                       TO WS-SENT-COUNT
016300     MOVE WS-CURDATE-YYYY-MM-DD  TO CRP-SENT-DATE
016400     REWRITE CARD-REPLACEMENT-RECORD.
016500 2000-EXTRACT-PAIRS-NEXT.
016600     PERFORM 2100-READ-NEXT-PAIR
016700         THRU 2100-READ-NEXT-PAIR-EXIT.
016800 2000-EXTRACT-PAIRS-EXIT.
016900     EXIT.
017000*
017100 2100-READ-NEXT-PAIR.
017200     READ CARDRPL-FILE NEXT RECORD
017300         AT END
017400             MOVE 'Y'            TO WS-EOF-SW
017500     END-READ.
017600 2100-READ-NEXT-PAIR-EXIT.
017700     EXIT.
017800*
017900 7000-WRITE-TRAILER.
018000     MOVE SPACES                 TO ACCOUNT-UPDATER-RECORD
018100     MOVE 'T'                    TO AUT-REC-TYPE
018200     MOVE WS-SENT-COUNT          TO AUT-COUNT
018300     MOVE WS-CURDATE-YYYY-MM-DD  TO AUT-DATE
018400     WRITE ACCOUNT-UPDATER-RECORD.
018500 7000-WRITE-TRAILER-EXIT.
018600     EXIT.
018700*
000000******************************************************************
000000* REGISTER THE ACCOUNT UPDATER EXTRACT (CUPDOUT) ON THE OUTBOUND
000000* FILE REGISTRY SO ITS TRANSMISSION AND THE CARD NETWORK'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'CUPDOUT'              TO OBP-FILE-NAME
000000     MOVE 'CARDNET'              TO OBP-PARTNER-CD
000000     MOVE 'CBCUP01C'             TO OBP-JOB-NAME
000000     MOVE WS-SENT-COUNT          TO OBP-REC-COUNT
000000     MOVE ZERO                   TO OBP-AMT-TOTAL
000000     MOVE 024                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBCUP01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
018800 9000-TERMINATE.
018900     CLOSE CARDRPL-FILE
019000     CLOSE UPDATER-FILE
019100     DISPLAY 'CBCUP01C - PAIRS READ: ' WS-PAIR-COUNT
019200     DISPLAY 'CBCUP01C - PAIRS SENT: ' WS-SENT-COUNT
019300     DISPLAY 'CBCUP01C - EXPIRATION-ONLY UPDATES: '
019400             WS-EXPIRY-ONLY-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
019500     PERFORM 9200-LOG-JOB-STATUS
019600         THRU 9200-LOG-JOB-STATUS-EXIT.
019700 9000-TERMINATE-EXIT.
019800     EXIT.
019900*
020000******************************************************************
020100* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
020200* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
020300* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
020400* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
020500* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
020600* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
020700******************************************************************
020800 9100-ABEND-NOTIFY.
020900     MOVE 'AB01'                 TO ABEND-CODE
021000     MOVE 'CBCUP01C'             TO ABEND-CULPRIT
021100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
021200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
021300            ' - '           DELIMITED BY SIZE
021400            ABEND-REASON    DELIMITED BY SIZE
021500       INTO ABEND-MSG
021600     END-STRING
021700     OPEN EXTEND ALERT-QUEUE-FILE
021800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
021900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
022000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
022100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
022200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
022300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
022400     WRITE OPS-ALERT-RECORD
022500     CLOSE ALERT-QUEUE-FILE
022600     MOVE 16                     TO RETURN-CODE.
022700 9100-ABEND-NOTIFY-EXIT.
022800     EXIT.
022900*
023000******************************************************************
023100* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
023200* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
023300* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
023400******************************************************************
023500 9200-LOG-JOB-STATUS.
023600     OPEN I-O JOB-LOG-FILE
023700     IF NOT WS-JOBLOG-OK
023800         DISPLAY 'CBCUP01C - ERROR OPENING JOB LOG FILE'
023900         GO TO 9200-LOG-JOB-STATUS-EXIT
024000     END-IF
024100     MOVE 'CBCUP01C'             TO JBS-JOB-NAME
024200     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
024300     IF RETURN-CODE = ZERO
024400         SET JBS-STATUS-SUCCESS  TO TRUE
024500     ELSE
024600         SET JBS-STATUS-FAILED   TO TRUE
024700     END-IF
024800     MOVE RETURN-CODE            TO JBS-RETURN-CODE
024900     MOVE WS-SENT-COUNT          TO JBS-REC-COUNT
025000     WRITE JOB-STATUS-RECORD
025100     CLOSE JOB-LOG-FILE.
025200 9200-LOG-JOB-STATUS-EXIT.
025300     EXIT.
