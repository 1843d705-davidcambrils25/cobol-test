000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBXFR01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CARRY CYCLE HISTORY
001100*                     ACROSS AN ACCOUNT RENUMBERING.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       COXFR00C MOVES A COMPROMISED ACCOUNT ONTO A NEW
001500*                ACCOUNT NUMBER ON-LINE, BUT THE PRIOR-CYCLE
001600*                HISTORY (CYCHIST, WRITTEN BY CBACT04C) IS A
001700*                SEQUENTIAL FILE CICS CANNOT REACH. THIS NIGHTLY
001800*                STEP COPIES CYCHIST FORWARD TO CYCXFER (WHICH
001900*                THE NEXT JCL STEP SWAPS IN FOR THE OLD FILE, AS
002000*                CBRET01C'S CYCKEEP IS) AND RE-KEYS EVERY ROW
002100*                WHOSE ACCOUNT HAS BEEN RENUMBERED ONTO THE LIVE
002200*                ACCOUNT, FOLLOWING ACCT-XFER-TO-ACCT-ID THROUGH
002300*                ACCTDAT - SO CBAGY01C, CBACT04C AND A FINANCE
002400*                CHARGE DISPUTE SEE ONE UNBROKEN HISTORY. A RUN
002500*                WITH NO TRANSFERS IS A STRAIGHT COPY.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CYCLE-HIST-FILE ASSIGN TO CYCHIST
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-CYCHIST-STATUS.
003300     SELECT CYCLE-XFER-FILE ASSIGN TO CYCXFER
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-CYCXFER-STATUS.
003600     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS ACCT-ID
004000         FILE STATUS IS WS-ACCOUNT-STATUS.
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
005200 FD  CYCLE-HIST-FILE
005300     RECORDING MODE IS F.
005400     COPY CVCYC01Y.
005500*
005600 FD  CYCLE-XFER-FILE
005700     RECORDING MODE IS F.
005800 01  CYCLE-XFER-RECORD                PIC X(42).
005900*
006000 FD  ACCOUNT-FILE.
006100     COPY CVACT01Y.
006200*
006300 FD  ALERT-QUEUE-FILE
006400     RECORDING MODE IS F.
006500     COPY CSOPS01Y.
006600*
006700 FD  JOB-LOG-FILE.
006800     COPY CVJOB01Y.
006900*
007000 WORKING-STORAGE SECTION.
007100 01  WS-CYCHIST-STATUS                PIC XX.
007200     88 WS-CYCHIST-OK                 VALUE '00'.
007300 01  WS-CYCXFER-STATUS                PIC XX.
007400     88 WS-CYCXFER-OK                 VALUE '00'.
007500 01  WS-ACCOUNT-STATUS                PIC XX.
007600     88 WS-ACCOUNT-OK                 VALUE '00'.
007700 01  WS-ALERT-STATUS                  PIC XX.
007800 01  WS-JOBLOG-STATUS                 PIC XX.
007900     88 WS-JOBLOG-OK                  VALUE '00'.
008000 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
008100     88 WS-END-OF-FILE                VALUE 'Y'.
008200 01  WS-READ-COUNT                    PIC 9(09) VALUE ZERO.
008300 01  WS-REKEY-COUNT                   PIC 9(09) VALUE ZERO.
008400 01  WS-LINK-CNT                      PIC 9(02).
008500*    THE LAST ACCOUNT LOOKED UP AND WHERE IT RESOLVED TO - A
008600*    CYCHIST ROW RUN FOR ONE ACCOUNT IS ONLY LOOKED UP ONCE.
008700 01  WS-LAST-ACCT-ID                  PIC 9(11) VALUE ZERO.
008800 01  WS-LIVE-ACCT-ID                  PIC 9(11) VALUE ZERO.
008900 01  WS-ABEND-REASON-TEXT             PIC X(50).
009000*
009100 COPY CSMSG02Y.
009200*
009300 LINKAGE SECTION.
009400*
009500******************************************************************
009600 PROCEDURE DIVISION.
009700******************************************************************
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010000     PERFORM 2000-COPY-CYCLE-ROW
010100         THRU 2000-COPY-CYCLE-ROW-EXIT
010200         UNTIL WS-END-OF-FILE
010300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010400     GOBACK.
010500*
010600 1000-INITIALIZE.
010700     OPEN INPUT CYCLE-HIST-FILE
010800     OPEN OUTPUT CYCLE-XFER-FILE
010900     OPEN INPUT ACCOUNT-FILE
011000     IF NOT WS-CYCHIST-OK
011100         DISPLAY 'CBXFR01C - ERROR OPENING CYCHIST'
011200         MOVE 'Y'                TO WS-EOF-SW
011300         MOVE 'CYCHIST OPEN ERROR' TO WS-ABEND-REASON-TEXT
011400         PERFORM 9100-ABEND-NOTIFY
011500             THRU 9100-ABEND-NOTIFY-EXIT
011600         GO TO 1000-INITIALIZE-EXIT
011700     END-IF
011800     IF NOT WS-CYCXFER-OK
011900         DISPLAY 'CBXFR01C - ERROR OPENING CYCXFER'
012000         MOVE 'Y'                TO WS-EOF-SW
012100         MOVE 'CYCXFER OPEN ERROR' TO WS-ABEND-REASON-TEXT
012200         PERFORM 9100-ABEND-NOTIFY
012300             THRU 9100-ABEND-NOTIFY-EXIT
012400         GO TO 1000-INITIALIZE-EXIT
012500     END-IF
012600     IF NOT WS-ACCOUNT-OK
012700         DISPLAY 'CBXFR01C - ERROR OPENING ACCOUNT FILE'
012800         MOVE 'Y'                TO WS-EOF-SW
012900         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
013000         PERFORM 9100-ABEND-NOTIFY
013100             THRU 9100-ABEND-NOTIFY-EXIT
013200     END-IF.
013300 1000-INITIALIZE-EXIT.
013400     EXIT.
013500*
013600 2000-COPY-CYCLE-ROW.
013700     READ CYCLE-HIST-FILE
013800         AT END
013900             MOVE 'Y'            TO WS-EOF-SW
014000             GO TO 2000-COPY-CYCLE-ROW-EXIT
014100     END-READ
014200     ADD 1                       TO WS-READ-COUNT
014300     IF CYH-ACCT-ID NOT = WS-LAST-ACCT-ID
014400         MOVE CYH-ACCT-ID        TO WS-LAST-ACCT-ID
014500         PERFORM 3000-FIND-LIVE-ACCOUNT
014600             THRU 3000-FIND-LIVE-ACCOUNT-EXIT
014700     END-IF
014800     IF WS-LIVE-ACCT-ID NOT = CYH-ACCT-ID
014900         MOVE WS-LIVE-ACCT-ID    TO CYH-ACCT-ID
015000         ADD 1                   TO WS-REKEY-COUNT
015100     END-IF
015200     MOVE CYCLE-HISTORY-RECORD   TO CYCLE-XFER-RECORD
015300     WRITE CYCLE-XFER-RECORD.
015400 2000-COPY-CYCLE-ROW-EXIT.
015500     EXIT.
015600*
015700******************************************************************
015800* FOLLOW ACCT-XFER-TO-ACCT-ID FROM THE ROW'S ACCOUNT TO THE LIVE
015900* ONE. AN ACCOUNT NOT ON FILE (PURGED) KEEPS ITS OWN NUMBER. THE
016000* LINK COUNT GUARDS AGAINST A DAMAGED CHAIN THAT LOOPS.
016100******************************************************************
016200 3000-FIND-LIVE-ACCOUNT.
016300     MOVE CYH-ACCT-ID            TO WS-LIVE-ACCT-ID
016400     MOVE ZERO                   TO WS-LINK-CNT
016500     PERFORM 3100-FOLLOW-LINK THRU 3100-FOLLOW-LINK-EXIT
016600         UNTIL WS-LINK-CNT > 9.
016700 3000-FIND-LIVE-ACCOUNT-EXIT.
016800     EXIT.
016900*
017000 3100-FOLLOW-LINK.
017100     ADD 1                       TO WS-LINK-CNT
017200     MOVE WS-LIVE-ACCT-ID        TO ACCT-ID
017300     READ ACCOUNT-FILE
017400         INVALID KEY
017500             MOVE 99             TO WS-LINK-CNT
017600             GO TO 3100-FOLLOW-LINK-EXIT
017700     END-READ
017800     IF ACCT-XFER-TO-ACCT-ID = ZERO
017900         MOVE 99                 TO WS-LINK-CNT
018000         GO TO 3100-FOLLOW-LINK-EXIT
018100     END-IF
018200     MOVE ACCT-XFER-TO-ACCT-ID   TO WS-LIVE-ACCT-ID.
018300 3100-FOLLOW-LINK-EXIT.
018400     EXIT.
018500*
018600 9000-TERMINATE.
018700     CLOSE CYCLE-HIST-FILE
018800     CLOSE CYCLE-XFER-FILE
018900     CLOSE ACCOUNT-FILE
019000     DISPLAY 'CBXFR01C - CYCHIST ROWS READ: ' WS-READ-COUNT
019100     DISPLAY 'CBXFR01C - ROWS RE-KEYED TO NEW ACCOUNT: '
019200             WS-REKEY-COUNT
019300     PERFORM 9200-LOG-JOB-STATUS
019400         THRU 9200-LOG-JOB-STATUS-EXIT.
019500 9000-TERMINATE-EXIT.
019600     EXIT.
019700*
019800******************************************************************
019900* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
020000* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
020100* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
020200* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
020300* A NON-ZERO STEP ALSO KEEPS THE NEXT STEP FROM SWAPPING A PARTIAL
020400* CYCXFER IN FOR CYCHIST.
020500******************************************************************
020600 9100-ABEND-NOTIFY.
020700     MOVE 'AB01'                 TO ABEND-CODE
020800     MOVE 'CBXFR01C'             TO ABEND-CULPRIT
020900     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
021000     STRING ABEND-CULPRIT   DELIMITED BY SIZE
021100            ' - '           DELIMITED BY SIZE
021200            ABEND-REASON    DELIMITED BY SIZE
021300       INTO ABEND-MSG
021400     END-STRING
021500     OPEN EXTEND ALERT-QUEUE-FILE
021600     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
021700     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
021800     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
021900     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
022000     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
022100     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
022200     WRITE OPS-ALERT-RECORD
022300     CLOSE ALERT-QUEUE-FILE
022400     MOVE 16                     TO RETURN-CODE.
022500 9100-ABEND-NOTIFY-EXIT.
022600     EXIT.
022700*
022800******************************************************************
022900* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
023000* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
023100* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
023200******************************************************************
023300 9200-LOG-JOB-STATUS.
023400     OPEN I-O JOB-LOG-FILE
023500     IF NOT WS-JOBLOG-OK
023600         DISPLAY 'CBXFR01C - ERROR OPENING JOB LOG FILE'
023700         GO TO 9200-LOG-JOB-STATUS-EXIT
023800     END-IF
023900     MOVE 'CBXFR01C'             TO JBS-JOB-NAME
024000     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
024100     IF RETURN-CODE = ZERO
024200         SET JBS-STATUS-SUCCESS  TO TRUE
024300     ELSE
024400         SET JBS-STATUS-FAILED   TO TRUE
024500     END-IF
024600     MOVE RETURN-CODE            TO JBS-RETURN-CODE
024700     MOVE WS-REKEY-COUNT         TO JBS-REC-COUNT
024800     WRITE JOB-STATUS-RECORD
024900     CLOSE JOB-LOG-FILE.
025000 9200-LOG-JOB-STATUS-EXIT.
025100     EXIT.
