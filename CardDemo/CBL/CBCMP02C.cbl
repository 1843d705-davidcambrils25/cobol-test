000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCMP02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CORPORATE CARD COMPANY
001100*                     PAYMENT ALLOCATION.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       SPREADS EACH COMPANY-LEVEL PAYMENT (CMPPAYIN,
001500*                CVCMP04Y) OVER THE COMPANY'S EMPLOYEE ACCOUNTS
001600*                (CMPACCT) AND WRITES ONE PAYMENT ROW PER
001700*                ACCOUNT IN THE LOCKBOX FEED LAYOUT (CVLBX01Y),
001800*                WRAPPED IN THE CVFCT01Y HDR/TRL CONTROL STAMPS,
001900*                SO THE NEXT STEP POSTS THEM THROUGH CBLBX01C
002000*                EXACTLY AS IT POSTS A CHECK - CONFIRMATION
002100*                NUMBER, ALLOCATION BREAKDOWN, BALANCE RELIEF
002200*                AND THE FILECTL REGISTRY GUARD AGAINST A
002300*                SECOND RUN OF THE SAME FILE.
002400*                THE PAYMENT IS SPREAD IN TWO PASSES OVER THE
002500*                ACCOUNTS IN CMPACCT ORDER: FIRST EACH ACCOUNT'S
002600*                AMOUNT DUE (MINIMUM PAYMENT PLUS PAST DUE),
002700*                SO NO EMPLOYEE ACCOUNT GOES DELINQUENT WHILE
002800*                ANOTHER IS PAID AHEAD, THEN WHAT IS LEFT
002900*                TOWARD THE REMAINING BALANCES. NO ACCOUNT IS
003000*                PAID MORE THAN ITS BALANCE - CBLBX01C WOULD
003100*                REFUSE IT - SO ANYTHING LEFT OVER IS REPORTED
003200*                UNAPPLIED ON CMPPAYR FOR REFUND. A PAYMENT FOR
003300*                AN UNKNOWN COMPANY IS REPORTED AND NOT SPREAD.
003400*                BALANCES ARE AS OF THE START OF THE RUN, SO A
003500*                COMPANY SENDS ONE PAYMENT PER DAY'S FILE.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CMP-PAYIN-FILE ASSIGN TO CMPPAYIN
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-PAYIN-STATUS.
004300     SELECT COMPANY-FILE ASSIGN TO COMPANY
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CMP-COMPANY-ID
004700         FILE STATUS IS WS-COMPANY-STATUS.
004800     SELECT CMPACCT-FILE ASSIGN TO CMPACCT
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CMA-KEY
005200         FILE STATUS IS WS-CMPACCT-STATUS.
005300     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS ACCT-ID
005700         FILE STATUS IS WS-ACCOUNT-STATUS.
005800     SELECT CMP-LOCKBOX-FILE ASSIGN TO CMPLBXO
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-LOCKBOX-STATUS.
006100     SELECT CMP-REPORT-FILE ASSIGN TO CMPPAYR
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-REPORT-STATUS.
006400     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-ALERT-STATUS.
006700     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS JBS-KEY
007100         FILE STATUS IS WS-JOBLOG-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CMP-PAYIN-FILE
007600     RECORDING MODE IS F.
007700 01  CMP-PAYIN-LINE                   PIC X(80).
007800*
007900 FD  COMPANY-FILE.
008000     COPY CVCMP01Y.
008100*
008200 FD  CMPACCT-FILE.
008300     COPY CVCMP03Y.
008400*
008500 FD  ACCOUNT-FILE.
008600     COPY CVACT01Y.
008700*
008800 FD  CMP-LOCKBOX-FILE
008900     RECORDING MODE IS F.
009000     COPY CVLBX01Y.
009100*
009200 FD  CMP-REPORT-FILE
009300     RECORDING MODE IS F.
009400 01  CMP-REPORT-LINE                  PIC X(80).
009500*
009600 FD  ALERT-QUEUE-FILE
009700     RECORDING MODE IS F.
009800     COPY CSOPS01Y.
009900*
010000 FD  JOB-LOG-FILE.
010100     COPY CVJOB01Y.
010200*
010300 WORKING-STORAGE SECTION.
010400 01  WS-PAYIN-STATUS                  PIC XX.
010500     88 WS-PAYIN-OK                   VALUE '00'.
010600 01  WS-COMPANY-STATUS                PIC XX.
010700     88 WS-COMPANY-OK                 VALUE '00'.
010800 01  WS-CMPACCT-STATUS                PIC XX.
010900     88 WS-CMPACCT-OK                 VALUE '00'.
011000 01  WS-ACCOUNT-STATUS                PIC XX.
011100     88 WS-ACCOUNT-OK                 VALUE '00'.
011200 01  WS-LOCKBOX-STATUS                PIC XX.
011300     88 WS-LOCKBOX-OK                 VALUE '00'.
011400 01  WS-REPORT-STATUS                 PIC XX.
011500 01  WS-ALERT-STATUS                  PIC XX.
011600 01  WS-JOBLOG-STATUS                 PIC XX.
011700     88 WS-JOBLOG-OK                  VALUE '00'.
011800 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
011900     88 WS-END-OF-PAYMENTS            VALUE 'Y'.
012000 01  WS-CMA-EOF-SW                    PIC X(01) VALUE 'N'.
012100     88 WS-END-OF-MEMBERS             VALUE 'Y'.
012200 01  WS-PAYMENT-COUNT                 PIC 9(07) VALUE ZERO.
012300 01  WS-ROW-COUNT                     PIC 9(09) VALUE ZERO.
012400 01  WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
012500 01  WS-ROW-TOTAL                     PIC S9(11)V99 COMP-3
012600                                                VALUE ZERO.
012700 01  WS-ABEND-REASON-TEXT             PIC X(50).
012800*
012900 COPY CVCMP04Y.
013000*
013100******************************************************************
013200* OUTPUT FEED CONTROL STAMPS - SEE CVFCT01Y. THE FILE ID IS
013300* 'CMPPAY' AND THE RUN DATE AND HOUR, UNIQUE PER RUN, SO THE
013400* FILECTL REGISTRY REFUSES THE SAME FILE TWICE.
013500******************************************************************
013600 COPY CVFCT01Y.
013700*
013800******************************************************************
013900* ONE COMPANY'S ACCOUNTS FOR THE PAYMENT IN HAND - BALANCE,
014000* AMOUNT DUE, AND WHAT THE PAYMENT HAS APPLIED SO FAR.
014100******************************************************************
014200 01  WS-MEMBER-TABLE.
014300     05 WS-MBR-USED                   PIC 9(04) VALUE ZERO.
014400     05 WS-MBR-ENTRY OCCURS 500 TIMES
014500                     INDEXED BY MBR-IDX.
014600        10 WS-MBR-ACCT-ID             PIC 9(11).
014700        10 WS-MBR-BAL                 PIC S9(09)V99 COMP-3.
014800        10 WS-MBR-DUE                 PIC S9(09)V99 COMP-3.
014900        10 WS-MBR-APPLIED             PIC S9(09)V99 COMP-3.
015000*
015100 01  WS-ALLOC-WORK.
015200     05 WS-HOLD-COMPANY-ID            PIC X(10).
015300     05 WS-ALC-REMAINING              PIC S9(09)V99 COMP-3.
015400     05 WS-ALC-ROOM                   PIC S9(09)V99 COMP-3.
015500     05 WS-MBR-OVERFLOW-SW            PIC X(01).
015600        88 WS-MBR-OVERFLOW            VALUE 'Y'.
015700     05 WS-AMT-EDIT                   PIC -(9)9.99.
015800     05 WS-RUN-HOUR                   PIC X(02).
015900*
016000******************************************************************
016100* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
016200******************************************************************
016300 COPY CSMSG02Y.
016400*
016500 COPY CSDAT01Y.
016600*
016700 LINKAGE SECTION.
016800*
016900******************************************************************
017000 PROCEDURE DIVISION.
017100******************************************************************
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017400     PERFORM 2000-NEXT-PAYMENT
017500         THRU 2000-NEXT-PAYMENT-EXIT
017600         UNTIL WS-END-OF-PAYMENTS
017700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
017800     GOBACK.
017900*
018000 1000-INITIALIZE.
018100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
018200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
018300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
018400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
018500     MOVE FUNCTION CURRENT-DATE (9:2) TO WS-RUN-HOUR
018600     OPEN INPUT CMP-PAYIN-FILE
018700     OPEN INPUT COMPANY-FILE
018800     OPEN INPUT CMPACCT-FILE
018900     OPEN INPUT ACCOUNT-FILE
019000     OPEN OUTPUT CMP-LOCKBOX-FILE
019100     OPEN OUTPUT CMP-REPORT-FILE
019200     IF NOT WS-PAYIN-OK
019300         DISPLAY 'CBCMP02C - ERROR OPENING COMPANY PAYMENT FILE'
019400         MOVE 'Y'                TO WS-EOF-SW
019500         MOVE 'COMPANY PAYMENT FILE OPEN ERROR'
019600                                 TO WS-ABEND-REASON-TEXT
019700         PERFORM 9100-ABEND-NOTIFY
019800             THRU 9100-ABEND-NOTIFY-EXIT
019900     END-IF
020000     IF NOT WS-COMPANY-OK
020100        OR NOT WS-CMPACCT-OK
020200        OR NOT WS-ACCOUNT-OK
020300         DISPLAY 'CBCMP02C - ERROR OPENING COMPANY OR ACCOUNT '
020400                 'FILES'
020500         MOVE 'Y'                TO WS-EOF-SW
020600         MOVE 'COMPANY OR ACCOUNT FILE OPEN ERROR'
020700                                 TO WS-ABEND-REASON-TEXT
020800         PERFORM 9100-ABEND-NOTIFY
020900             THRU 9100-ABEND-NOTIFY-EXIT
021000     END-IF
021100     IF NOT WS-LOCKBOX-OK
021200         DISPLAY 'CBCMP02C - ERROR OPENING PAYMENT FEED OUTPUT'
021300         MOVE 'Y'                TO WS-EOF-SW
021400         MOVE 'PAYMENT FEED OUTPUT OPEN ERROR'
021500                                 TO WS-ABEND-REASON-TEXT
021600         PERFORM 9100-ABEND-NOTIFY
021700             THRU 9100-ABEND-NOTIFY-EXIT
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF
022000     MOVE SPACES                 TO FILE-CONTROL-STAMP
022100     SET FCT-HEADER              TO TRUE
022200     STRING 'CMPPAY'             DELIMITED BY SIZE
022300            WS-CURDATE-N         DELIMITED BY SIZE
022400            WS-RUN-HOUR          DELIMITED BY SIZE
022500       INTO FCT-FILE-ID
022600     END-STRING
022700     MOVE WS-CURDATE-YYYY-MM-DD  TO FCT-CREATE-DATE
022800     MOVE ZERO                   TO FCT-REC-COUNT
022900     MOVE ZERO                   TO FCT-AMT-TOTAL
023000     MOVE FILE-CONTROL-STAMP     TO LOCKBOX-RECORD
023100     WRITE LOCKBOX-RECORD
023200     IF NOT WS-END-OF-PAYMENTS
023300         PERFORM 2100-READ-NEXT-PAYMENT
023400             THRU 2100-READ-NEXT-PAYMENT-EXIT
023500     END-IF.
023600 1000-INITIALIZE-EXIT.
023700     EXIT.
023800*
023900 2000-NEXT-PAYMENT.
024000     ADD 1                       TO WS-PAYMENT-COUNT
024100     PERFORM 3000-ALLOCATE-PAYMENT
024200         THRU 3000-ALLOCATE-PAYMENT-EXIT
024300     PERFORM 2100-READ-NEXT-PAYMENT
024400         THRU 2100-READ-NEXT-PAYMENT-EXIT.
024500 2000-NEXT-PAYMENT-EXIT.
024600     EXIT.
024700*
024800 2100-READ-NEXT-PAYMENT.
024900     READ CMP-PAYIN-FILE INTO COMPANY-PAYMENT-RECORD
025000         AT END
025100             MOVE 'Y'            TO WS-EOF-SW
025200     END-READ.
025300 2100-READ-NEXT-PAYMENT-EXIT.
025400     EXIT.
025500*
025600******************************************************************
025700* LOAD THE COMPANY'S ACCOUNTS, SPREAD THE PAYMENT DUE-FIRST THEN
025800* BALANCE, WRITE A FEED ROW FOR EVERY ACCOUNT IT REACHED AND
025900* REPORT THE SPREAD.
026000******************************************************************
026100 3000-ALLOCATE-PAYMENT.
026200     MOVE CPY-COMPANY-ID         TO CMP-COMPANY-ID
026300     READ COMPANY-FILE
026400         INVALID KEY
026500             MOVE 'UNKNOWN COMPANY - PAYMENT NOT APPLIED'
026600                                 TO CMP-REPORT-LINE
026700             PERFORM 7100-REPORT-EXCEPTION
026800                 THRU 7100-REPORT-EXCEPTION-EXIT
026900             GO TO 3000-ALLOCATE-PAYMENT-EXIT
027000     END-READ
027100     IF CPY-PAYMENT-AMT NOT > ZERO
027200         MOVE 'PAYMENT AMOUNT NOT POSITIVE - NOT APPLIED'
027300                                 TO CMP-REPORT-LINE
027400         PERFORM 7100-REPORT-EXCEPTION
027500             THRU 7100-REPORT-EXCEPTION-EXIT
027600         GO TO 3000-ALLOCATE-PAYMENT-EXIT
027700     END-IF
027800     PERFORM 3100-LOAD-MEMBERS THRU 3100-LOAD-MEMBERS-EXIT
027900     MOVE CPY-PAYMENT-AMT        TO WS-ALC-REMAINING
028000     PERFORM 3200-APPLY-TO-DUE THRU 3200-APPLY-TO-DUE-EXIT
028100         VARYING MBR-IDX FROM 1 BY 1
028200         UNTIL MBR-IDX > WS-MBR-USED
028300            OR WS-ALC-REMAINING NOT > ZERO
028400     PERFORM 3300-APPLY-TO-BALANCE
028500         THRU 3300-APPLY-TO-BALANCE-EXIT
028600         VARYING MBR-IDX FROM 1 BY 1
028700         UNTIL MBR-IDX > WS-MBR-USED
028800            OR WS-ALC-REMAINING NOT > ZERO
028900     MOVE CPY-PAYMENT-AMT        TO WS-AMT-EDIT
029000     MOVE SPACES                 TO CMP-REPORT-LINE
029100     STRING 'COMPANY '           DELIMITED BY SIZE
029200            CPY-COMPANY-ID       DELIMITED BY SIZE
029300            ' PAYMENT '          DELIMITED BY SIZE
029400            CPY-PAYMENT-REF      DELIMITED BY SIZE
029500            ' '                  DELIMITED BY SIZE
029600            WS-AMT-EDIT          DELIMITED BY SIZE
029700       INTO CMP-REPORT-LINE
029800     END-STRING
029900     WRITE CMP-REPORT-LINE
030000     PERFORM 3400-WRITE-FEED-ROW THRU 3400-WRITE-FEED-ROW-EXIT
030100         VARYING MBR-IDX FROM 1 BY 1
030200         UNTIL MBR-IDX > WS-MBR-USED
030300     IF WS-MBR-OVERFLOW
030400         MOVE '  MORE THAN 500 ACCOUNTS - REST NOT SPREAD'
030500                                 TO CMP-REPORT-LINE
030600         WRITE CMP-REPORT-LINE
030700     END-IF
030800     IF WS-ALC-REMAINING > ZERO
030900         ADD 1                   TO WS-EXCEPTION-COUNT
031000         MOVE WS-ALC-REMAINING   TO WS-AMT-EDIT
031100         MOVE SPACES             TO CMP-REPORT-LINE
031200         STRING '  UNAPPLIED - REFUND TO COMPANY '
031300                                 DELIMITED BY SIZE
031400                WS-AMT-EDIT      DELIMITED BY SIZE
031500           INTO CMP-REPORT-LINE
031600         END-STRING
031700         WRITE CMP-REPORT-LINE
031800     END-IF.
031900 3000-ALLOCATE-PAYMENT-EXIT.
032000     EXIT.
032100*
032200 3100-LOAD-MEMBERS.
032300     MOVE ZERO                   TO WS-MBR-USED
032400     MOVE 'N'                    TO WS-MBR-OVERFLOW-SW
032500     MOVE 'N'                    TO WS-CMA-EOF-SW
032600     MOVE CPY-COMPANY-ID         TO WS-HOLD-COMPANY-ID
032700     MOVE CPY-COMPANY-ID         TO CMA-COMPANY-ID
032800     MOVE ZERO                   TO CMA-ACCT-ID
032900     START CMPACCT-FILE KEY NOT LESS THAN CMA-KEY
033000         INVALID KEY
033100             GO TO 3100-LOAD-MEMBERS-EXIT
033200     END-START
033300     PERFORM 3110-NEXT-MEMBER THRU 3110-NEXT-MEMBER-EXIT
033400         UNTIL WS-END-OF-MEMBERS.
033500 3100-LOAD-MEMBERS-EXIT.
033600     EXIT.
033700*
033800 3110-NEXT-MEMBER.
033900     READ CMPACCT-FILE NEXT RECORD
034000         AT END
034100             MOVE 'Y'            TO WS-CMA-EOF-SW
034200             GO TO 3110-NEXT-MEMBER-EXIT
034300     END-READ
034400     IF CMA-COMPANY-ID NOT = WS-HOLD-COMPANY-ID
034500         MOVE 'Y'                TO WS-CMA-EOF-SW
034600         GO TO 3110-NEXT-MEMBER-EXIT
034700     END-IF
034800     MOVE CMA-ACCT-ID            TO ACCT-ID
034900     READ ACCOUNT-FILE
035000         INVALID KEY
035100             GO TO 3110-NEXT-MEMBER-EXIT
035200     END-READ
035300     IF ACCT-CURR-BAL NOT > ZERO
035400         GO TO 3110-NEXT-MEMBER-EXIT
035500     END-IF
035600     IF WS-MBR-USED NOT < 500
035700         MOVE 'Y'                TO WS-MBR-OVERFLOW-SW
035800         MOVE 'Y'                TO WS-CMA-EOF-SW
035900         GO TO 3110-NEXT-MEMBER-EXIT
036000     END-IF
036100     ADD 1                       TO WS-MBR-USED
036200     SET MBR-IDX                 TO WS-MBR-USED
036300     MOVE ACCT-ID                TO WS-MBR-ACCT-ID (MBR-IDX)
036400     MOVE ACCT-CURR-BAL          TO WS-MBR-BAL (MBR-IDX)
036500     COMPUTE WS-MBR-DUE (MBR-IDX) =
036600         ACCT-MIN-PAY-DUE + ACCT-PAST-DUE-AMT
036700     IF WS-MBR-DUE (MBR-IDX) > ACCT-CURR-BAL
036800         MOVE ACCT-CURR-BAL      TO WS-MBR-DUE (MBR-IDX)
036900     END-IF
037000     MOVE ZERO                   TO WS-MBR-APPLIED (MBR-IDX).
037100 3110-NEXT-MEMBER-EXIT.
037200     EXIT.
037300*
037400 3200-APPLY-TO-DUE.
037500     MOVE WS-MBR-DUE (MBR-IDX)   TO WS-ALC-ROOM
037600     IF WS-ALC-ROOM NOT > ZERO
037700         GO TO 3200-APPLY-TO-DUE-EXIT
037800     END-IF
037900     IF WS-ALC-ROOM > WS-ALC-REMAINING
038000         MOVE WS-ALC-REMAINING   TO WS-ALC-ROOM
038100     END-IF
038200     ADD WS-ALC-ROOM             TO WS-MBR-APPLIED (MBR-IDX)
038300     SUBTRACT WS-ALC-ROOM        FROM WS-ALC-REMAINING.
038400 3200-APPLY-TO-DUE-EXIT.
038500     EXIT.
038600*
038700 3300-APPLY-TO-BALANCE.
038800     COMPUTE WS-ALC-ROOM =
038900         WS-MBR-BAL (MBR-IDX) - WS-MBR-APPLIED (MBR-IDX)
039000     IF WS-ALC-ROOM NOT > ZERO
039100         GO TO 3300-APPLY-TO-BALANCE-EXIT
039200     END-IF
039300     IF WS-ALC-ROOM > WS-ALC-REMAINING
039400         MOVE WS-ALC-REMAINING   TO WS-ALC-ROOM
039500     END-IF
039600     ADD WS-ALC-ROOM             TO WS-MBR-APPLIED (MBR-IDX)
039700     SUBTRACT WS-ALC-ROOM        FROM WS-ALC-REMAINING.
039800 3300-APPLY-TO-BALANCE-EXIT.
039900     EXIT.
040000*
040100 3400-WRITE-FEED-ROW.
040200     IF WS-MBR-APPLIED (MBR-IDX) NOT > ZERO
040300         GO TO 3400-WRITE-FEED-ROW-EXIT
040400     END-IF
040500     MOVE SPACES                 TO LOCKBOX-RECORD
040600     MOVE WS-MBR-ACCT-ID (MBR-IDX) TO LBX-ACCT-ID
040700     MOVE WS-MBR-APPLIED (MBR-IDX) TO LBX-AMOUNT
040800     MOVE CPY-PAYMENT-DATE       TO LBX-DEPOSIT-DATE
040900     WRITE LOCKBOX-RECORD
041000     ADD 1                       TO WS-ROW-COUNT
041100     ADD LBX-AMOUNT              TO WS-ROW-TOTAL
041200     MOVE LBX-AMOUNT             TO WS-AMT-EDIT
041300     MOVE SPACES                 TO CMP-REPORT-LINE
041400     STRING '  ACCOUNT '         DELIMITED BY SIZE
041500            LBX-ACCT-ID          DELIMITED BY SIZE
041600            ' APPLIED '          DELIMITED BY SIZE
041700            WS-AMT-EDIT          DELIMITED BY SIZE
041800       INTO CMP-REPORT-LINE
041900     END-STRING
042000     WRITE CMP-REPORT-LINE.
042100 3400-WRITE-FEED-ROW-EXIT.
042200     EXIT.
042300*
042400 7100-REPORT-EXCEPTION.
042500     ADD 1                       TO WS-EXCEPTION-COUNT
042600     WRITE CMP-REPORT-LINE
042700     MOVE CPY-PAYMENT-AMT        TO WS-AMT-EDIT
042800     MOVE SPACES                 TO CMP-REPORT-LINE
042900     STRING '  COMPANY '         DELIMITED BY SIZE
043000            CPY-COMPANY-ID       DELIMITED BY SIZE
043100            ' PAYMENT '          DELIMITED BY SIZE
043200            CPY-PAYMENT-REF      DELIMITED BY SIZE
043300            ' '                  DELIMITED BY SIZE
043400            WS-AMT-EDIT          DELIMITED BY SIZE
043500       INTO CMP-REPORT-LINE
043600     END-STRING
043700     WRITE CMP-REPORT-LINE.
043800 7100-REPORT-EXCEPTION-EXIT.
043900     EXIT.
044000*
044100 9000-TERMINATE.
044200     IF WS-LOCKBOX-OK
044300         MOVE SPACES             TO FILE-CONTROL-STAMP
044400         SET FCT-TRAILER         TO TRUE
044500         STRING 'CMPPAY'         DELIMITED BY SIZE
044600                WS-CURDATE-N     DELIMITED BY SIZE
044700                WS-RUN-HOUR      DELIMITED BY SIZE
044800           INTO FCT-FILE-ID
044900         END-STRING
045000         MOVE WS-CURDATE-YYYY-MM-DD TO FCT-CREATE-DATE
045100         MOVE WS-ROW-COUNT       TO FCT-REC-COUNT
045200         MOVE WS-ROW-TOTAL       TO FCT-AMT-TOTAL
045300         MOVE FILE-CONTROL-STAMP TO LOCKBOX-RECORD
045400         WRITE LOCKBOX-RECORD
045500     END-IF
045600     CLOSE CMP-PAYIN-FILE
045700     CLOSE COMPANY-FILE
045800     CLOSE CMPACCT-FILE
045900     CLOSE ACCOUNT-FILE
046000     CLOSE CMP-LOCKBOX-FILE
046100     CLOSE CMP-REPORT-FILE
046200     DISPLAY 'CBCMP02C - COMPANY PAYMENTS READ: '
046300             WS-PAYMENT-COUNT
046400     DISPLAY 'CBCMP02C - ACCOUNT PAYMENT ROWS: ' WS-ROW-COUNT
046500     DISPLAY 'CBCMP02C - EXCEPTIONS: ' WS-EXCEPTION-COUNT
046600     PERFORM 9200-LOG-JOB-STATUS
046700         THRU 9200-LOG-JOB-STATUS-EXIT.
046800 9000-TERMINATE-EXIT.
046900     EXIT.
047000*
047100******************************************************************
047200* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
047300* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
047400* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
047500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
047600******************************************************************
047700 9100-ABEND-NOTIFY.
047800     MOVE 'AB01'                 TO ABEND-CODE
047900     MOVE 'CBCMP02C'             TO ABEND-CULPRIT
048000     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
048100     STRING ABEND-CULPRIT   DELIMITED BY SIZE
048200            ' - '           DELIMITED BY SIZE
048300            ABEND-REASON    DELIMITED BY SIZE
048400       INTO ABEND-MSG
048500     END-STRING
048600     OPEN EXTEND ALERT-QUEUE-FILE
048700     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
048800     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
048900     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
049000     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
049100     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
049200     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
049300     WRITE OPS-ALERT-RECORD
049400     CLOSE ALERT-QUEUE-FILE
049500     MOVE 16                     TO RETURN-CODE.
049600 9100-ABEND-NOTIFY-EXIT.
049700     EXIT.
049800*
049900******************************************************************
050000* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
050100* WHETHER THE JOB RAN AND HOW IT WENT.
050200******************************************************************
050300 9200-LOG-JOB-STATUS.
050400     OPEN I-O JOB-LOG-FILE
050500     IF NOT WS-JOBLOG-OK
050600         DISPLAY 'CBCMP02C - ERROR OPENING JOB LOG FILE'
050700         GO TO 9200-LOG-JOB-STATUS-EXIT
050800     END-IF
050900     MOVE 'CBCMP02C'             TO JBS-JOB-NAME
051000     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
051100     IF RETURN-CODE = ZERO
051200         SET JBS-STATUS-SUCCESS  TO TRUE
051300     ELSE
051400         SET JBS-STATUS-FAILED   TO TRUE
051500     END-IF
051600     MOVE RETURN-CODE            TO JBS-RETURN-CODE
051700     MOVE WS-ROW-COUNT           TO JBS-REC-COUNT
051800     WRITE JOB-STATUS-RECORD
051900     CLOSE JOB-LOG-FILE.
052000 9200-LOG-JOB-STATUS-EXIT.
052100     EXIT.
