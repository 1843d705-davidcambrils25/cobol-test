000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBSTI01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - NETWORK STAND-IN
001100*                     AUTHORIZATION ADVICE LOAD.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WHEN OUR REGION OR THE COAUTSVC LINK IS DOWN
001500*                THE NETWORK APPROVES ON OUR BEHALF UNDER ITS
001600*                STAND-IN LIMITS, AND THOSE APPROVALS NEVER
001700*                REACHED AUTHFILE - AVAILABLE CREDIT WAS
001800*                OVERSTATED UNTIL SETTLEMENT, AND THE
001900*                SETTLEMENTS THEN FELL OUT OF CBTRN03C'S
002000*                3150-MATCH-AUTH-HOLD AS UNMATCHED. THIS RUN
002100*                LOADS THE NETWORK'S STAND-IN ADVICE FILE
002200*                (STANDIN, CVSTI01Y) AS OPEN HOLDS ON AUTHFILE
002300*                (AUT-KEYED-BY 'STANDIN'). THE FILE IS WRAPPED
002400*                IN THE CVFCT01Y HDR/TRL CONTROL STAMPS AND ITS
002500*                FILE ID REGISTERED ON FILECTL, THE SAME
002600*                DISCIPLINE CBLBX01C APPLIES. EACH ADVICE IS RUN
002700*                THROUGH THE COAUTSVC CARD CHECKS (ON FILE,
002800*                ACTIVE, ACTIVATED, ACCOUNT OPEN, DORMANT
002900*                REFERRAL) AND LIMIT CHECKS (CASH LIMIT, PER-CARD
003000*                CARDXREF LIMIT, BALANCE PLUS OPEN HOLDS AGAINST
003100*                THE TMPLIMIT-EFFECTIVE LIMIT). THE NETWORK HAS
003200*                ALREADY COMMITTED THE MONEY, SO THE HOLD IS
003300*                LOADED EITHER WAY; AN APPROVAL WE WOULD HAVE
003400*                DECLINED IS LISTED ON THE STIRPT REPORT WITH
003500*                THE REASON, FOR TUNING THE STAND-IN PARAMETERS
003600*                WITH THE NETWORK AND CHASING ANY FRAUD IT LET
003700*                THROUGH. AN ADVICE FOR A CARD NOT ON FILE
003800*                CANNOT BE HELD AND IS REPORTED AS AN EXCEPTION.
003900*                RUN AFTER ANY OUTAGE, AND DAILY BEFORE CBTRN03C.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT STANDIN-FILE ASSIGN TO STANDIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-STANDIN-STATUS.
004700     SELECT FILE-CTL-FILE ASSIGN TO FILECTL
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS REG-FILE-ID
005100         FILE STATUS IS WS-FILECTL-STATUS.
005200     SELECT CARD-FILE ASSIGN TO CARDDAT
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CARD-NUM
005600         FILE STATUS IS WS-CARD-STATUS.
005700     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS ACCT-ID
006100         FILE STATUS IS WS-ACCOUNT-STATUS.
006200     SELECT AUTH-HOLD-FILE ASSIGN TO AUTHFILE
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS AUT-KEY
006600         FILE STATUS IS WS-AUTHFILE-STATUS.
006700     SELECT CARD-XREF-FILE ASSIGN TO CARDXREF
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS CXR-CARD-NUM
007100         FILE STATUS IS WS-CARDXREF-STATUS.
007200     SELECT TEMP-LIMIT-FILE ASSIGN TO TMPLIMIT
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS TLO-ACCT-ID
007600         FILE STATUS IS WS-TMPLIMIT-STATUS.
007700     SELECT STI-REPORT-FILE ASSIGN TO STIRPT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-REPORT-STATUS.
008000     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-ALERT-STATUS.
008300     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS JBS-KEY
008700         FILE STATUS IS WS-JOBLOG-STATUS.
008800*
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  STANDIN-FILE
009200     RECORDING MODE IS F.
009300     COPY CVSTI01Y.
009400*
009500 FD  FILE-CTL-FILE.
009600     COPY CVREG01Y.
009700*
009800 FD  CARD-FILE.
009900     COPY CVACT02Y.
010000*
010100 FD  ACCOUNT-FILE.
010200     COPY CVACT01Y.
010300*
010400 FD  AUTH-HOLD-FILE.
010500     COPY CVAUT01Y.
010600*
010700 FD  CARD-XREF-FILE.
010800     COPY CVCXR01Y.
010900*
011000 FD  TEMP-LIMIT-FILE.
011100     COPY CVTLO01Y.
011200*
011300 FD  STI-REPORT-FILE
011400     RECORDING MODE IS F.
011500 01  STI-REPORT-LINE                  PIC X(80).
011600*
011700 FD  ALERT-QUEUE-FILE
011800     RECORDING MODE IS F.
011900     COPY CSOPS01Y.
012000*
012100 FD  JOB-LOG-FILE.
012200     COPY CVJOB01Y.
012300*
012400 WORKING-STORAGE SECTION.
012500 01  WS-STANDIN-STATUS                PIC XX.
012600     88 WS-STANDIN-OK                 VALUE '00'.
012700 01  WS-FILECTL-STATUS                PIC XX.
012800 01  WS-CARD-STATUS                   PIC XX.
012900     88 WS-CARD-OK                    VALUE '00'.
013000 01  WS-ACCOUNT-STATUS                PIC XX.
013100     88 WS-ACCOUNT-OK                 VALUE '00'.
013200 01  WS-AUTHFILE-STATUS               PIC XX.
013300     88 WS-AUTHFILE-OK                VALUE '00'.
013400 01  WS-CARDXREF-STATUS               PIC XX.
013500 01  WS-TMPLIMIT-STATUS               PIC XX.
013600 01  WS-REPORT-STATUS                 PIC XX.
013700 01  WS-ALERT-STATUS                  PIC XX.
013800 01  WS-JOBLOG-STATUS                 PIC XX.
013900     88 WS-JOBLOG-OK                  VALUE '00'.
014000 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
014100     88 WS-END-OF-FEED                VALUE 'Y'.
014200 01  WS-ADVICE-COUNT                  PIC 9(07) VALUE ZERO.
014300 01  WS-LOADED-COUNT                  PIC 9(07) VALUE ZERO.
014400 01  WS-WOULD-DECLINE-COUNT           PIC 9(07) VALUE ZERO.
014500 01  WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
014600 01  WS-ABEND-REASON-TEXT             PIC X(50).
014700*
014800******************************************************************
014900* FEED CONTROL-STAMP VALIDATION WORK AREA - SEE CVFCT01Y AND
015000* 1400-VALIDATE-CONTROL.
015100******************************************************************
015200 COPY CVFCT01Y.
015300 01  WS-CTL-WORK.
015400     05 WS-CTL-VALID-SW               PIC X(01) VALUE 'N'.
015500        88 WS-CTL-VALID               VALUE 'Y'.
015600     05 WS-CTL-TRL-SEEN-SW            PIC X(01) VALUE 'N'.
015700        88 WS-CTL-TRL-SEEN            VALUE 'Y'.
015800     05 WS-CTL-FILE-ID                PIC X(16).
015900     05 WS-CTL-EXP-COUNT              PIC 9(09).
016000     05 WS-CTL-ACT-COUNT              PIC 9(09).
016100     05 WS-CTL-EXP-TOTAL              PIC S9(11)V99 COMP-3.
016200     05 WS-CTL-ACT-TOTAL              PIC S9(11)V99 COMP-3.
016300     05 WS-CTL-REJECT-TEXT            PIC X(50).
016400*
016500******************************************************************
016600* DECISION WORK AREA - THE COAUTSVC REASON CODE THE ADVICE WOULD
016700* HAVE EARNED ('0000' = WE WOULD HAVE APPROVED IT TOO).
016800******************************************************************
016900 01  WS-DECIDE-WORK.
017000     05 WS-DECIDE-REASON-CD           PIC X(04).
017100        88 WS-WOULD-APPROVE           VALUE '0000'.
017200     05 WS-DECIDE-REASON-TEXT         PIC X(30).
017300     05 WS-OPEN-HOLD-AMT              PIC S9(11)V99 COMP-3.
017400     05 WS-CARD-HOLD-AMT              PIC S9(11)V99 COMP-3.
017500     05 WS-PROJECTED-BAL              PIC S9(11)V99 COMP-3.
017600     05 WS-EFFECTIVE-LIMIT            PIC S9(10)V99 COMP-3.
017700     05 WS-NEXT-SEQ                   PIC 9(04).
017800     05 WS-AUT-BROWSE-SW              PIC X(01).
017900        88 WS-AUT-BROWSE-DONE         VALUE 'Y'.
018000     05 WS-AMT-EDIT                   PIC -(9)9.99.
018100*
018200******************************************************************
018300* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
018400******************************************************************
018500 COPY CSMSG02Y.
018600*
018700 COPY CSDAT01Y.
018800*
018900 LINKAGE SECTION.
019000*
019100******************************************************************
019200 PROCEDURE DIVISION.
019300******************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019600     IF WS-CTL-VALID
019700         PERFORM 2000-LOAD-ADVICES
019800             THRU 2000-LOAD-ADVICES-EXIT
019900             UNTIL WS-END-OF-FEED
020000     END-IF
020100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020200     GOBACK.
020300*
020400 1000-INITIALIZE.
020500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
020600     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
020700     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
020800     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
020900     OPEN INPUT STANDIN-FILE
021000     OPEN I-O FILE-CTL-FILE
021100     OPEN INPUT CARD-FILE
021200     OPEN INPUT ACCOUNT-FILE
021300     OPEN I-O AUTH-HOLD-FILE
021400     OPEN INPUT CARD-XREF-FILE
021500     OPEN INPUT TEMP-LIMIT-FILE
021600     OPEN OUTPUT STI-REPORT-FILE
021700     IF NOT WS-STANDIN-OK
021800         DISPLAY 'CBSTI01C - ERROR OPENING STAND-IN ADVICE FEED'
021900         MOVE 'Y'                TO WS-EOF-SW
022000         MOVE 'STAND-IN ADVICE FEED OPEN ERROR'
022100                                 TO WS-ABEND-REASON-TEXT
022200         PERFORM 9100-ABEND-NOTIFY
022300             THRU 9100-ABEND-NOTIFY-EXIT
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF
022600     IF NOT WS-CARD-OK OR NOT WS-ACCOUNT-OK
022700        OR NOT WS-AUTHFILE-OK
022800         DISPLAY 'CBSTI01C - ERROR OPENING CARD/ACCOUNT/AUTHFILE'
022900         MOVE 'Y'                TO WS-EOF-SW
023000         MOVE 'MASTER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
023100         PERFORM 9100-ABEND-NOTIFY
023200             THRU 9100-ABEND-NOTIFY-EXIT
023300         GO TO 1000-INITIALIZE-EXIT
023400     END-IF
023500     PERFORM 1400-VALIDATE-CONTROL
023600         THRU 1400-VALIDATE-CONTROL-EXIT
023700     IF NOT WS-CTL-VALID
023800         DISPLAY 'CBSTI01C - FEED REJECTED: ' WS-CTL-REJECT-TEXT
023900         MOVE WS-CTL-REJECT-TEXT TO WS-ABEND-REASON-TEXT
024000         PERFORM 9100-ABEND-NOTIFY
024100             THRU 9100-ABEND-NOTIFY-EXIT
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF
024400     PERFORM 2100-READ-NEXT-ADVICE
024500         THRU 2100-READ-NEXT-ADVICE-EXIT.
024600 1000-INITIALIZE-EXIT.
024700     EXIT.
024800*
024900******************************************************************
025000* PRE-PASS OVER THE WHOLE FEED BEFORE ANY HOLD LOADS: THE FIRST
025100* RECORD MUST BE AN 'HDR' CONTROL STAMP WHOSE FILE ID IS NOT ON
025200* THE FILECTL REGISTRY, THE LAST A 'TRL' WHOSE COUNT AND AMOUNT
025300* TOTAL BALANCE TO THE DETAIL ROWS - THE CBLBX01C DISCIPLINE. A
025400* PASSING FILE IS REGISTERED AND THE INPUT REOPENED FOR THE
025500* LOAD PASS.
025600******************************************************************
025700 1400-VALIDATE-CONTROL.
025800     MOVE 'N'                    TO WS-CTL-VALID-SW
025900     MOVE 'N'                    TO WS-CTL-TRL-SEEN-SW
026000     MOVE ZERO                   TO WS-CTL-ACT-COUNT
026100     MOVE ZERO                   TO WS-CTL-ACT-TOTAL
026200     PERFORM 2100-READ-NEXT-ADVICE
026300         THRU 2100-READ-NEXT-ADVICE-EXIT
026400     IF WS-END-OF-FEED
026500         MOVE 'FEED EMPTY - NO CONTROL HEADER'
026600                                 TO WS-CTL-REJECT-TEXT
026700         GO TO 1400-VALIDATE-CONTROL-EXIT
026800     END-IF
026900     MOVE STANDIN-ADVICE-RECORD (1:45) TO FILE-CONTROL-STAMP
027000     IF NOT FCT-HEADER
027100         MOVE 'FEED HAS NO HDR CONTROL RECORD'
027200                                 TO WS-CTL-REJECT-TEXT
027300         GO TO 1400-VALIDATE-CONTROL-EXIT
027400     END-IF
027500     MOVE FCT-FILE-ID            TO WS-CTL-FILE-ID
027600     MOVE WS-CTL-FILE-ID         TO REG-FILE-ID
027700     READ FILE-CTL-FILE
027800         INVALID KEY
027900             CONTINUE
028000         NOT INVALID KEY
028100             MOVE 'FEED FILE ID ALREADY PROCESSED'
028200                                 TO WS-CTL-REJECT-TEXT
028300             GO TO 1400-VALIDATE-CONTROL-EXIT
028400     END-READ
028500     PERFORM 1410-SCAN-NEXT-RECORD
028600         THRU 1410-SCAN-NEXT-RECORD-EXIT
028700         UNTIL WS-END-OF-FEED OR WS-CTL-TRL-SEEN
028800     IF NOT WS-CTL-TRL-SEEN
028900         MOVE 'FEED HAS NO TRL CONTROL RECORD'
029000                                 TO WS-CTL-REJECT-TEXT
029100         GO TO 1400-VALIDATE-CONTROL-EXIT
029200     END-IF
029300     IF WS-CTL-ACT-COUNT NOT = WS-CTL-EXP-COUNT
029400         MOVE 'FEED RECORD COUNT DOES NOT MATCH TRAILER'
029500                                 TO WS-CTL-REJECT-TEXT
029600         GO TO 1400-VALIDATE-CONTROL-EXIT
029700     END-IF
029800     IF WS-CTL-ACT-TOTAL NOT = WS-CTL-EXP-TOTAL
029900         MOVE 'FEED AMOUNT TOTAL DOES NOT MATCH TRAILER'
030000                                 TO WS-CTL-REJECT-TEXT
030100         GO TO 1400-VALIDATE-CONTROL-EXIT
030200     END-IF
030300     MOVE WS-CTL-FILE-ID         TO REG-FILE-ID
030400     MOVE FUNCTION CURRENT-DATE TO REG-PROCESSED-TS
030500     WRITE FILE-REGISTRY-RECORD
030600         INVALID KEY
030700             CONTINUE
030800     END-WRITE
030900     CLOSE STANDIN-FILE
031000     OPEN INPUT STANDIN-FILE
031100     MOVE 'N'                    TO WS-EOF-SW
031200     MOVE 'Y'                    TO WS-CTL-VALID-SW.
031300 1400-VALIDATE-CONTROL-EXIT.
031400     EXIT.
031500*
031600 1410-SCAN-NEXT-RECORD.
031700     PERFORM 2100-READ-NEXT-ADVICE
031800         THRU 2100-READ-NEXT-ADVICE-EXIT
031900     IF WS-END-OF-FEED
032000         GO TO 1410-SCAN-NEXT-RECORD-EXIT
032100     END-IF
032200     MOVE STANDIN-ADVICE-RECORD (1:45) TO FILE-CONTROL-STAMP
032300     IF FCT-TRAILER
032400         MOVE 'Y'                TO WS-CTL-TRL-SEEN-SW
032500         MOVE FCT-REC-COUNT      TO WS-CTL-EXP-COUNT
032600         MOVE FCT-AMT-TOTAL      TO WS-CTL-EXP-TOTAL
032700     ELSE
032800         ADD 1                   TO WS-CTL-ACT-COUNT
032900         ADD SIA-AMOUNT          TO WS-CTL-ACT-TOTAL
033000     END-IF.
033100 1410-SCAN-NEXT-RECORD-EXIT.
033200     EXIT.
033300*
033400 2000-LOAD-ADVICES.
033500     MOVE STANDIN-ADVICE-RECORD (1:45) TO FILE-CONTROL-STAMP
033600     IF FCT-HEADER OR FCT-TRAILER
033700         GO TO 2000-LOAD-ADVICES-NEXT
033800     END-IF
033900     ADD 1                       TO WS-ADVICE-COUNT
034000     PERFORM 3000-LOAD-ONE-ADVICE
034100         THRU 3000-LOAD-ONE-ADVICE-EXIT.
034200 2000-LOAD-ADVICES-NEXT.
034300     PERFORM 2100-READ-NEXT-ADVICE
034400         THRU 2100-READ-NEXT-ADVICE-EXIT.
034500 2000-LOAD-ADVICES-EXIT.
034600     EXIT.
034700*
034800 2100-READ-NEXT-ADVICE.
034900     READ STANDIN-FILE NEXT RECORD
035000         AT END
035100             MOVE 'Y'            TO WS-EOF-SW
035200     END-READ.
035300 2100-READ-NEXT-ADVICE-EXIT.
035400     EXIT.
035500*
035600******************************************************************
035700* DECIDE THE ADVICE AS COAUTSVC WOULD HAVE, THEN LOAD THE HOLD
035800* REGARDLESS - THE NETWORK HAS ALREADY APPROVED IT AND THE
035900* SETTLEMENT WILL ARRIVE. ONLY A CARD NOT ON FILE, WHICH HAS NO
036000* ACCOUNT TO HOLD AGAINST, IS LEFT OFF AUTHFILE.
036100******************************************************************
036200 3000-LOAD-ONE-ADVICE.
036300     MOVE '0000'                 TO WS-DECIDE-REASON-CD
036400     MOVE SPACES                 TO WS-DECIDE-REASON-TEXT
036500     MOVE SIA-CARD-NUM           TO CARD-NUM
036600     READ CARD-FILE
036700         INVALID KEY
036800             PERFORM 7100-REPORT-EXCEPTION
036900                 THRU 7100-REPORT-EXCEPTION-EXIT
037000             GO TO 3000-LOAD-ONE-ADVICE-EXIT
037100     END-READ
037200     PERFORM 3100-CHECK-CARD THRU 3100-CHECK-CARD-EXIT
037300     PERFORM 3600-SUM-OPEN-HOLDS THRU 3600-SUM-OPEN-HOLDS-EXIT
037400     IF WS-WOULD-APPROVE
037500         PERFORM 3500-CHECK-LIMITS THRU 3500-CHECK-LIMITS-EXIT
037600     END-IF
037700     PERFORM 4000-WRITE-HOLD THRU 4000-WRITE-HOLD-EXIT
037800     IF NOT WS-WOULD-APPROVE
037900         PERFORM 7200-REPORT-WOULD-DECLINE
038000             THRU 7200-REPORT-WOULD-DECLINE-EXIT
038100     END-IF.
038200 3000-LOAD-ONE-ADVICE-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600* THE COAUTSVC CARD CHECKS: ACTIVE (OR DORMANT), ACTIVATED, ON AN
038700* OPEN ACCOUNT. A DORMANT CARD OR ACCOUNT WOULD HAVE BEEN
038800* REFERRED (REAC) RATHER THAN APPROVED.
038900******************************************************************
039000 3100-CHECK-CARD.
039100     IF (CARD-ACTIVE-STATUS NOT = 'A'
039200         AND CARD-ACTIVE-STATUS NOT = 'I')
039300        OR CARD-NOT-YET-ACTIVATED
039400         MOVE 'CARD'             TO WS-DECIDE-REASON-CD
039500         MOVE 'CARD BLOCKED OR NOT ACTIVATED'
039600                                 TO WS-DECIDE-REASON-TEXT
039700     END-IF
039800     MOVE CARD-ACCT-ID           TO ACCT-ID
039900     READ ACCOUNT-FILE
040000         INVALID KEY
040100             MOVE 'CARD'         TO WS-DECIDE-REASON-CD
040200             MOVE 'ACCOUNT NOT ON FILE FOR CARD'
040300                                 TO WS-DECIDE-REASON-TEXT
040400             MOVE ZERO           TO ACCT-CURR-BAL
040500             GO TO 3100-CHECK-CARD-EXIT
040600     END-READ
040700     IF NOT WS-WOULD-APPROVE
040800         GO TO 3100-CHECK-CARD-EXIT
040900     END-IF
041000     IF CARD-ACTIVE-STATUS = 'I' OR ACCT-ACTIVE-STATUS = 'I'
041100         MOVE 'REAC'             TO WS-DECIDE-REASON-CD
041200         MOVE 'DORMANT - WOULD HAVE REFERRED'
041300                                 TO WS-DECIDE-REASON-TEXT
041400         GO TO 3100-CHECK-CARD-EXIT
041500     END-IF
041600     IF ACCT-ACTIVE-STATUS NOT = 'A'
041700        AND ACCT-ACTIVE-STATUS NOT = 'D'
041800         MOVE 'CARD'             TO WS-DECIDE-REASON-CD
041900         MOVE 'ACCOUNT IS NOT OPEN'
042000                                 TO WS-DECIDE-REASON-TEXT
042100     END-IF.
042200 3100-CHECK-CARD-EXIT.
042300     EXIT.
042400*
042500******************************************************************
042600* THE COAUTSVC LIMIT CHECKS: CASH LIMIT FOR A CASH ADVANCE, THE
042700* PER-CARD CARDXREF CEILING, THEN BALANCE + OPEN HOLDS + THIS
042800* ADVICE AGAINST THE EFFECTIVE LIMIT (ACTIVE TMPLIMIT HONORED).
042900******************************************************************
043000 3500-CHECK-LIMITS.
043100     IF SIA-IS-CASH-ADVANCE
043200         IF ACCT-CASH-ADV-BAL + SIA-AMOUNT >
043300            ACCT-CASH-CREDIT-LIMIT
043400             MOVE 'CASH'         TO WS-DECIDE-REASON-CD
043500             MOVE 'CASH ADVANCE LIMIT EXCEEDED'
043600                                 TO WS-DECIDE-REASON-TEXT
043700             GO TO 3500-CHECK-LIMITS-EXIT
043800         END-IF
043900     END-IF
044000     MOVE SIA-CARD-NUM           TO CXR-CARD-NUM
044100     READ CARD-XREF-FILE
044200         INVALID KEY
044300             MOVE ZERO           TO CXR-SPEND-LIMIT
044400     END-READ
044500     IF CXR-SPEND-LIMIT > ZERO
044600        AND WS-CARD-HOLD-AMT + SIA-AMOUNT > CXR-SPEND-LIMIT
044700         MOVE 'CRDL'             TO WS-DECIDE-REASON-CD
044800         MOVE 'PER-CARD SPENDING LIMIT'
044900                                 TO WS-DECIDE-REASON-TEXT
045000         GO TO 3500-CHECK-LIMITS-EXIT
045100     END-IF
045200     PERFORM 3700-GET-EFFECTIVE-LIMIT
045300         THRU 3700-GET-EFFECTIVE-LIMIT-EXIT
045400     COMPUTE WS-PROJECTED-BAL =
045500         ACCT-CURR-BAL + WS-OPEN-HOLD-AMT + SIA-AMOUNT
045600     IF WS-PROJECTED-BAL > WS-EFFECTIVE-LIMIT
045700         MOVE 'OVLM'             TO WS-DECIDE-REASON-CD
045800         MOVE 'INSUFFICIENT AVAILABLE CREDIT'
045900                                 TO WS-DECIDE-REASON-TEXT
046000     END-IF.
046100 3500-CHECK-LIMITS-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500* TOTAL THE ACCOUNT'S OPEN HOLDS (AND THIS CARD'S SHARE) AND NOTE
046600* THE NEXT FREE SEQUENCE ON THE WAY PAST - THE COAUTSVC WALK.
046700* HOLDS LOADED EARLIER IN THIS RUN COUNT LIKE ANY OTHER.
046800******************************************************************
046900 3600-SUM-OPEN-HOLDS.
047000     MOVE ZERO                   TO WS-OPEN-HOLD-AMT
047100     MOVE ZERO                   TO WS-CARD-HOLD-AMT
047200     MOVE 1                      TO WS-NEXT-SEQ
047300     MOVE 'N'                    TO WS-AUT-BROWSE-SW
047400     MOVE CARD-ACCT-ID           TO AUT-ACCT-ID
047500     MOVE ZERO                   TO AUT-SEQ
047600     START AUTH-HOLD-FILE KEY IS NOT LESS THAN AUT-KEY
047700         INVALID KEY
047800             GO TO 3600-SUM-OPEN-HOLDS-EXIT
047900     END-START
048000     PERFORM 3610-SUM-NEXT-HOLD THRU 3610-SUM-NEXT-HOLD-EXIT
048100         UNTIL WS-AUT-BROWSE-DONE.
048200 3600-SUM-OPEN-HOLDS-EXIT.
048300     EXIT.
048400*
048500 3610-SUM-NEXT-HOLD.
048600     READ AUTH-HOLD-FILE NEXT RECORD
048700         AT END
048800             MOVE 'Y'            TO WS-AUT-BROWSE-SW
048900             GO TO 3610-SUM-NEXT-HOLD-EXIT
049000     END-READ
049100     IF AUT-ACCT-ID NOT = CARD-ACCT-ID
049200         MOVE 'Y'                TO WS-AUT-BROWSE-SW
049300         GO TO 3610-SUM-NEXT-HOLD-EXIT
049400     END-IF
049500     COMPUTE WS-NEXT-SEQ = AUT-SEQ + 1
049600     IF AUT-OPEN
049700         ADD AUT-AMOUNT          TO WS-OPEN-HOLD-AMT
049800         IF AUT-CARD-NUM = SIA-CARD-NUM
049900             ADD AUT-AMOUNT      TO WS-CARD-HOLD-AMT
050000         END-IF
050100     END-IF.
050200 3610-SUM-NEXT-HOLD-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600* AN ACTIVE TEMPORARY LIMIT OVERRIDE (TMPLIMIT) RAISES THE
050700* LIMIT WHILE IN FORCE - NEVER BELOW THE REAL LIMIT. THE
050800* ADVICE'S OWN DATE DECIDES WHETHER THE OVERRIDE WAS IN FORCE.
050900******************************************************************
051000 3700-GET-EFFECTIVE-LIMIT.
051100     MOVE ACCT-CREDIT-LIMIT      TO WS-EFFECTIVE-LIMIT
051200     MOVE ACCT-ID                TO TLO-ACCT-ID
051300     READ TEMP-LIMIT-FILE
051400         INVALID KEY
051500             GO TO 3700-GET-EFFECTIVE-LIMIT-EXIT
051600     END-READ
051700     IF TLO-ACTIVE
051800        AND SIA-AUTH-DATE >= TLO-START-DATE
051900        AND SIA-AUTH-DATE <= TLO-END-DATE
052000        AND TLO-OVERRIDE-LIMIT > WS-EFFECTIVE-LIMIT
052100         MOVE TLO-OVERRIDE-LIMIT TO WS-EFFECTIVE-LIMIT
052200     END-IF.
052300 3700-GET-EFFECTIVE-LIMIT-EXIT.
052400     EXIT.
052500*
052600******************************************************************
052700* THE HOLD LOOKS LIKE ANY COAUTSVC HOLD, DATED THE DAY THE
052800* NETWORK APPROVED IT SO THE CBAUT01C EXPIRY CLOCK RUNS FROM THE
052900* REAL AUTHORIZATION, AND MARKED AS A STAND-IN LOAD.
053000******************************************************************
053100 4000-WRITE-HOLD.
053200     MOVE SPACES                 TO AUTH-HOLD-RECORD
053300     MOVE CARD-ACCT-ID           TO AUT-ACCT-ID
053400     MOVE WS-NEXT-SEQ            TO AUT-SEQ
053500     MOVE SIA-CARD-NUM           TO AUT-CARD-NUM
053600     MOVE SIA-AMOUNT             TO AUT-AMOUNT
053700     MOVE SIA-MERCHANT-ID        TO AUT-MERCHANT-ID
053800     MOVE SIA-AUTH-DATE          TO AUT-AUTH-DATE
053900     SET AUT-OPEN                TO TRUE
054000     MOVE SPACES                 TO AUT-MATCHED-TRAN-ID
054100     MOVE 'STANDIN'              TO AUT-KEYED-BY
054200     WRITE AUTH-HOLD-RECORD
054300         INVALID KEY
054400             MOVE SPACES         TO STI-REPORT-LINE
054500             STRING 'HOLD NOT WRITTEN - CARD '
054600                                 DELIMITED BY SIZE
054700                    SIA-CARD-NUM DELIMITED BY SIZE
054800                    ' AUTH '     DELIMITED BY SIZE
054900                    SIA-NETWORK-AUTH-CD
055000                                 DELIMITED BY SIZE
055100               INTO STI-REPORT-LINE
055200             END-STRING
055300             WRITE STI-REPORT-LINE
055400             ADD 1               TO WS-EXCEPTION-COUNT
055500             GO TO 4000-WRITE-HOLD-EXIT
055600     END-WRITE
055700     ADD 1                       TO WS-LOADED-COUNT.
055800 4000-WRITE-HOLD-EXIT.
055900     EXIT.
056000*
056100 7100-REPORT-EXCEPTION.
056200     ADD 1                       TO WS-EXCEPTION-COUNT
056300     MOVE SIA-AMOUNT             TO WS-AMT-EDIT
056400     MOVE SPACES                 TO STI-REPORT-LINE
056500     STRING 'CARD NOT ON FILE - NOT HELD '
056600                                 DELIMITED BY SIZE
056700            SIA-CARD-NUM         DELIMITED BY SIZE
056800            ' '                  DELIMITED BY SIZE
056900            WS-AMT-EDIT          DELIMITED BY SIZE
057000            ' AUTH '             DELIMITED BY SIZE
057100            SIA-NETWORK-AUTH-CD  DELIMITED BY SIZE
057200       INTO STI-REPORT-LINE
057300     END-STRING
057400     WRITE STI-REPORT-LINE.
057500 7100-REPORT-EXCEPTION-EXIT.
057600     EXIT.
057700*
057800******************************************************************
057900* THE NETWORK APPROVED WHAT WE WOULD NOT HAVE - CARD, AMOUNT,
058000* THE NETWORK'S APPROVAL CODE AND OUR REASON CODE AND TEXT.
058100******************************************************************
058200 7200-REPORT-WOULD-DECLINE.
058300     ADD 1                       TO WS-WOULD-DECLINE-COUNT
058400     MOVE SIA-AMOUNT             TO WS-AMT-EDIT
058500     MOVE SPACES                 TO STI-REPORT-LINE
058600     STRING 'WOULD DECLINE '     DELIMITED BY SIZE
058700            SIA-CARD-NUM         DELIMITED BY SIZE
058800            ' '                  DELIMITED BY SIZE
058900            WS-AMT-EDIT          DELIMITED BY SIZE
059000            ' '                  DELIMITED BY SIZE
059100            SIA-NETWORK-AUTH-CD  DELIMITED BY SIZE
059200            ' '                  DELIMITED BY SIZE
059300            WS-DECIDE-REASON-CD  DELIMITED BY SIZE
059400            ' '                  DELIMITED BY SIZE
059500            WS-DECIDE-REASON-TEXT DELIMITED BY SIZE
059600       INTO STI-REPORT-LINE
059700     END-STRING
059800     WRITE STI-REPORT-LINE.
059900 7200-REPORT-WOULD-DECLINE-EXIT.
060000     EXIT.
060100*
060200 9000-TERMINATE.
060300     CLOSE STANDIN-FILE
060400     CLOSE FILE-CTL-FILE
060500     CLOSE CARD-FILE
060600     CLOSE ACCOUNT-FILE
060700     CLOSE AUTH-HOLD-FILE
060800     CLOSE CARD-XREF-FILE
060900     CLOSE TEMP-LIMIT-FILE
061000     CLOSE STI-REPORT-FILE
061100     DISPLAY 'CBSTI01C - ADVICES READ: ' WS-ADVICE-COUNT
061200     DISPLAY 'CBSTI01C - HOLDS LOADED: ' WS-LOADED-COUNT
061300     DISPLAY 'CBSTI01C - WOULD HAVE DECLINED: '
061400             WS-WOULD-DECLINE-COUNT
061500     DISPLAY 'CBSTI01C - EXCEPTIONS: ' WS-EXCEPTION-COUNT
061600     PERFORM 9200-LOG-JOB-STATUS
061700         THRU 9200-LOG-JOB-STATUS-EXIT.
061800 9000-TERMINATE-EXIT.
061900     EXIT.
062000*
062100******************************************************************
062200* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
062300* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
062400* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
062500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
062600* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
062700* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
062800******************************************************************
062900 9100-ABEND-NOTIFY.
063000     MOVE 'AB01'                 TO ABEND-CODE
063100     MOVE 'CBSTI01C'             TO ABEND-CULPRIT
063200     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
063300     STRING ABEND-CULPRIT   DELIMITED BY SIZE
063400            ' - '           DELIMITED BY SIZE
063500            ABEND-REASON    DELIMITED BY SIZE
063600       INTO ABEND-MSG
063700     END-STRING
063800     OPEN EXTEND ALERT-QUEUE-FILE
063900     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
064000     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
064100     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
064200     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
064300     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
064400     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
064500     WRITE OPS-ALERT-RECORD
064600     CLOSE ALERT-QUEUE-FILE
064700     MOVE 16                     TO RETURN-CODE.
064800 9100-ABEND-NOTIFY-EXIT.
064900     EXIT.
065000*
065100******************************************************************
065200* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
065300* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
065400* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
065500******************************************************************
065600 9200-LOG-JOB-STATUS.
065700     OPEN I-O JOB-LOG-FILE
065800     IF NOT WS-JOBLOG-OK
065900         DISPLAY 'CBSTI01C - ERROR OPENING JOB LOG FILE'
066000         GO TO 9200-LOG-JOB-STATUS-EXIT
066100     END-IF
066200     MOVE 'CBSTI01C'             TO JBS-JOB-NAME
066300     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
066400     IF RETURN-CODE = ZERO
066500         SET JBS-STATUS-SUCCESS  TO TRUE
066600     ELSE
066700         SET JBS-STATUS-FAILED   TO TRUE
066800     END-IF
066900     MOVE RETURN-CODE            TO JBS-RETURN-CODE
067000     MOVE WS-LOADED-COUNT        TO JBS-REC-COUNT
067100     WRITE JOB-STATUS-RECORD
067200     CLOSE JOB-LOG-FILE.
067300 9200-LOG-JOB-STATUS-EXIT.
067400     EXIT.
