000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBSKP01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - SKIP-A-PAYMENT OFFER
001100*                     RESPONSES FROM MARKETING.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE SKIP-A-PAYMENT OFFER RESPONSES
001500*                (SKIPRSP, CVSKP03Y) RETURNED BY THE CAMPAIGN
001600*                VENDOR AND ENROLLS EACH ACCOUNT THE WAY COSKP00C
001700*                DOES FOR A REP: THE CUT MUST NOT ALREADY HAVE
001800*                BEEN MADE; THE ACCOUNT MUST BE ACTIVE, HAVE NO
001900*                DELINQUENT CYCLES, NOT BE ON AN ACTIVE HARDSHIP
002000*                PLAN OR HAVE A SETTLEMENT OFFER IN FORCE, NOT
002100*                ALREADY BE ENROLLED FOR THAT CUT AND BE UNDER
002200*                THE YEARLY LIMIT (CVSKP02Y). AN ACCEPTED
002300*                RESPONSE WRITES (OR TAKES BACK UP) THE SKIPPAY
002400*                ROW AND AUDITS IT; A REJECTED ONE IS REPORTED
002500*                WITH THE RULE IT FAILED SO MARKETING CAN TELL
002600*                THE CUSTOMER. THE ACCOUNT ITSELF IS ONLY READ -
002700*                CBACT04C APPLIES THE SKIP AT THE CUT. RUN
002800*                NIGHTLY BEFORE THE CYCLE (CBACT04C).
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SKIP-RESPONSE-FILE ASSIGN TO SKIPRSP
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-SKIPRSP-STATUS.
003600     SELECT SKIP-PAY-FILE ASSIGN TO SKIPPAY
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SKP-KEY
004000         FILE STATUS IS WS-SKIPPAY-STATUS.
004100     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS ACCT-ID
004500         FILE STATUS IS WS-ACCOUNT-STATUS.
004600     SELECT HARDSHIP-FILE ASSIGN TO HRDPLAN
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS HRD-ACCT-ID
005000         FILE STATUS IS WS-HARDSHIP-STATUS.
005100     SELECT SETTLEMENT-FILE ASSIGN TO SETLOFR
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS STL-KEY
005500         FILE STATUS IS WS-SETTLEMENT-STATUS.
005600     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS AUD-KEY
006000         FILE STATUS IS WS-AUDIT-STATUS.
006100     SELECT SKIP-REPORT-FILE ASSIGN TO SKPRPT
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
007500 FD  SKIP-RESPONSE-FILE
007600     RECORDING MODE IS F.
007700     COPY CVSKP03Y.
007800*
007900 FD  SKIP-PAY-FILE.
008000     COPY CVSKP01Y.
008100*
008200 FD  ACCOUNT-FILE.
008300     COPY CVACT01Y.
008400*
008500 FD  HARDSHIP-FILE.
008600     COPY CVHRD01Y.
008700*
008800 FD  SETTLEMENT-FILE.
008900     COPY CVSTL01Y.
009000*
009100 FD  AUDIT-FILE.
009200     COPY CVAUD01Y.
009300*
009400 FD  SKIP-REPORT-FILE
009500     RECORDING MODE IS F.
009600 01  SKIP-REPORT-LINE                 PIC X(80).
009700*
009800 FD  ALERT-QUEUE-FILE
009900     RECORDING MODE IS F.
010000     COPY CSOPS01Y.
010100*
010200 FD  JOB-LOG-FILE.
010300     COPY CVJOB01Y.
010400*
010500 WORKING-STORAGE SECTION.
010600 01  WS-SKIPRSP-STATUS                PIC XX.
010700     88 WS-SKIPRSP-OK                 VALUE '00'.
010800 01  WS-SKIPPAY-STATUS                PIC XX.
010900     88 WS-SKIPPAY-OK                 VALUE '00'.
011000 01  WS-ACCOUNT-STATUS                PIC XX.
011100     88 WS-ACCOUNT-OK                 VALUE '00'.
011200 01  WS-HARDSHIP-STATUS               PIC XX.
011300 01  WS-SETTLEMENT-STATUS             PIC XX.
011400 01  WS-AUDIT-STATUS                  PIC XX.
011500 01  WS-REPORT-STATUS                 PIC XX.
011600 01  WS-ALERT-STATUS                  PIC XX.
011700 01  WS-JOBLOG-STATUS                 PIC XX.
011800     88 WS-JOBLOG-OK                  VALUE '00'.
011900 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
012000     88 WS-END-OF-RESPONSES           VALUE 'Y'.
012100 01  WS-SCAN-EOF-SW                   PIC X(01) VALUE 'N'.
012200     88 WS-END-OF-SCAN                VALUE 'Y'.
012300 01  WS-RESPONSE-COUNT                PIC 9(07) VALUE ZERO.
012400 01  WS-ACCEPTED-COUNT                PIC 9(07) VALUE ZERO.
012500 01  WS-REJECTED-COUNT                PIC 9(07) VALUE ZERO.
012600 01  WS-ABEND-REASON-TEXT             PIC X(50).
012700 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
012800*
012900******************************************************************
013000* SKIP-PAYMENT WORK AREA - THE TARGET MONTH IS WORKED OUT EXACTLY
013100* AS ON COSKP00C: THE MONTH GIVEN, OR THE ACCOUNT'S NEXT CUT -
013200* THIS MONTH WHILE ITS CYCLE DAY IS STILL AHEAD, ELSE NEXT MONTH.
013300******************************************************************
013400 01  WS-RESPONSE-WORK.
013500     05 WS-REJECT-REASON              PIC X(40).
013600     05 WS-TARGET-MONTH.
013700        10 WS-TGT-YYYY                PIC 9(04).
013800        10 FILLER                     PIC X(01) VALUE '-'.
013900        10 WS-TGT-MM                  PIC 9(02).
014000     05 WS-NEXT-CUT-MONTH.
014100        10 WS-NCM-YYYY                PIC 9(04).
014200        10 FILLER                     PIC X(01) VALUE '-'.
014300        10 WS-NCM-MM                  PIC 9(02).
014400     05 WS-CUT-DAY                    PIC 9(02).
014500     05 WS-YEAR-USED                  PIC 9(02).
014600     05 WS-ROW-FOUND-SW               PIC X(01).
014700        88 WS-TARGET-ROW-FOUND        VALUE 'Y'.
014800     05 WS-STL-INFORCE-SW             PIC X(01).
014900        88 WS-STL-IN-FORCE            VALUE 'Y'.
015000*
015100 COPY CVSKP02Y.
015200*
015300******************************************************************
015400* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
015500******************************************************************
015600 COPY CSMSG02Y.
015700*
015800 COPY CSDAT01Y.
015900*
016000******************************************************************
016100* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
016200******************************************************************
016300 COPY CVJCK01Y.
016400*
016500 LINKAGE SECTION.
016600*
016700******************************************************************
016800 PROCEDURE DIVISION.
016900******************************************************************
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017200     PERFORM 2000-WORK-RESPONSE THRU 2000-WORK-RESPONSE-EXIT
017300         UNTIL WS-END-OF-RESPONSES
017400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
017500     GOBACK.
017600*
017700 1000-INITIALIZE.
017800     MOVE 'CBSKP01C'                  TO JCK-JOB-NAME
017900     CALL 'CBJCK01C' USING JOBCHECK-PARM
018000     IF JCK-REFUSED
018100         DISPLAY 'CBSKP01C - PREDECESSOR CHECK REFUSED RUN'
018200         MOVE 'Y'                     TO WS-EOF-SW
018300         MOVE 'PREDECESSOR JOB CHECK FAILED'
018400                                 TO WS-ABEND-REASON-TEXT
018500         PERFORM 9100-ABEND-NOTIFY
018600             THRU 9100-ABEND-NOTIFY-EXIT
018700         GO TO 1000-INITIALIZE-EXIT
018800     END-IF
018900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
019000     MOVE WS-CURDATE-YEAR             TO WS-CURDATE-CCYY
019100     MOVE WS-CURDATE-MONTH            TO WS-CURDATE-MO
019200     MOVE WS-CURDATE-DAY              TO WS-CURDATE-DA
019300     OPEN INPUT SKIP-RESPONSE-FILE
019400     OPEN I-O SKIP-PAY-FILE
019500     OPEN INPUT ACCOUNT-FILE
019600     OPEN INPUT HARDSHIP-FILE
019700     OPEN INPUT SETTLEMENT-FILE
019800     OPEN I-O AUDIT-FILE
019900     OPEN OUTPUT SKIP-REPORT-FILE
020000     IF NOT WS-SKIPRSP-OK
020100         DISPLAY 'CBSKP01C - ERROR OPENING OFFER RESPONSE FILE'
020200         MOVE 'Y'                     TO WS-EOF-SW
020300         MOVE 'OFFER RESPONSE FILE OPEN ERROR'
020400                                 TO WS-ABEND-REASON-TEXT
020500         PERFORM 9100-ABEND-NOTIFY
020600             THRU 9100-ABEND-NOTIFY-EXIT
020700     END-IF
020800     IF NOT WS-SKIPPAY-OK
020900         DISPLAY 'CBSKP01C - ERROR OPENING SKIP PAYMENT FILE'
021000         MOVE 'Y'                     TO WS-EOF-SW
021100         MOVE 'SKIP PAYMENT FILE OPEN ERROR'
021200                                 TO WS-ABEND-REASON-TEXT
021300         PERFORM 9100-ABEND-NOTIFY
021400             THRU 9100-ABEND-NOTIFY-EXIT
021500     END-IF
021600     IF NOT WS-ACCOUNT-OK
021700         DISPLAY 'CBSKP01C - ERROR OPENING ACCOUNT FILE'
021800         MOVE 'Y'                     TO WS-EOF-SW
021900         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
022000         PERFORM 9100-ABEND-NOTIFY
022100             THRU 9100-ABEND-NOTIFY-EXIT
022200     END-IF
022300     IF NOT WS-END-OF-RESPONSES
022400         PERFORM 2100-READ-NEXT-RESPONSE
022500             THRU 2100-READ-NEXT-RESPONSE-EXIT
022600     END-IF.
022700 1000-INITIALIZE-EXIT.
022800     EXIT.
022900*
023000 2000-WORK-RESPONSE.
023100     ADD 1                            TO WS-RESPONSE-COUNT
023200     MOVE SPACES                      TO WS-REJECT-REASON
023300     PERFORM 3000-CHECK-RESPONSE THRU 3000-CHECK-RESPONSE-EXIT
023400     IF WS-REJECT-REASON = SPACES
023500         PERFORM 4000-ENROLL THRU 4000-ENROLL-EXIT
023600     END-IF
023700     IF WS-REJECT-REASON = SPACES
023800         ADD 1                        TO WS-ACCEPTED-COUNT
023900         PERFORM 7000-REPORT-ACCEPTED
024000             THRU 7000-REPORT-ACCEPTED-EXIT
024100     ELSE
024200         ADD 1                        TO WS-REJECTED-COUNT
024300         PERFORM 7100-REPORT-REJECTED
024400             THRU 7100-REPORT-REJECTED-EXIT
024500     END-IF
024600     PERFORM 2100-READ-NEXT-RESPONSE
024700         THRU 2100-READ-NEXT-RESPONSE-EXIT.
024800 2000-WORK-RESPONSE-EXIT.
024900     EXIT.
025000*
025100 2100-READ-NEXT-RESPONSE.
025200     READ SKIP-RESPONSE-FILE
025300         AT END
025400             MOVE 'Y'                 TO WS-EOF-SW
025500     END-READ.
025600 2100-READ-NEXT-RESPONSE-EXIT.
025700     EXIT.
025800*
025900******************************************************************
026000* THE SKIP-PAYMENT RULES, IN THE ORDER COSKP00C TESTS THEM. THE
026100* FIRST ONE FAILED IS LEFT IN WS-REJECT-REASON.
026200******************************************************************
026300 3000-CHECK-RESPONSE.
026400     MOVE SKR-ACCT-ID                 TO ACCT-ID
026500     READ ACCOUNT-FILE
026600         INVALID KEY
026700             MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
026800             GO TO 3000-CHECK-RESPONSE-EXIT
026900     END-READ
027000     PERFORM 3100-SET-TARGET-MONTH THRU 3100-SET-TARGET-MONTH-EXIT
027100     IF WS-REJECT-REASON NOT = SPACES
027200         GO TO 3000-CHECK-RESPONSE-EXIT
027300     END-IF
027400     IF WS-TARGET-MONTH < WS-NEXT-CUT-MONTH
027500         MOVE 'CUT ALREADY MADE'      TO WS-REJECT-REASON
027600         GO TO 3000-CHECK-RESPONSE-EXIT
027700     END-IF
027800     PERFORM 3300-COUNT-YEAR-SKIPS THRU 3300-COUNT-YEAR-SKIPS-EXIT
027900     IF WS-TARGET-ROW-FOUND AND SKP-COUNTS-TO-LIMIT
028000         MOVE 'ALREADY ENROLLED FOR THAT CUT'
028100                                      TO WS-REJECT-REASON
028200         GO TO 3000-CHECK-RESPONSE-EXIT
028300     END-IF
028400     IF ACCT-ACTIVE-STATUS NOT = 'A'
028500         MOVE 'ACCOUNT NOT ACTIVE'    TO WS-REJECT-REASON
028600         GO TO 3000-CHECK-RESPONSE-EXIT
028700     END-IF
028800     IF ACCT-CYCLES-DELINQUENT > ZERO
028900         MOVE 'ACCOUNT DELINQUENT'    TO WS-REJECT-REASON
029000         GO TO 3000-CHECK-RESPONSE-EXIT
029100     END-IF
029200     MOVE ACCT-ID                     TO HRD-ACCT-ID
029300     READ HARDSHIP-FILE
029400         INVALID KEY
029500             CONTINUE
029600         NOT INVALID KEY
029700             IF HRD-ACTIVE
029800                 MOVE 'ACCOUNT ON A HARDSHIP PLAN'
029900                                      TO WS-REJECT-REASON
030000                 GO TO 3000-CHECK-RESPONSE-EXIT
030100             END-IF
030200     END-READ
030300     PERFORM 3400-CHECK-SETTLEMENT THRU 3400-CHECK-SETTLEMENT-EXIT
030400     IF WS-STL-IN-FORCE
030500         MOVE 'SETTLEMENT OFFER IN FORCE' TO WS-REJECT-REASON
030600         GO TO 3000-CHECK-RESPONSE-EXIT
030700     END-IF
030800     IF WS-YEAR-USED NOT < SKL-MAX-PER-YEAR
030900         MOVE 'YEARLY SKIP LIMIT REACHED' TO WS-REJECT-REASON
031000     END-IF.
031100 3000-CHECK-RESPONSE-EXIT.
031200     EXIT.
031300*
031400 3100-SET-TARGET-MONTH.
031500     MOVE ACCT-CYCLE-DAY              TO WS-CUT-DAY
031600     IF WS-CUT-DAY = ZERO
031700         MOVE 28                      TO WS-CUT-DAY
031800     END-IF
031900     MOVE WS-CURDATE-YEAR             TO WS-NCM-YYYY
032000     MOVE WS-CURDATE-MONTH            TO WS-NCM-MM
032100     IF WS-CUT-DAY NOT > WS-CURDATE-DAY
032200         IF WS-NCM-MM = 12
032300             ADD 1                    TO WS-NCM-YYYY
032400             MOVE 1                   TO WS-NCM-MM
032500         ELSE
032600             ADD 1                    TO WS-NCM-MM
032700         END-IF
032800     END-IF
032900     IF SKR-CYCLE-MONTH = SPACES
033000         MOVE WS-NEXT-CUT-MONTH       TO WS-TARGET-MONTH
033100         GO TO 3100-SET-TARGET-MONTH-EXIT
033200     END-IF
033300     IF SKR-CYCLE-MONTH (1:4) IS NOT NUMERIC
033400        OR SKR-CYCLE-MONTH (5:1) NOT = '-'
033500        OR SKR-CYCLE-MONTH (6:2) IS NOT NUMERIC
033600        OR SKR-CYCLE-MONTH (6:2) < '01'
033700        OR SKR-CYCLE-MONTH (6:2) > '12'
033800         MOVE 'CYCLE MONTH NOT YYYY-MM' TO WS-REJECT-REASON
033900         GO TO 3100-SET-TARGET-MONTH-EXIT
034000     END-IF
034100     MOVE SKR-CYCLE-MONTH             TO WS-TARGET-MONTH.
034200 3100-SET-TARGET-MONTH-EXIT.
034300     EXIT.
034400*
034500******************************************************************
034600* COUNT THE TARGET YEAR'S ENROLLED OR APPLIED SKIPS, THEN RE-READ
034700* THE TARGET MONTH'S OWN ROW (IF ANY) SO IT IS IN THE RECORD AREA
034800* FOR 3000 AND 4000.
034900******************************************************************
035000 3300-COUNT-YEAR-SKIPS.
035100     MOVE ZERO                        TO WS-YEAR-USED
035200     MOVE 'N'                         TO WS-SCAN-EOF-SW
035300     MOVE ACCT-ID                     TO SKP-ACCT-ID
035400     MOVE LOW-VALUES                  TO SKP-CYCLE-MONTH
035500     START SKIP-PAY-FILE KEY NOT LESS THAN SKP-KEY
035600         INVALID KEY
035700             MOVE 'Y'                 TO WS-SCAN-EOF-SW
035800     END-START
035900     PERFORM 3310-COUNT-NEXT-SKIP THRU 3310-COUNT-NEXT-SKIP-EXIT
036000         UNTIL WS-END-OF-SCAN
036100     MOVE 'N'                         TO WS-ROW-FOUND-SW
036200     MOVE ACCT-ID                     TO SKP-ACCT-ID
036300     MOVE WS-TARGET-MONTH             TO SKP-CYCLE-MONTH
036400     READ SKIP-PAY-FILE
036500         INVALID KEY
036600             CONTINUE
036700         NOT INVALID KEY
036800             MOVE 'Y'                 TO WS-ROW-FOUND-SW
036900     END-READ.
037000 3300-COUNT-YEAR-SKIPS-EXIT.
037100     EXIT.
037200*
037300 3310-COUNT-NEXT-SKIP.
037400     READ SKIP-PAY-FILE NEXT RECORD
037500         AT END
037600             MOVE 'Y'                 TO WS-SCAN-EOF-SW
037700             GO TO 3310-COUNT-NEXT-SKIP-EXIT
037800     END-READ
037900     IF SKP-ACCT-ID NOT = ACCT-ID
038000         MOVE 'Y'                     TO WS-SCAN-EOF-SW
038100         GO TO 3310-COUNT-NEXT-SKIP-EXIT
038200     END-IF
038300     IF SKP-CYCLE-MONTH (1:4) = WS-TARGET-MONTH (1:4)
038400        AND SKP-COUNTS-TO-LIMIT
038500         ADD 1                        TO WS-YEAR-USED
038600     END-IF.
038700 3310-COUNT-NEXT-SKIP-EXIT.
038800     EXIT.
038900*
039000 3400-CHECK-SETTLEMENT.
039100     MOVE 'N'                         TO WS-STL-INFORCE-SW
039200     MOVE 'N'                         TO WS-SCAN-EOF-SW
039300     MOVE ACCT-ID                     TO STL-ACCT-ID
039400     MOVE ZERO                        TO STL-SEQ
039500     START SETTLEMENT-FILE KEY NOT LESS THAN STL-KEY
039600         INVALID KEY
039700             GO TO 3400-CHECK-SETTLEMENT-EXIT
039800     END-START
039900     PERFORM 3410-CHECK-NEXT-OFFER THRU 3410-CHECK-NEXT-OFFER-EXIT
040000         UNTIL WS-END-OF-SCAN OR WS-STL-IN-FORCE.
040100 3400-CHECK-SETTLEMENT-EXIT.
040200     EXIT.
040300*
040400 3410-CHECK-NEXT-OFFER.
040500     READ SETTLEMENT-FILE NEXT RECORD
040600         AT END
040700             MOVE 'Y'                 TO WS-SCAN-EOF-SW
040800             GO TO 3410-CHECK-NEXT-OFFER-EXIT
040900     END-READ
041000     IF STL-ACCT-ID NOT = ACCT-ID
041100         MOVE 'Y'                     TO WS-SCAN-EOF-SW
041200         GO TO 3410-CHECK-NEXT-OFFER-EXIT
041300     END-IF
041400     IF STL-IN-FORCE
041500         MOVE 'Y'                     TO WS-STL-INFORCE-SW
041600     END-IF.
041700 3410-CHECK-NEXT-OFFER-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* WRITE THE ENROLLMENT, OR TAKE A VOIDED OR CANCELLED ROW FOR THE
042200* MONTH BACK UP, AND AUDIT IT. CBACT04C APPLIES IT AT THE CUT.
042300******************************************************************
042400 4000-ENROLL.
042500     IF WS-TARGET-ROW-FOUND
042600         MOVE SKP-STATUS              TO AUD-OLD-VALUE
042700     ELSE
042800         MOVE SPACES                  TO AUD-OLD-VALUE
042900     END-IF
043000     MOVE ACCT-ID                     TO SKP-ACCT-ID
043100     MOVE WS-TARGET-MONTH             TO SKP-CYCLE-MONTH
043200     SET SKP-ENROLLED                 TO TRUE
043300     SET SKP-BY-OFFER-RESPONSE        TO TRUE
043400     MOVE SKR-OFFER-CD                TO SKP-OFFER-CD
043500     MOVE 'CBSKP01C'                  TO SKP-ENROLLED-BY
043600     MOVE FUNCTION CURRENT-DATE       TO SKP-ENROLLED-TS
043700     MOVE SPACES                      TO SKP-APPLIED-DATE
043800     MOVE SPACES                      TO SKP-SKIPPED-DUE-DATE
043900     MOVE SPACES                      TO SKP-VOID-REASON
044000     IF WS-TARGET-ROW-FOUND
044100         REWRITE SKIP-PAY-RECORD
044200             INVALID KEY
044300                 MOVE 'ENROLLMENT COULD NOT BE WRITTEN'
044400                                      TO WS-REJECT-REASON
044500                 GO TO 4000-ENROLL-EXIT
044600         END-REWRITE
044700     ELSE
044800         WRITE SKIP-PAY-RECORD
044900             INVALID KEY
045000                 MOVE 'ENROLLMENT COULD NOT BE WRITTEN'
045100                                      TO WS-REJECT-REASON
045200                 GO TO 4000-ENROLL-EXIT
045300         END-WRITE
045400     END-IF
045500     MOVE SPACES                      TO AUD-NEW-VALUE
045600     STRING 'E '                      DELIMITED BY SIZE
045700            WS-TARGET-MONTH           DELIMITED BY SIZE
045800            ' '                       DELIMITED BY SIZE
045900            SKR-OFFER-CD              DELIMITED BY SIZE
046000       INTO AUD-NEW-VALUE
046100     END-STRING
046200     MOVE 'SKIPPAY'                   TO AUD-FIELD-NAME
046300     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT.
046400 4000-ENROLL-EXIT.
046500     EXIT.
046600*
046700 6900-WRITE-AUDIT-ROW.
046800     MOVE ACCT-ID                     TO AUD-ACCT-ID
046900     MOVE FUNCTION CURRENT-DATE       TO AUD-TIMESTAMP
047000     MOVE 'CBSKP01C'                  TO AUD-USER-ID
047100     WRITE ACCT-AUDIT-RECORD.
047200 6900-WRITE-AUDIT-ROW-EXIT.
047300     EXIT.
047400*
047500 7000-REPORT-ACCEPTED.
047600     MOVE SPACES                      TO SKIP-REPORT-LINE
047700     STRING 'ENROLLED '               DELIMITED BY SIZE
047800            SKR-ACCT-ID               DELIMITED BY SIZE
047900            ' '                       DELIMITED BY SIZE
048000            WS-TARGET-MONTH           DELIMITED BY SIZE
048100            ' '                       DELIMITED BY SIZE
048200            SKR-OFFER-CD              DELIMITED BY SIZE
048300       INTO SKIP-REPORT-LINE
048400     END-STRING
048500     WRITE SKIP-REPORT-LINE.
048600 7000-REPORT-ACCEPTED-EXIT.
048700     EXIT.
048800*
048900 7100-REPORT-REJECTED.
049000     MOVE SPACES                      TO SKIP-REPORT-LINE
049100     STRING 'REJECTED '               DELIMITED BY SIZE
049200            SKR-ACCT-ID               DELIMITED BY SIZE
049300            ' '                       DELIMITED BY SIZE
049400            SKR-CYCLE-MONTH           DELIMITED BY SIZE
049500            ' '                       DELIMITED BY SIZE
049600            SKR-OFFER-CD              DELIMITED BY SIZE
049700            ' '                       DELIMITED BY SIZE
049800            WS-REJECT-REASON          DELIMITED BY SIZE
049900       INTO SKIP-REPORT-LINE
050000     END-STRING
050100     WRITE SKIP-REPORT-LINE.
050200 7100-REPORT-REJECTED-EXIT.
050300     EXIT.
050400*
050500 9000-TERMINATE.
050600     CLOSE SKIP-RESPONSE-FILE
050700     CLOSE SKIP-PAY-FILE
050800     CLOSE ACCOUNT-FILE
050900     CLOSE HARDSHIP-FILE
051000     CLOSE SETTLEMENT-FILE
051100     CLOSE AUDIT-FILE
051200     CLOSE SKIP-REPORT-FILE
051300     DISPLAY 'CBSKP01C - RESPONSES READ: ' WS-RESPONSE-COUNT
051400     DISPLAY 'CBSKP01C - ACCOUNTS ENROLLED: ' WS-ACCEPTED-COUNT
051500     DISPLAY 'CBSKP01C - RESPONSES REJECTED: ' WS-REJECTED-COUNT
051600     PERFORM 9200-LOG-JOB-STATUS
051700         THRU 9200-LOG-JOB-STATUS-EXIT.
051800 9000-TERMINATE-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
052300* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
052400* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
052500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
052600******************************************************************
052700 9100-ABEND-NOTIFY.
052800     MOVE 'AB01'                 TO ABEND-CODE
052900     MOVE 'CBSKP01C'             TO ABEND-CULPRIT
053000     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
053100     STRING ABEND-CULPRIT   DELIMITED BY SIZE
053200            ' - '           DELIMITED BY SIZE
053300            ABEND-REASON    DELIMITED BY SIZE
053400       INTO ABEND-MSG
053500     END-STRING
053600     OPEN EXTEND ALERT-QUEUE-FILE
053700     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
053800     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
053900     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
054000     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
054100     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
054200     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
054300     WRITE OPS-ALERT-RECORD
054400     CLOSE ALERT-QUEUE-FILE
054500     MOVE 16                     TO RETURN-CODE.
054600 9100-ABEND-NOTIFY-EXIT.
054700     EXIT.
054800*
054900******************************************************************
055000* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
055100* WHETHER THE JOB RAN AND HOW IT WENT.
055200******************************************************************
055300 9200-LOG-JOB-STATUS.
055400     OPEN I-O JOB-LOG-FILE
055500     IF NOT WS-JOBLOG-OK
055600         DISPLAY 'CBSKP01C - ERROR OPENING JOB LOG FILE'
055700         GO TO 9200-LOG-JOB-STATUS-EXIT
055800     END-IF
055900     MOVE 'CBSKP01C'             TO JBS-JOB-NAME
056000     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
056100     IF RETURN-CODE = ZERO
056200         SET JBS-STATUS-SUCCESS  TO TRUE
056300     ELSE
056400         SET JBS-STATUS-FAILED   TO TRUE
056500     END-IF
056600     MOVE RETURN-CODE            TO JBS-RETURN-CODE
056700     MOVE WS-RESPONSE-COUNT      TO JBS-REC-COUNT
056800     WRITE JOB-STATUS-RECORD
056900     CLOSE JOB-LOG-FILE.
057000 9200-LOG-JOB-STATUS-EXIT.
057100     EXIT.
