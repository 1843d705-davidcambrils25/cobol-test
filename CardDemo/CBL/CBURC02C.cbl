000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBURC02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - QUARTERLY USER ACCESS
001100*                     RECERTIFICATION, DECISIONS AND CLOSE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN NIGHTLY WHILE THE QUARTER'S CERTIFICATION
001500*                CAMPAIGN (OPENED BY CBURC01C) IS OPEN, AND ON
001600*                THE NIGHT AFTER ITS DEADLINE TO CLOSE IT.
001700*                  1. LOADS THE MANAGERS' DECISIONS RETURNED ON
001800*                     URCRTN (CVURC03Y) ONTO THEIR USRCERT ROWS.
001900*                     A LINE FOR A ROW NOT ON FILE, ALREADY
002000*                     APPLIED, FOR THE MANAGER'S OWN ACCESS OR
002100*                     WITH A BAD DECISION CODE IS REJECTED ON
002200*                     THE REPORT. DECISIONS KEYED ON COURC00C ARE
002300*                     ALREADY ON THE ROWS.
002400*                  2. APPLIES EVERY DECIDED ROW NOT YET APPLIED:
002500*                     'C' LEAVES THE ACCESS AS IT IS, 'D' DROPS
002600*                     THE ROLE ONE STEP (ADMIN TO USER, USER TO
002700*                     AUDITOR), 'R' DEACTIVATES THE USER THE WAY
002800*                     COUSR03C DOES. ONCE TODAY IS PAST THE
002900*                     DEADLINE, A ROW STILL UNDECIDED SUSPENDS
003000*                     THE USER (SEC-USR-SUSPENDED).
003100*                  3. PRINTS THE CAMPAIGN AUDIT REPORT (URCRPT) -
003200*                     EVERY ACTION TAKEN THIS RUN, THEN PER
003300*                     MANAGER AND IN TOTAL HOW MANY USERS WERE
003400*                     CERTIFIED, DOWNGRADED, REVOKED, SUSPENDED
003500*                     OR ARE STILL OPEN.
003600*                THE CAMPAIGN WORKED IS THE CURRENT QUARTER'S.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CERT-RETURN-FILE ASSIGN TO URCRTN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RETURN-STATUS.
004400     SELECT USER-CERT-FILE ASSIGN TO USRCERT
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS URC-KEY
004800         FILE STATUS IS WS-USRCERT-STATUS.
004900     SELECT USER-SEC-FILE ASSIGN TO USRSEC
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS SEC-USR-ID
005300         FILE STATUS IS WS-USRSEC-STATUS.
005400     SELECT CERT-REPORT-FILE ASSIGN TO URCRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-REPORT-STATUS.
005700     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-ALERT-STATUS.
006000     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS JBS-KEY
006400         FILE STATUS IS WS-JOBLOG-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CERT-RETURN-FILE
006900     RECORDING MODE IS F.
007000     COPY CVURC03Y.
007100*
007200 FD  USER-CERT-FILE.
007300     COPY CVURC01Y.
007400*
007500 FD  USER-SEC-FILE.
007600     COPY CSUSR01Y.
007700*
007800 FD  CERT-REPORT-FILE
007900     RECORDING MODE IS F.
008000 01  CERT-REPORT-LINE                 PIC X(80).
008100*
008200 FD  ALERT-QUEUE-FILE
008300     RECORDING MODE IS F.
008400     COPY CSOPS01Y.
008500*
008600 FD  JOB-LOG-FILE.
008700     COPY CVJOB01Y.
008800*
008900 WORKING-STORAGE SECTION.
009000 01  WS-RETURN-STATUS                 PIC XX.
009100     88 WS-RETURN-OK                  VALUE '00'.
009200 01  WS-USRCERT-STATUS                PIC XX.
009300     88 WS-USRCERT-OK                 VALUE '00'.
009400 01  WS-USRSEC-STATUS                 PIC XX.
009500     88 WS-USRSEC-OK                  VALUE '00'.
009600 01  WS-REPORT-STATUS                 PIC XX.
009700 01  WS-ALERT-STATUS                  PIC XX.
009800 01  WS-JOBLOG-STATUS                 PIC XX.
009900     88 WS-JOBLOG-OK                  VALUE '00'.
010000 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
010100     88 WS-END-OF-FILE                VALUE 'Y'.
010200 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
010300     88 WS-RUN-FAILED                 VALUE 'Y'.
010400 01  WS-PAST-DEADLINE-SW              PIC X(01).
010500     88 WS-PAST-DEADLINE              VALUE 'Y'.
010600 01  WS-ABEND-REASON-TEXT             PIC X(50).
010700*
010800 01  WS-CAMPAIGN-ID.
010900     05 WS-CAMP-YEAR                  PIC 9(04).
011000     05 FILLER                        PIC X(01) VALUE 'Q'.
011100     05 WS-CAMP-QUARTER               PIC 9(01).
011200*
011300******************************************************************
011400* RUN COUNTS - RETURN FILE LOAD AND ACTIONS TAKEN THIS RUN.
011500******************************************************************
011600 01  WS-RUN-COUNTS.
011700     05 WS-RETURN-READ                PIC 9(07) VALUE ZERO.
011800     05 WS-RETURN-LOADED              PIC 9(07) VALUE ZERO.
011900     05 WS-RETURN-REJECTED            PIC 9(07) VALUE ZERO.
012000     05 WS-APPLIED-COUNT              PIC 9(07) VALUE ZERO.
012100     05 WS-SUSPENDED-COUNT            PIC 9(07) VALUE ZERO.
012200*
012300******************************************************************
012400* CAMPAIGN STATUS COUNTS - ONE SET FOR THE MANAGER BEING PRINTED,
012500* ONE FOR THE WHOLE CAMPAIGN. SAME LAYOUT, SLOT FOR SLOT.
012600******************************************************************
012700 01  WS-MGR-COUNTS.
012800     05 WS-MGR-LISTED                 PIC 9(05).
012900     05 WS-MGR-CERTIFIED              PIC 9(05).
013000     05 WS-MGR-DOWNGRADED             PIC 9(05).
013100     05 WS-MGR-REVOKED                PIC 9(05).
013200     05 WS-MGR-SUSPENDED              PIC 9(05).
013300     05 WS-MGR-OPEN                   PIC 9(05).
013400 01  WS-TOT-COUNTS.
013500     05 WS-TOT-LISTED                 PIC 9(05) VALUE ZERO.
013600     05 WS-TOT-CERTIFIED              PIC 9(05) VALUE ZERO.
013700     05 WS-TOT-DOWNGRADED             PIC 9(05) VALUE ZERO.
013800     05 WS-TOT-REVOKED                PIC 9(05) VALUE ZERO.
013900     05 WS-TOT-SUSPENDED              PIC 9(05) VALUE ZERO.
014000     05 WS-TOT-OPEN                   PIC 9(05) VALUE ZERO.
014100*
014200 01  WS-MGR-TABLE.
014300     05 WS-MGR-MAX                    PIC 9(04) COMP VALUE 500.
014400     05 WS-MGR-USED                   PIC 9(04) COMP VALUE ZERO.
014500     05 WS-MGR-OVERFLOW               PIC 9(04) COMP VALUE ZERO.
014600     05 WS-MGT-IDX                    PIC 9(04) COMP.
014700     05 WS-MGT-ENTRY OCCURS 500 TIMES.
014800        10 WS-MGT-MANAGER-ID          PIC X(08).
014900        10 WS-MGT-COUNTS              PIC X(30).
015000*
015100 01  WS-REPORT-WORK.
015200     05 WS-PREV-MANAGER-ID            PIC X(08).
015300     05 WS-REJECT-REASON              PIC X(30).
015400     05 WS-ACTION-TEXT                PIC X(30).
015500     05 WS-CURRENT-TIMESTAMP          PIC X(26).
015600     05 WS-COUNT-EDIT-1               PIC Z(04)9.
015700     05 WS-COUNT-EDIT-2               PIC Z(04)9.
015800     05 WS-COUNT-EDIT-3               PIC Z(04)9.
015900     05 WS-COUNT-EDIT-4               PIC Z(04)9.
016000     05 WS-COUNT-EDIT-5               PIC Z(04)9.
016100     05 WS-COUNT-EDIT-6               PIC Z(04)9.
016200*
016300 COPY CSDAT01Y.
016400*
016500 COPY CSMSG02Y.
016600*
016700 LINKAGE SECTION.
016800*
016900******************************************************************
017000 PROCEDURE DIVISION.
017100******************************************************************
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017400     IF NOT WS-RUN-FAILED
017500         PERFORM 2000-LOAD-RETURNS THRU 2000-LOAD-RETURNS-EXIT
017600         PERFORM 3000-WORK-CAMPAIGN THRU 3000-WORK-CAMPAIGN-EXIT
017700     END-IF
017800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
017900     GOBACK.
018000*
018100 1000-INITIALIZE.
018200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
018300     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
018400     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
018500     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
018600     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
018700     MOVE WS-CURDATE-YEAR        TO WS-CAMP-YEAR
018800     COMPUTE WS-CAMP-QUARTER = (WS-CURDATE-MONTH - 1) / 3 + 1
018900     OPEN I-O USER-CERT-FILE
019000     IF NOT WS-USRCERT-OK
019100         DISPLAY 'CBURC02C - ERROR OPENING CERTIFICATION FILE'
019200         MOVE 'CERTIFICATION FILE OPEN ERROR'
019300                                 TO WS-ABEND-REASON-TEXT
019400         GO TO 1000-INITIALIZE-FAILED
019500     END-IF
019600     OPEN I-O USER-SEC-FILE
019700     IF NOT WS-USRSEC-OK
019800         DISPLAY 'CBURC02C - ERROR OPENING USER SECURITY FILE'
019900         MOVE 'USER SECURITY FILE OPEN ERROR'
020000                                 TO WS-ABEND-REASON-TEXT
020100         GO TO 1000-INITIALIZE-FAILED
020200     END-IF
020300     OPEN OUTPUT CERT-REPORT-FILE
020400     MOVE SPACES                 TO CERT-REPORT-LINE
020500     STRING 'CBURC02C - USER ACCESS CERTIFICATION AUDIT'
020600                                 DELIMITED BY SIZE
020700            '  CAMPAIGN '        DELIMITED BY SIZE
020800            WS-CAMPAIGN-ID       DELIMITED BY SIZE
020900            '  RUN '             DELIMITED BY SIZE
021000            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
021100       INTO CERT-REPORT-LINE
021200     END-STRING
021300     WRITE CERT-REPORT-LINE
021400     GO TO 1000-INITIALIZE-EXIT.
021500 1000-INITIALIZE-FAILED.
021600     MOVE 'Y'                    TO WS-ERROR-SW
021700     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000*
022100******************************************************************
022200* STEP 1 - THE RETURN FILE. IT IS OPTIONAL ON ANY NIGHT: A RUN
022300* WITH NO URCRTN (OR AN EMPTY ONE) SIMPLY HAS NOTHING TO LOAD.
022400******************************************************************
022500 2000-LOAD-RETURNS.
022600     OPEN INPUT CERT-RETURN-FILE
022700     IF NOT WS-RETURN-OK
022800         DISPLAY 'CBURC02C - NO RETURN FILE THIS RUN'
022900         GO TO 2000-LOAD-RETURNS-EXIT
023000     END-IF
023100     MOVE SPACES                 TO CERT-REPORT-LINE
023200     WRITE CERT-REPORT-LINE
023300     MOVE 'RETURNED DECISIONS REJECTED:' TO CERT-REPORT-LINE
023400     WRITE CERT-REPORT-LINE
023500     MOVE 'N'                    TO WS-EOF-SW
023600     PERFORM 2100-LOAD-NEXT-RETURN
023700         THRU 2100-LOAD-NEXT-RETURN-EXIT
023800         UNTIL WS-END-OF-FILE
023900     CLOSE CERT-RETURN-FILE
024000     IF WS-RETURN-REJECTED = ZERO
024100         MOVE '  NONE'           TO CERT-REPORT-LINE
024200         WRITE CERT-REPORT-LINE
024300     END-IF.
024400 2000-LOAD-RETURNS-EXIT.
024500     EXIT.
024600*
024700 2100-LOAD-NEXT-RETURN.
024800     READ CERT-RETURN-FILE
024900         AT END
025000             MOVE 'Y'            TO WS-EOF-SW
025100             GO TO 2100-LOAD-NEXT-RETURN-EXIT
025200     END-READ
025300     ADD 1                       TO WS-RETURN-READ
025400     MOVE URR-CAMPAIGN-ID        TO URC-CAMPAIGN-ID
025500     MOVE URR-MANAGER-ID         TO URC-MANAGER-ID
025600     MOVE URR-USER-ID            TO URC-USER-ID
025700     IF URR-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
025800         MOVE 'NOT THE CURRENT CAMPAIGN' TO WS-REJECT-REASON
025900         GO TO 2100-REJECT
026000     END-IF
026100     IF URR-USER-ID = URR-MANAGER-ID
026200         MOVE 'MANAGER CANNOT CERTIFY SELF' TO WS-REJECT-REASON
026300         GO TO 2100-REJECT
026400     END-IF
026500     READ USER-CERT-FILE
026600         INVALID KEY
026700             MOVE 'USER NOT LISTED FOR MANAGER'
026800                                 TO WS-REJECT-REASON
026900             GO TO 2100-REJECT
027000     END-READ
027100     IF NOT URC-RESULT-OPEN
027200         MOVE 'OUTCOME ALREADY APPLIED' TO WS-REJECT-REASON
027300         GO TO 2100-REJECT
027400     END-IF
027500     MOVE URR-DECISION           TO URC-DECISION
027600     IF NOT URC-DECISION-VALID
027700         MOVE 'DECISION MUST BE C, D OR R' TO WS-REJECT-REASON
027800         GO TO 2100-REJECT
027900     END-IF
028000     MOVE URR-MANAGER-ID         TO URC-DECIDED-BY
028100     MOVE WS-CURRENT-TIMESTAMP   TO URC-DECIDED-TS
028200     SET URC-FROM-RETURN-FILE    TO TRUE
028300     REWRITE USER-CERT-RECORD
028400         INVALID KEY
028500             MOVE 'CERTIFICATION FILE REWRITE FAILED'
028600                                 TO WS-REJECT-REASON
028700             GO TO 2100-REJECT
028800     END-REWRITE
028900     ADD 1                       TO WS-RETURN-LOADED
029000     GO TO 2100-LOAD-NEXT-RETURN-EXIT.
029100 2100-REJECT.
029200     ADD 1                       TO WS-RETURN-REJECTED
029300     MOVE SPACES                 TO CERT-REPORT-LINE
029400     STRING '  '                 DELIMITED BY SIZE
029500            URR-CAMPAIGN-ID      DELIMITED BY SIZE
029600            ' '                  DELIMITED BY SIZE
029700            URR-MANAGER-ID       DELIMITED BY SIZE
029800            ' '                  DELIMITED BY SIZE
029900            URR-USER-ID          DELIMITED BY SIZE
030000            ' '                  DELIMITED BY SIZE
030100            URR-DECISION         DELIMITED BY SIZE
030200            '  '                 DELIMITED BY SIZE
030300            WS-REJECT-REASON     DELIMITED BY SIZE
030400       INTO CERT-REPORT-LINE
030500     END-STRING
030600     WRITE CERT-REPORT-LINE.
030700 2100-LOAD-NEXT-RETURN-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100* STEPS 2 AND 3 - ONE PASS OF THE CAMPAIGN IN KEY ORDER (GROUPED
031200* BY MANAGER): APPLY WHAT IS DUE, PRINT EACH ACTION AS IT IS
031300* TAKEN, AND COUNT EVERY ROW INTO ITS MANAGER'S STATUS LINE.
031400******************************************************************
031500 3000-WORK-CAMPAIGN.
031600     MOVE SPACES                 TO CERT-REPORT-LINE
031700     WRITE CERT-REPORT-LINE
031800     MOVE 'ACTIONS TAKEN THIS RUN:' TO CERT-REPORT-LINE
031900     WRITE CERT-REPORT-LINE
032000     MOVE SPACES                 TO WS-PREV-MANAGER-ID
032100     MOVE 'N'                    TO WS-EOF-SW
032200     MOVE LOW-VALUES             TO URC-KEY
032300     MOVE WS-CAMPAIGN-ID         TO URC-CAMPAIGN-ID
032400     START USER-CERT-FILE KEY NOT LESS THAN URC-KEY
032500         INVALID KEY
032600             MOVE 'Y'            TO WS-EOF-SW
032700     END-START
032800     PERFORM 3100-WORK-NEXT-ROW THRU 3100-WORK-NEXT-ROW-EXIT
032900         UNTIL WS-END-OF-FILE
033000     IF WS-APPLIED-COUNT = ZERO AND WS-SUSPENDED-COUNT = ZERO
033100         MOVE '  NONE'           TO CERT-REPORT-LINE
033200         WRITE CERT-REPORT-LINE
033300     END-IF
033400     PERFORM 7000-PRINT-STATUS THRU 7000-PRINT-STATUS-EXIT.
033500 3000-WORK-CAMPAIGN-EXIT.
033600     EXIT.
033700*
033800 3100-WORK-NEXT-ROW.
033900     READ USER-CERT-FILE NEXT RECORD
034000         AT END
034100             MOVE 'Y'            TO WS-EOF-SW
034200             GO TO 3100-WORK-NEXT-ROW-EXIT
034300     END-READ
034400     IF URC-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
034500         MOVE 'Y'                TO WS-EOF-SW
034600         GO TO 3100-WORK-NEXT-ROW-EXIT
034700     END-IF
034800     IF URC-RESULT-OPEN
034900         MOVE 'N'                TO WS-PAST-DEADLINE-SW
035000         IF WS-CURDATE-YYYY-MM-DD > URC-DEADLINE-DATE
035100             MOVE 'Y'            TO WS-PAST-DEADLINE-SW
035200         END-IF
035300         IF URC-DECISION-VALID
035400             PERFORM 4000-APPLY-DECISION
035500                 THRU 4000-APPLY-DECISION-EXIT
035600         ELSE
035700             IF WS-PAST-DEADLINE
035800                 PERFORM 5000-SUSPEND-USER
035900                     THRU 5000-SUSPEND-USER-EXIT
036000             END-IF
036100         END-IF
036200     END-IF
036300     PERFORM 6000-COUNT-ROW THRU 6000-COUNT-ROW-EXIT.
036400 3100-WORK-NEXT-ROW-EXIT.
036500     EXIT.
036600*
036700******************************************************************
036800* APPLY A MANAGER'S DECISION TO USRSEC. A USER WHO HAS SINCE
036900* LEFT USRSEC OR BEEN DEACTIVATED HAS NOTHING LEFT TO CHANGE.
037000******************************************************************
037100 4000-APPLY-DECISION.
037200     MOVE URC-USER-ID            TO SEC-USR-ID
037300     READ USER-SEC-FILE
037400         INVALID KEY
037500             SET URC-RESULT-NOTHING-TO-DO TO TRUE
037600             MOVE 'USER NO LONGER ON FILE' TO WS-ACTION-TEXT
037700             GO TO 4000-RECORD-RESULT
037800     END-READ
037900     IF SEC-USR-INACTIVE
038000         SET URC-RESULT-NOTHING-TO-DO TO TRUE
038100         MOVE 'USER ALREADY DEACTIVATED' TO WS-ACTION-TEXT
038200         GO TO 4000-RECORD-RESULT
038300     END-IF
038400     SET URC-RESULT-APPLIED      TO TRUE
038500     EVALUATE TRUE
038600         WHEN URC-CERTIFIED
038700             MOVE 'CERTIFIED - ACCESS UNCHANGED'
038800                                 TO WS-ACTION-TEXT
038900             GO TO 4000-RECORD-RESULT
039000         WHEN URC-REVOKE-DEACTIVATE
039100             SET SEC-USR-INACTIVE TO TRUE
039200             MOVE 'REVOKED - USER DEACTIVATED' TO WS-ACTION-TEXT
039300         WHEN URC-REVOKE-DOWNGRADE AND SEC-USR-TYPE-ADMIN
039400             SET SEC-USR-TYPE-USER TO TRUE
039500             MOVE 'DOWNGRADED - ADMIN TO USER' TO WS-ACTION-TEXT
039600         WHEN URC-REVOKE-DOWNGRADE AND SEC-USR-TYPE-USER
039700             SET SEC-USR-TYPE-AUDITOR TO TRUE
039800             MOVE 'DOWNGRADED - USER TO AUDITOR'
039900                                 TO WS-ACTION-TEXT
040000         WHEN OTHER
040100             SET URC-RESULT-NOTHING-TO-DO TO TRUE
040200             MOVE 'ALREADY AT READ-ONLY ROLE' TO WS-ACTION-TEXT
040300             GO TO 4000-RECORD-RESULT
040400     END-EVALUATE
040500     REWRITE SEC-USER-DATA
040600         INVALID KEY
040700             DISPLAY 'CBURC02C - USRSEC REWRITE FAILED: '
040800                 SEC-USR-ID
040900             GO TO 4000-APPLY-DECISION-EXIT
041000     END-REWRITE.
041100 4000-RECORD-RESULT.
041200     PERFORM 4500-CLOSE-ROW THRU 4500-CLOSE-ROW-EXIT
041300     ADD 1                       TO WS-APPLIED-COUNT.
041400 4000-APPLY-DECISION-EXIT.
041500     EXIT.
041600*
041700******************************************************************
041800* STAMP THE OUTCOME ON THE CERTIFICATION ROW - THE ROLE AND
041900* STATUS USRSEC WAS LEFT WITH - AND PRINT THE ACTION LINE.
042000******************************************************************
042100 4500-CLOSE-ROW.
042200     MOVE WS-CURDATE-YYYY-MM-DD  TO URC-RESULT-DATE
042300     IF URC-RESULT-NOTHING-TO-DO AND WS-USRSEC-STATUS = '23'
042400         MOVE SPACES             TO URC-NEW-TYPE
042500                                    URC-NEW-STATUS
042600     ELSE
042700         MOVE SEC-USR-TYPE       TO URC-NEW-TYPE
042800         MOVE SEC-USR-STATUS     TO URC-NEW-STATUS
042900     END-IF
043000     REWRITE USER-CERT-RECORD
043100         INVALID KEY
043200             DISPLAY 'CBURC02C - USRCERT REWRITE FAILED: '
043300                 URC-USER-ID
043400     END-REWRITE
043500     MOVE SPACES                 TO CERT-REPORT-LINE
043600     STRING '  '                 DELIMITED BY SIZE
043700            URC-MANAGER-ID       DELIMITED BY SIZE
043800            ' '                  DELIMITED BY SIZE
043900            URC-USER-ID          DELIMITED BY SIZE
044000            ' '                  DELIMITED BY SIZE
044100            URC-USER-TYPE        DELIMITED BY SIZE
044200            '>'                  DELIMITED BY SIZE
044300            URC-NEW-TYPE         DELIMITED BY SIZE
044400            ' '                  DELIMITED BY SIZE
044500            URC-USER-STATUS      DELIMITED BY SIZE
044600            '>'                  DELIMITED BY SIZE
044700            URC-NEW-STATUS       DELIMITED BY SIZE
044800            '  '                 DELIMITED BY SIZE
044900            WS-ACTION-TEXT       DELIMITED BY SIZE
045000            ' BY '               DELIMITED BY SIZE
045100            URC-DECIDED-BY       DELIMITED BY SIZE
045200       INTO CERT-REPORT-LINE
045300     END-STRING
045400     WRITE CERT-REPORT-LINE.
045500 4500-CLOSE-ROW-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900* NO DECISION BY THE DEADLINE - SUSPEND. A USER ALREADY
046000* DEACTIVATED OR SUSPENDED IS LEFT AS THEY ARE.
046100******************************************************************
046200 5000-SUSPEND-USER.
046300     MOVE 'CBURC02C'             TO URC-DECIDED-BY
046400     MOVE URC-USER-ID            TO SEC-USR-ID
046500     READ USER-SEC-FILE
046600         INVALID KEY
046700             SET URC-RESULT-NOTHING-TO-DO TO TRUE
046800             MOVE 'NOT CERTIFIED - USER GONE' TO WS-ACTION-TEXT
046900             PERFORM 4500-CLOSE-ROW THRU 4500-CLOSE-ROW-EXIT
047000             GO TO 5000-SUSPEND-USER-EXIT
047100     END-READ
047200     IF SEC-USR-INACTIVE OR SEC-USR-SUSPENDED
047300         SET URC-RESULT-NOTHING-TO-DO TO TRUE
047400         MOVE 'NOT CERTIFIED - ALREADY OFF' TO WS-ACTION-TEXT
047500         PERFORM 4500-CLOSE-ROW THRU 4500-CLOSE-ROW-EXIT
047600         GO TO 5000-SUSPEND-USER-EXIT
047700     END-IF
047800     SET SEC-USR-SUSPENDED       TO TRUE
047900     REWRITE SEC-USER-DATA
048000         INVALID KEY
048100             DISPLAY 'CBURC02C - USRSEC REWRITE FAILED: '
048200                 SEC-USR-ID
048300             GO TO 5000-SUSPEND-USER-EXIT
048400     END-REWRITE
048500     SET URC-RESULT-SUSPENDED    TO TRUE
048600     MOVE 'NOT CERTIFIED - SUSPENDED' TO WS-ACTION-TEXT
048700     PERFORM 4500-CLOSE-ROW THRU 4500-CLOSE-ROW-EXIT
048800     ADD 1                       TO WS-SUSPENDED-COUNT.
048900 5000-SUSPEND-USER-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* COUNT THE ROW INTO ITS MANAGER'S STATUS LINE, HOLDING EACH
049400* MANAGER'S LINE UNTIL THE KEY MOVES ON TO THE NEXT MANAGER.
049500******************************************************************
049600 6000-COUNT-ROW.
049700     IF URC-MANAGER-ID NOT = WS-PREV-MANAGER-ID
049800         IF WS-PREV-MANAGER-ID NOT = SPACES
049900             PERFORM 6100-SAVE-MANAGER THRU 6100-SAVE-MANAGER-EXIT
050000         END-IF
050100         MOVE URC-MANAGER-ID     TO WS-PREV-MANAGER-ID
050200         MOVE ZERO               TO WS-MGR-LISTED
050300                                    WS-MGR-CERTIFIED
050400                                    WS-MGR-DOWNGRADED
050500                                    WS-MGR-REVOKED
050600                                    WS-MGR-SUSPENDED
050700                                    WS-MGR-OPEN
050800     END-IF
050900     ADD 1                       TO WS-MGR-LISTED
051000     EVALUATE TRUE
051100         WHEN URC-RESULT-OPEN
051200             ADD 1               TO WS-MGR-OPEN
051300         WHEN URC-RESULT-SUSPENDED
051400             ADD 1               TO WS-MGR-SUSPENDED
051500         WHEN URC-CERTIFIED
051600             ADD 1               TO WS-MGR-CERTIFIED
051700         WHEN URC-REVOKE-DOWNGRADE
051800             ADD 1               TO WS-MGR-DOWNGRADED
051900         WHEN URC-REVOKE-DEACTIVATE
052000             ADD 1               TO WS-MGR-REVOKED
052100         WHEN OTHER
052200             ADD 1               TO WS-MGR-SUSPENDED
052300     END-EVALUATE.
052400 6000-COUNT-ROW-EXIT.
052500     EXIT.
052600*
052700******************************************************************
052800* THE STATUS LINES ARE HELD IN A SMALL TABLE AND PRINTED AFTER THE
052900* ACTION LINES, SO THE REPORT READS ACTIONS FIRST, STATUS SECOND.
053000******************************************************************
053100 6100-SAVE-MANAGER.
053200     IF WS-MGR-USED NOT < WS-MGR-MAX
053300         ADD 1                   TO WS-MGR-OVERFLOW
053400     ELSE
053500         ADD 1                   TO WS-MGR-USED
053600         MOVE WS-PREV-MANAGER-ID TO
053700              WS-MGT-MANAGER-ID (WS-MGR-USED)
053800         MOVE WS-MGR-COUNTS      TO WS-MGT-COUNTS (WS-MGR-USED)
053900     END-IF
054000     ADD WS-MGR-LISTED           TO WS-TOT-LISTED
054100     ADD WS-MGR-CERTIFIED        TO WS-TOT-CERTIFIED
054200     ADD WS-MGR-DOWNGRADED       TO WS-TOT-DOWNGRADED
054300     ADD WS-MGR-REVOKED          TO WS-TOT-REVOKED
054400     ADD WS-MGR-SUSPENDED        TO WS-TOT-SUSPENDED
054500     ADD WS-MGR-OPEN             TO WS-TOT-OPEN.
054600 6100-SAVE-MANAGER-EXIT.
054700     EXIT.
054800*
054900 7000-PRINT-STATUS.
055000     IF WS-PREV-MANAGER-ID NOT = SPACES
055100         PERFORM 6100-SAVE-MANAGER THRU 6100-SAVE-MANAGER-EXIT
055200     END-IF
055300     MOVE SPACES                 TO CERT-REPORT-LINE
055400     WRITE CERT-REPORT-LINE
055500     MOVE 'CAMPAIGN STATUS BY MANAGER:' TO CERT-REPORT-LINE
055600     WRITE CERT-REPORT-LINE
055700     MOVE '  MANAGER   LISTED  CERTFD  DOWNGR  REVOKD  SUSPND'
055800                                 TO CERT-REPORT-LINE
055900     MOVE '    OPEN'             TO CERT-REPORT-LINE (51:8)
056000     WRITE CERT-REPORT-LINE
056100     PERFORM 7100-PRINT-MANAGER THRU 7100-PRINT-MANAGER-EXIT
056200         VARYING WS-MGT-IDX FROM 1 BY 1
056300         UNTIL WS-MGT-IDX > WS-MGR-USED
056400     IF WS-MGR-OVERFLOW > ZERO
056500         MOVE '  (FURTHER MANAGERS NOT LISTED - IN TOTAL ONLY)'
056600                                 TO CERT-REPORT-LINE
056700         WRITE CERT-REPORT-LINE
056800     END-IF
056900     MOVE 'TOTAL   '             TO WS-PREV-MANAGER-ID
057000     MOVE WS-TOT-COUNTS          TO WS-MGR-COUNTS
057100     PERFORM 7200-PRINT-COUNT-LINE
057200         THRU 7200-PRINT-COUNT-LINE-EXIT.
057300 7000-PRINT-STATUS-EXIT.
057400     EXIT.
057500*
057600 7100-PRINT-MANAGER.
057700     MOVE WS-MGT-MANAGER-ID (WS-MGT-IDX) TO WS-PREV-MANAGER-ID
057800     MOVE WS-MGT-COUNTS (WS-MGT-IDX)     TO WS-MGR-COUNTS
057900     PERFORM 7200-PRINT-COUNT-LINE
058000         THRU 7200-PRINT-COUNT-LINE-EXIT.
058100 7100-PRINT-MANAGER-EXIT.
058200     EXIT.
058300*
058400 7200-PRINT-COUNT-LINE.
058500     MOVE WS-MGR-LISTED          TO WS-COUNT-EDIT-1
058600     MOVE WS-MGR-CERTIFIED       TO WS-COUNT-EDIT-2
058700     MOVE WS-MGR-DOWNGRADED      TO WS-COUNT-EDIT-3
058800     MOVE WS-MGR-REVOKED         TO WS-COUNT-EDIT-4
058900     MOVE WS-MGR-SUSPENDED       TO WS-COUNT-EDIT-5
059000     MOVE WS-MGR-OPEN            TO WS-COUNT-EDIT-6
059100     MOVE SPACES                 TO CERT-REPORT-LINE
059200     STRING '  '                 DELIMITED BY SIZE
059300            WS-PREV-MANAGER-ID   DELIMITED BY SIZE
059400            '   '                DELIMITED BY SIZE
059500            WS-COUNT-EDIT-1      DELIMITED BY SIZE
059600            '   '                DELIMITED BY SIZE
059700            WS-COUNT-EDIT-2      DELIMITED BY SIZE
059800            '   '                DELIMITED BY SIZE
059900            WS-COUNT-EDIT-3      DELIMITED BY SIZE
060000            '   '                DELIMITED BY SIZE
060100            WS-COUNT-EDIT-4      DELIMITED BY SIZE
060200            '   '                DELIMITED BY SIZE
060300            WS-COUNT-EDIT-5      DELIMITED BY SIZE
060400            '   '                DELIMITED BY SIZE
060500            WS-COUNT-EDIT-6      DELIMITED BY SIZE
060600       INTO CERT-REPORT-LINE
060700     END-STRING
060800     WRITE CERT-REPORT-LINE.
060900 7200-PRINT-COUNT-LINE-EXIT.
061000     EXIT.
061100*
061200 9000-TERMINATE.
061300     CLOSE USER-CERT-FILE
061400     CLOSE USER-SEC-FILE
061500     CLOSE CERT-REPORT-FILE
061600     DISPLAY 'CBURC02C - CAMPAIGN: ' WS-CAMPAIGN-ID
061700     DISPLAY 'CBURC02C - RETURN LINES READ: ' WS-RETURN-READ
061800     DISPLAY 'CBURC02C - DECISIONS LOADED: ' WS-RETURN-LOADED
061900     DISPLAY 'CBURC02C - RETURN LINES REJECTED: '
062000         WS-RETURN-REJECTED
062100     DISPLAY 'CBURC02C - DECISIONS APPLIED: ' WS-APPLIED-COUNT
062200     DISPLAY 'CBURC02C - USERS SUSPENDED: ' WS-SUSPENDED-COUNT
062300     IF WS-RUN-FAILED
062400         MOVE 16                 TO RETURN-CODE
062500     END-IF
062600     PERFORM 9200-LOG-JOB-STATUS
062700         THRU 9200-LOG-JOB-STATUS-EXIT.
062800 9000-TERMINATE-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
063300* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
063400* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
063500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
063600******************************************************************
063700 9100-ABEND-NOTIFY.
063800     MOVE 'AB01'                 TO ABEND-CODE
063900     MOVE 'CBURC02C'             TO ABEND-CULPRIT
064000     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
064100     STRING ABEND-CULPRIT   DELIMITED BY SIZE
064200            ' - '           DELIMITED BY SIZE
064300            ABEND-REASON    DELIMITED BY SIZE
064400       INTO ABEND-MSG
064500     END-STRING
064600     OPEN EXTEND ALERT-QUEUE-FILE
064700     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
064800     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
064900     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
065000     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
065100     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
065200     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
065300     WRITE OPS-ALERT-RECORD
065400     CLOSE ALERT-QUEUE-FILE.
065500 9100-ABEND-NOTIFY-EXIT.
065600     EXIT.
065700*
065800******************************************************************
065900* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
066000* WHETHER THE JOB RAN AND HOW IT WENT.
066100******************************************************************
066200 9200-LOG-JOB-STATUS.
066300     OPEN I-O JOB-LOG-FILE
066400     IF NOT WS-JOBLOG-OK
066500         DISPLAY 'CBURC02C - ERROR OPENING JOB LOG FILE'
066600         GO TO 9200-LOG-JOB-STATUS-EXIT
066700     END-IF
066800     MOVE 'CBURC02C'             TO JBS-JOB-NAME
066900     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
067000     IF RETURN-CODE = ZERO
067100         SET JBS-STATUS-SUCCESS  TO TRUE
067200     ELSE
067300         SET JBS-STATUS-FAILED   TO TRUE
067400     END-IF
067500     MOVE RETURN-CODE            TO JBS-RETURN-CODE
067600     COMPUTE JBS-REC-COUNT = WS-APPLIED-COUNT + WS-SUSPENDED-COUNT
067700     WRITE JOB-STATUS-RECORD
067800     CLOSE JOB-LOG-FILE.
067900 9200-LOG-JOB-STATUS-EXIT.
068000     EXIT.
