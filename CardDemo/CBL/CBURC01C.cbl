000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBURC01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - QUARTERLY USER ACCESS
001100*                     RECERTIFICATION, CAMPAIGN OPEN.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN ONCE AT THE START OF EACH CALENDAR QUARTER.
001500*                OPENS THE QUARTER'S ACCESS CERTIFICATION
001600*                CAMPAIGN ('CCYYQn'): EVERY USRSEC USER WHO CAN
001700*                STILL SIGN ON (ACTIVE, OR LOCKED AND ONE UNLOCK
001800*                AWAY FROM IT) GETS A USRCERT ROW (CVURC01Y)
001900*                UNDER THE MANAGER USRMGR NAMES (CVURC02Y) -
002000*                'UNASSIGN' WHEN NONE - WITH THE USER'S ROLE,
002100*                THE LAST GOOD SIGN-ON ON SECEVENT AND A
002200*                DEADLINE WS-CERT-WINDOW-DAYS OUT. THE
002300*                CERTIFICATION LIST (URCLIST) THEN PRINTS ONE
002400*                SECTION PER MANAGER: EACH USER, THEIR ROLE AND
002500*                STATUS, THE LAST SIGN-ON AND THE MENU OPTIONS
002600*                THEY HAVE ACTUALLY USED (SEC-USR-OPT-USAGE).
002700*                MANAGERS RETURN C/D/R DECISIONS ON URCRTN OR KEY
002800*                THEM ON COURC00C; CBURC02C APPLIES THEM AND
002900*                SUSPENDS WHATEVER IS STILL UNDECIDED AT THE
003000*                DEADLINE. A RERUN IN THE SAME QUARTER LEAVES
003100*                ROWS ALREADY ON FILE (AND ANY DECISIONS ON
003200*                THEM) ALONE AND ONLY ADDS USERS NEW SINCE.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT USER-SEC-FILE ASSIGN TO USRSEC
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS SEC-USR-ID
004100         FILE STATUS IS WS-USRSEC-STATUS.
004200     SELECT SEC-EVENT-FILE ASSIGN TO SECEVENT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS SEV-KEY
004600         FILE STATUS IS WS-SECEVENT-STATUS.
004700     SELECT USER-MGR-FILE ASSIGN TO USRMGR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS UMG-USER-ID
005100         FILE STATUS IS WS-USRMGR-STATUS.
005200     SELECT USER-CERT-FILE ASSIGN TO USRCERT
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS URC-KEY
005600         FILE STATUS IS WS-USRCERT-STATUS.
005700     SELECT CERT-LIST-FILE ASSIGN TO URCLIST
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-REPORT-STATUS.
006000     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-ALERT-STATUS.
006300     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS JBS-KEY
006700         FILE STATUS IS WS-JOBLOG-STATUS.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  USER-SEC-FILE.
007200     COPY CSUSR01Y.
007300*
007400 FD  SEC-EVENT-FILE.
007500     COPY CVSEV01Y.
007600*
007700 FD  USER-MGR-FILE.
007800     COPY CVURC02Y.
007900*
008000 FD  USER-CERT-FILE.
008100     COPY CVURC01Y.
008200*
008300 FD  CERT-LIST-FILE
008400     RECORDING MODE IS F.
008500 01  CERT-LIST-LINE                   PIC X(80).
008600*
008700 FD  ALERT-QUEUE-FILE
008800     RECORDING MODE IS F.
008900     COPY CSOPS01Y.
009000*
009100 FD  JOB-LOG-FILE.
009200     COPY CVJOB01Y.
009300*
009400 WORKING-STORAGE SECTION.
009500 01  WS-USRSEC-STATUS                 PIC XX.
009600     88 WS-USRSEC-OK                  VALUE '00'.
009700 01  WS-SECEVENT-STATUS               PIC XX.
009800     88 WS-SECEVENT-OK                VALUE '00'.
009900 01  WS-USRMGR-STATUS                 PIC XX.
010000     88 WS-USRMGR-OK                  VALUE '00'.
010100 01  WS-USRCERT-STATUS                PIC XX.
010200     88 WS-USRCERT-OK                 VALUE '00'.
010300 01  WS-REPORT-STATUS                 PIC XX.
010400 01  WS-ALERT-STATUS                  PIC XX.
010500 01  WS-JOBLOG-STATUS                 PIC XX.
010600     88 WS-JOBLOG-OK                  VALUE '00'.
010700 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
010800     88 WS-END-OF-FILE                VALUE 'Y'.
010900 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
011000     88 WS-RUN-FAILED                 VALUE 'Y'.
011100 01  WS-USER-COUNT                    PIC 9(07) VALUE ZERO.
011200 01  WS-LISTED-COUNT                  PIC 9(07) VALUE ZERO.
011300 01  WS-ALREADY-COUNT                 PIC 9(07) VALUE ZERO.
011400 01  WS-UNASSIGNED-COUNT              PIC 9(07) VALUE ZERO.
011500 01  WS-EVENT-COUNT                   PIC 9(09) VALUE ZERO.
011600 01  WS-ABEND-REASON-TEXT             PIC X(50).
011700*
011800******************************************************************
011900* CAMPAIGN TERMS - HOW LONG MANAGERS HAVE TO ANSWER, AND THE
012000* CERTIFIER FOR A USER WITH NO REPORTING LINE ON USRMGR.
012100******************************************************************
012200 01  WS-CERT-WINDOW-DAYS              PIC 9(03) VALUE 030.
012300 01  WS-UNASSIGNED-MGR                PIC X(08) VALUE 'UNASSIGN'.
012400*
012500 01  WS-CAMPAIGN-WORK.
012600     05 WS-CAMPAIGN-ID.
012700        10 WS-CAMP-YEAR               PIC 9(04).
012800        10 FILLER                     PIC X(01) VALUE 'Q'.
012900        10 WS-CAMP-QUARTER            PIC 9(01).
013000     05 WS-DEADLINE-N                 PIC 9(08).
013100     05 WS-DEADLINE-X REDEFINES WS-DEADLINE-N.
013200        10 WS-DEADLINE-CCYY           PIC X(04).
013300        10 WS-DEADLINE-MM             PIC X(02).
013400        10 WS-DEADLINE-DD             PIC X(02).
013500     05 WS-DEADLINE-DATE              PIC X(10).
013600*
013700******************************************************************
013800* ONE SLOT PER USER TO BE CERTIFIED, LOADED IN USER-ID ORDER OFF
013900* USRSEC SO 8200-FIND-USER CAN HALVE ITS WAY TO ANY ROW. THE
014000* SECEVENT PASS STAMPS EACH SLOT WITH THE USER'S LATEST GOOD
014100* SIGN-ON.
014200******************************************************************
014300 01  WS-USR-TABLE.
014400     05 WS-USR-USED                   PIC 9(05) COMP VALUE ZERO.
014500     05 WS-USR-MAX                    PIC 9(05) COMP VALUE 5000.
014600     05 WS-USR-ENTRY OCCURS 5000 TIMES.
014700        10 WS-USR-ID                  PIC X(08).
014800        10 WS-USR-LAST-SIGNON         PIC X(26).
014900 01  WS-USR-SEARCH.
015000     05 WS-USR-IDX                    PIC 9(05) COMP.
015100     05 WS-USR-LOW                    PIC 9(05) COMP.
015200     05 WS-USR-HIGH                   PIC 9(05) COMP.
015300     05 WS-USR-MID                    PIC 9(05) COMP.
015400     05 WS-FIND-USER-ID               PIC X(08).
015500     05 WS-FOUND-SW                   PIC X(01).
015600        88 WS-USER-FOUND              VALUE 'Y'.
015700*
015800******************************************************************
015900* CERTIFICATION LIST WORK.
016000******************************************************************
016100 01  WS-LIST-WORK.
016200     05 WS-PREV-MANAGER-ID            PIC X(08).
016300     05 WS-MGR-USER-COUNT             PIC 9(05).
016400     05 WS-ROLE-TEXT                  PIC X(07).
016500     05 WS-STATUS-TEXT                PIC X(08).
016600     05 WS-SIGNON-TEXT                PIC X(10).
016700     05 WS-OPT-IDX                    PIC 9(02) COMP.
016800     05 WS-OPT-USED-COUNT             PIC 9(02) COMP.
016900     05 WS-USAGE-EDIT                 PIC Z(04)9.
017000     05 WS-COUNT-EDIT                 PIC Z(06)9.
017100*
017200******************************************************************
017300* MENU OPTION NAMES, FOR THE SCREENS-USED LINES - SEC-USR-OPT-
017400* USAGE IS KEPT FOR THE FIRST 10 OPTIONS ONLY (SEE CSUSR01Y).
017500******************************************************************
017600 COPY COMEN02Y.
017700*
017800 COPY CSDAT01Y.
017900*
018000 COPY CSMSG02Y.
018100*
018200 LINKAGE SECTION.
018300*
018400******************************************************************
018500 PROCEDURE DIVISION.
018600******************************************************************
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018900     IF NOT WS-RUN-FAILED
019000         PERFORM 2000-LOAD-USERS THRU 2000-LOAD-USERS-EXIT
019100     END-IF
019200     IF NOT WS-RUN-FAILED
019300         PERFORM 3000-SCAN-SIGNONS THRU 3000-SCAN-SIGNONS-EXIT
019400     END-IF
019500     IF NOT WS-RUN-FAILED
019600         PERFORM 4000-OPEN-CAMPAIGN THRU 4000-OPEN-CAMPAIGN-EXIT
019700         PERFORM 5000-PRINT-LIST THRU 5000-PRINT-LIST-EXIT
019800     END-IF
019900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020000     GOBACK.
020100*
020200 1000-INITIALIZE.
020300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
020400     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
020500     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
020600     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
020700     MOVE WS-CURDATE-YEAR        TO WS-CAMP-YEAR
020800     COMPUTE WS-CAMP-QUARTER = (WS-CURDATE-MONTH - 1) / 3 + 1
020900     COMPUTE WS-DEADLINE-N = FUNCTION DATE-OF-INTEGER(
021000         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
021100         + WS-CERT-WINDOW-DAYS)
021200     STRING WS-DEADLINE-CCYY     DELIMITED BY SIZE
021300            '-'                  DELIMITED BY SIZE
021400            WS-DEADLINE-MM       DELIMITED BY SIZE
021500            '-'                  DELIMITED BY SIZE
021600            WS-DEADLINE-DD       DELIMITED BY SIZE
021700       INTO WS-DEADLINE-DATE
021800     END-STRING
021900     OPEN INPUT USER-SEC-FILE
022000     IF NOT WS-USRSEC-OK
022100         DISPLAY 'CBURC01C - ERROR OPENING USER SECURITY FILE'
022200         MOVE 'USER SECURITY FILE OPEN ERROR'
022300                                 TO WS-ABEND-REASON-TEXT
022400         GO TO 1000-INITIALIZE-FAILED
022500     END-IF
022600     OPEN INPUT SEC-EVENT-FILE
022700     IF NOT WS-SECEVENT-OK
022800         DISPLAY 'CBURC01C - ERROR OPENING SECURITY EVENT FILE'
022900         MOVE 'SECURITY EVENT FILE OPEN ERROR'
023000                                 TO WS-ABEND-REASON-TEXT
023100         GO TO 1000-INITIALIZE-FAILED
023200     END-IF
023300     OPEN INPUT USER-MGR-FILE
023400     IF NOT WS-USRMGR-OK
023500         DISPLAY 'CBURC01C - ERROR OPENING REPORTING LINE FILE'
023600         MOVE 'REPORTING LINE FILE OPEN ERROR'
023700                                 TO WS-ABEND-REASON-TEXT
023800         GO TO 1000-INITIALIZE-FAILED
023900     END-IF
024000     OPEN I-O USER-CERT-FILE
024100     IF NOT WS-USRCERT-OK
024200         DISPLAY 'CBURC01C - ERROR OPENING CERTIFICATION FILE'
024300         MOVE 'CERTIFICATION FILE OPEN ERROR'
024400                                 TO WS-ABEND-REASON-TEXT
024500         GO TO 1000-INITIALIZE-FAILED
024600     END-IF
024700     OPEN OUTPUT CERT-LIST-FILE
024800     GO TO 1000-INITIALIZE-EXIT.
024900 1000-INITIALIZE-FAILED.
025000     MOVE 'Y'                    TO WS-ERROR-SW
025100     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
025200 1000-INITIALIZE-EXIT.
025300     EXIT.
025400*
025500******************************************************************
025600* EVERY USER WHO CAN STILL SIGN ON, OR COULD AFTER AN UNLOCK, IS
025700* CERTIFIED. A DEACTIVATED USER HAS NO ACCESS TO CERTIFY, AND ONE
025800* ALREADY SUSPENDED WAITS ON AN ADMIN, NOT ON THIS CAMPAIGN.
025900******************************************************************
026000 2000-LOAD-USERS.
026100     MOVE 'N'                    TO WS-EOF-SW
026200     PERFORM 2100-LOAD-NEXT-USER THRU 2100-LOAD-NEXT-USER-EXIT
026300         UNTIL WS-END-OF-FILE OR WS-RUN-FAILED.
026400 2000-LOAD-USERS-EXIT.
026500     EXIT.
026600*
026700 2100-LOAD-NEXT-USER.
026800     READ USER-SEC-FILE NEXT RECORD
026900         AT END
027000             MOVE 'Y'            TO WS-EOF-SW
027100             GO TO 2100-LOAD-NEXT-USER-EXIT
027200     END-READ
027300     ADD 1                       TO WS-USER-COUNT
027400     IF NOT SEC-USR-ACTIVE AND NOT SEC-USR-LOCKED
027500         GO TO 2100-LOAD-NEXT-USER-EXIT
027600     END-IF
027700     IF WS-USR-USED NOT < WS-USR-MAX
027800         DISPLAY 'CBURC01C - USER TABLE FULL AT ' WS-USR-MAX
027900         MOVE 'USER TABLE FULL - CAMPAIGN NOT OPENED'
028000                                 TO WS-ABEND-REASON-TEXT
028100         MOVE 'Y'                TO WS-ERROR-SW
028200         PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT
028300         GO TO 2100-LOAD-NEXT-USER-EXIT
028400     END-IF
028500     ADD 1                       TO WS-USR-USED
028600     MOVE SEC-USR-ID             TO WS-USR-ID (WS-USR-USED)
028700     MOVE SPACES          TO WS-USR-LAST-SIGNON (WS-USR-USED).
028800 2100-LOAD-NEXT-USER-EXIT.
028900     EXIT.
029000*
029100******************************************************************
029200* ONE PASS OF SECEVENT. ITS KEY LEADS WITH THE TIMESTAMP, SO THE
029300* LAST GOOD SIGN-ON READ FOR A USER IS THEIR LATEST.
029400******************************************************************
029500 3000-SCAN-SIGNONS.
029600     MOVE 'N'                    TO WS-EOF-SW
029700     PERFORM 3100-NEXT-EVENT THRU 3100-NEXT-EVENT-EXIT
029800         UNTIL WS-END-OF-FILE.
029900 3000-SCAN-SIGNONS-EXIT.
030000     EXIT.
030100*
030200 3100-NEXT-EVENT.
030300     READ SEC-EVENT-FILE NEXT RECORD
030400         AT END
030500             MOVE 'Y'            TO WS-EOF-SW
030600             GO TO 3100-NEXT-EVENT-EXIT
030700     END-READ
030800     ADD 1                       TO WS-EVENT-COUNT
030900     IF NOT SEV-SUCCESS
031000         GO TO 3100-NEXT-EVENT-EXIT
031100     END-IF
031200     MOVE SEV-USER-ID            TO WS-FIND-USER-ID
031300     PERFORM 8200-FIND-USER THRU 8200-FIND-USER-EXIT
031400     IF WS-USER-FOUND
031500         MOVE SEV-TS        TO WS-USR-LAST-SIGNON (WS-USR-IDX)
031600     END-IF.
031700 3100-NEXT-EVENT-EXIT.
031800     EXIT.
031900*
032000******************************************************************
032100* WRITE THE CAMPAIGN ROWS. A ROW ALREADY ON FILE FOR THIS QUARTER
032200* (A RERUN) IS LEFT AS IT IS, DECISION AND ALL.
032300******************************************************************
032400 4000-OPEN-CAMPAIGN.
032500     PERFORM 4100-LIST-USER THRU 4100-LIST-USER-EXIT
032600         VARYING WS-USR-IDX FROM 1 BY 1
032700         UNTIL WS-USR-IDX > WS-USR-USED.
032800 4000-OPEN-CAMPAIGN-EXIT.
032900     EXIT.
033000*
033100 4100-LIST-USER.
033200     MOVE WS-USR-ID (WS-USR-IDX) TO SEC-USR-ID
033300     READ USER-SEC-FILE
033400         INVALID KEY
033500             GO TO 4100-LIST-USER-EXIT
033600     END-READ
033700     MOVE SEC-USR-ID             TO UMG-USER-ID
033800     READ USER-MGR-FILE
033900         INVALID KEY
034000             MOVE WS-UNASSIGNED-MGR TO UMG-MANAGER-ID
034100     END-READ
034200     IF UMG-MANAGER-ID = SPACES
034300         MOVE WS-UNASSIGNED-MGR  TO UMG-MANAGER-ID
034400     END-IF
034500     MOVE SPACES                 TO USER-CERT-RECORD
034600     MOVE WS-CAMPAIGN-ID         TO URC-CAMPAIGN-ID
034700     MOVE UMG-MANAGER-ID         TO URC-MANAGER-ID
034800     MOVE SEC-USR-ID             TO URC-USER-ID
034900     MOVE SEC-USR-FNAME          TO URC-USER-FNAME
035000     MOVE SEC-USR-LNAME          TO URC-USER-LNAME
035100     MOVE SEC-USR-TYPE           TO URC-USER-TYPE
035200     MOVE SEC-USR-STATUS         TO URC-USER-STATUS
035300     MOVE WS-USR-LAST-SIGNON (WS-USR-IDX)
035400                                 TO URC-LAST-SIGNON-TS
035500     MOVE WS-DEADLINE-DATE       TO URC-DEADLINE-DATE
035600     SET URC-PENDING             TO TRUE
035700     SET URC-RESULT-OPEN         TO TRUE
035800     WRITE USER-CERT-RECORD
035900         INVALID KEY
036000             ADD 1               TO WS-ALREADY-COUNT
036100             GO TO 4100-LIST-USER-EXIT
036200     END-WRITE
036300     ADD 1                       TO WS-LISTED-COUNT
036400     IF URC-MANAGER-ID = WS-UNASSIGNED-MGR
036500         ADD 1                   TO WS-UNASSIGNED-COUNT
036600     END-IF.
036700 4100-LIST-USER-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100* THE CERTIFICATION LIST - THE WHOLE CAMPAIGN IN KEY ORDER, SO
037200* ONE SECTION PER MANAGER, EACH STARTING ON A FRESH HEADING.
037300******************************************************************
037400 5000-PRINT-LIST.
037500     MOVE SPACES                 TO CERT-LIST-LINE
037600     STRING 'CBURC01C - USER ACCESS CERTIFICATION LIST  CAMPAIGN '
037700                                 DELIMITED BY SIZE
037800            WS-CAMPAIGN-ID       DELIMITED BY SIZE
037900       INTO CERT-LIST-LINE
038000     END-STRING
038100     WRITE CERT-LIST-LINE
038200     MOVE SPACES                 TO CERT-LIST-LINE
038300     STRING 'RETURN DECISIONS BY '  DELIMITED BY SIZE
038400            WS-DEADLINE-DATE     DELIMITED BY SIZE
038500            ' - C CERTIFY, D DOWNGRADE, R REVOKE.'
038600                                 DELIMITED BY SIZE
038700       INTO CERT-LIST-LINE
038800     END-STRING
038900     WRITE CERT-LIST-LINE
039000     MOVE 'UNDECIDED USERS ARE SUSPENDED AT THE DEADLINE.'
039100                                 TO CERT-LIST-LINE
039200     WRITE CERT-LIST-LINE
039300     MOVE SPACES                 TO WS-PREV-MANAGER-ID
039400     MOVE ZERO                   TO WS-MGR-USER-COUNT
039500     MOVE 'N'                    TO WS-EOF-SW
039600     MOVE LOW-VALUES             TO URC-KEY
039700     MOVE WS-CAMPAIGN-ID         TO URC-CAMPAIGN-ID
039800     START USER-CERT-FILE KEY NOT LESS THAN URC-KEY
039900         INVALID KEY
040000             MOVE 'Y'            TO WS-EOF-SW
040100     END-START
040200     PERFORM 5100-PRINT-NEXT-ROW THRU 5100-PRINT-NEXT-ROW-EXIT
040300         UNTIL WS-END-OF-FILE
040400     IF WS-PREV-MANAGER-ID NOT = SPACES
040500         PERFORM 5400-MANAGER-FOOTING
040600             THRU 5400-MANAGER-FOOTING-EXIT
040700     END-IF.
040800 5000-PRINT-LIST-EXIT.
040900     EXIT.
041000*
041100 5100-PRINT-NEXT-ROW.
041200     READ USER-CERT-FILE NEXT RECORD
041300         AT END
041400             MOVE 'Y'            TO WS-EOF-SW
041500             GO TO 5100-PRINT-NEXT-ROW-EXIT
041600     END-READ
041700     IF URC-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
041800         MOVE 'Y'                TO WS-EOF-SW
041900         GO TO 5100-PRINT-NEXT-ROW-EXIT
042000     END-IF
042100     IF URC-MANAGER-ID NOT = WS-PREV-MANAGER-ID
042200         IF WS-PREV-MANAGER-ID NOT = SPACES
042300             PERFORM 5400-MANAGER-FOOTING
042400                 THRU 5400-MANAGER-FOOTING-EXIT
042500         END-IF
042600         PERFORM 5300-MANAGER-HEADING
042700             THRU 5300-MANAGER-HEADING-EXIT
042800     END-IF
042900     ADD 1                       TO WS-MGR-USER-COUNT
043000     PERFORM 5200-PRINT-USER THRU 5200-PRINT-USER-EXIT.
043100 5100-PRINT-NEXT-ROW-EXIT.
043200     EXIT.
043300*
043400 5200-PRINT-USER.
043500     EVALUATE URC-USER-TYPE
043600         WHEN 'A'
043700             MOVE 'ADMIN'        TO WS-ROLE-TEXT
043800         WHEN 'U'
043900             MOVE 'USER'         TO WS-ROLE-TEXT
044000         WHEN 'R'
044100             MOVE 'AUDITOR'      TO WS-ROLE-TEXT
044200         WHEN OTHER
044300             MOVE URC-USER-TYPE  TO WS-ROLE-TEXT
044400     END-EVALUATE
044500     EVALUATE URC-USER-STATUS
044600         WHEN 'A'
044700             MOVE 'ACTIVE'       TO WS-STATUS-TEXT
044800         WHEN 'L'
044900             MOVE 'LOCKED'       TO WS-STATUS-TEXT
045000         WHEN OTHER
045100             MOVE URC-USER-STATUS TO WS-STATUS-TEXT
045200     END-EVALUATE
045300     IF URC-LAST-SIGNON-TS = SPACES
045400         MOVE 'NEVER'            TO WS-SIGNON-TEXT
045500     ELSE
045600         MOVE SPACES             TO WS-SIGNON-TEXT
045700         STRING URC-LAST-SIGNON-TS (1:4) DELIMITED BY SIZE
045800                '-'                      DELIMITED BY SIZE
045900                URC-LAST-SIGNON-TS (5:2) DELIMITED BY SIZE
046000                '-'                      DELIMITED BY SIZE
046100                URC-LAST-SIGNON-TS (7:2) DELIMITED BY SIZE
046200           INTO WS-SIGNON-TEXT
046300         END-STRING
046400     END-IF
046500     MOVE SPACES                 TO CERT-LIST-LINE
046600     STRING URC-USER-ID          DELIMITED BY SIZE
046700            '  '                 DELIMITED BY SIZE
046800            URC-USER-FNAME (1:12) DELIMITED BY SIZE
046900            ' '                  DELIMITED BY SIZE
047000            URC-USER-LNAME (1:15) DELIMITED BY SIZE
047100            ' '                  DELIMITED BY SIZE
047200            WS-ROLE-TEXT         DELIMITED BY SIZE
047300            ' '                  DELIMITED BY SIZE
047400            WS-STATUS-TEXT       DELIMITED BY SIZE
047500            ' '                  DELIMITED BY SIZE
047600            WS-SIGNON-TEXT       DELIMITED BY SIZE
047700            '  ['                DELIMITED BY SIZE
047800            URC-DECISION         DELIMITED BY SIZE
047900            ']'                  DELIMITED BY SIZE
048000       INTO CERT-LIST-LINE
048100     END-STRING
048200     WRITE CERT-LIST-LINE
048300     MOVE URC-USER-ID            TO SEC-USR-ID
048400     READ USER-SEC-FILE
048500         INVALID KEY
048600             GO TO 5200-PRINT-USER-EXIT
048700     END-READ
048800     MOVE ZERO                   TO WS-OPT-USED-COUNT
048900     PERFORM 5210-PRINT-USAGE THRU 5210-PRINT-USAGE-EXIT
049000         VARYING WS-OPT-IDX FROM 1 BY 1
049100         UNTIL WS-OPT-IDX > 10
049200     IF WS-OPT-USED-COUNT = ZERO
049300         MOVE '            NO MENU USAGE RECORDED'
049400                                 TO CERT-LIST-LINE
049500         WRITE CERT-LIST-LINE
049600     END-IF.
049700 5200-PRINT-USER-EXIT.
049800     EXIT.
049900*
050000 5210-PRINT-USAGE.
050100     IF SEC-USR-OPT-USAGE (WS-OPT-IDX) = ZERO
050200         GO TO 5210-PRINT-USAGE-EXIT
050300     END-IF
050400     ADD 1                       TO WS-OPT-USED-COUNT
050500     MOVE SEC-USR-OPT-USAGE (WS-OPT-IDX) TO WS-USAGE-EDIT
050600     MOVE SPACES                 TO CERT-LIST-LINE
050700     STRING '            USED '  DELIMITED BY SIZE
050800            WS-USAGE-EDIT        DELIMITED BY SIZE
050900            ' X  '               DELIMITED BY SIZE
051000            CDEMO-MENU-OPT-NAME (WS-OPT-IDX)
051100                                 DELIMITED BY SIZE
051200       INTO CERT-LIST-LINE
051300     END-STRING
051400     WRITE CERT-LIST-LINE.
051500 5210-PRINT-USAGE-EXIT.
051600     EXIT.
051700*
051800 5300-MANAGER-HEADING.
051900     MOVE URC-MANAGER-ID         TO WS-PREV-MANAGER-ID
052000     MOVE ZERO                   TO WS-MGR-USER-COUNT
052100     MOVE SPACES                 TO CERT-LIST-LINE
052200     WRITE CERT-LIST-LINE
052300     STRING 'CERTIFYING MANAGER: ' DELIMITED BY SIZE
052400            URC-MANAGER-ID       DELIMITED BY SIZE
052500       INTO CERT-LIST-LINE
052600     END-STRING
052700     IF URC-MANAGER-ID = WS-UNASSIGNED-MGR
052800         MOVE '(NO REPORTING LINE - SECURITY ADMINISTRATION)'
052900                                 TO CERT-LIST-LINE (31:46)
053000     END-IF
053100     WRITE CERT-LIST-LINE
053200     MOVE SPACES                 TO CERT-LIST-LINE
053300     MOVE 'USER ID   NAME'       TO CERT-LIST-LINE (1:14)
053400     MOVE 'ROLE    STATUS   LAST SGNON DEC'
053500                                 TO CERT-LIST-LINE (40:31)
053600     WRITE CERT-LIST-LINE.
053700 5300-MANAGER-HEADING-EXIT.
053800     EXIT.
053900*
054000 5400-MANAGER-FOOTING.
054100     MOVE WS-MGR-USER-COUNT      TO WS-COUNT-EDIT
054200     MOVE SPACES                 TO CERT-LIST-LINE
054300     STRING '  USERS TO CERTIFY: ' DELIMITED BY SIZE
054400            WS-COUNT-EDIT        DELIMITED BY SIZE
054500       INTO CERT-LIST-LINE
054600     END-STRING
054700     WRITE CERT-LIST-LINE.
054800 5400-MANAGER-FOOTING-EXIT.
054900     EXIT.
055000*
055100******************************************************************
055200* FIND WS-FIND-USER-ID IN THE USER TABLE BY HALVING.
055300******************************************************************
055400 8200-FIND-USER.
055500     MOVE 'N'                    TO WS-FOUND-SW
055600     MOVE 1                      TO WS-USR-LOW
055700     MOVE WS-USR-USED            TO WS-USR-HIGH.
055800 8200-HALVE.
055900     IF WS-USR-LOW > WS-USR-HIGH OR WS-USR-HIGH = ZERO
056000         GO TO 8200-FIND-USER-EXIT
056100     END-IF
056200     COMPUTE WS-USR-MID = (WS-USR-LOW + WS-USR-HIGH) / 2
056300     EVALUATE TRUE
056400         WHEN WS-USR-ID (WS-USR-MID) = WS-FIND-USER-ID
056500             MOVE WS-USR-MID     TO WS-USR-IDX
056600             MOVE 'Y'            TO WS-FOUND-SW
056700             GO TO 8200-FIND-USER-EXIT
056800         WHEN WS-USR-ID (WS-USR-MID) < WS-FIND-USER-ID
056900             COMPUTE WS-USR-LOW = WS-USR-MID + 1
057000         WHEN OTHER
057100             IF WS-USR-MID = 1
057200                 GO TO 8200-FIND-USER-EXIT
057300             END-IF
057400             COMPUTE WS-USR-HIGH = WS-USR-MID - 1
057500     END-EVALUATE
057600     GO TO 8200-HALVE.
057700 8200-FIND-USER-EXIT.
057800     EXIT.
057900*
058000 9000-TERMINATE.
058100     CLOSE USER-SEC-FILE
058200     CLOSE SEC-EVENT-FILE
058300     CLOSE USER-MGR-FILE
058400     CLOSE USER-CERT-FILE
058500     CLOSE CERT-LIST-FILE
058600     DISPLAY 'CBURC01C - CAMPAIGN: ' WS-CAMPAIGN-ID
058700         ' DEADLINE: ' WS-DEADLINE-DATE
058800     DISPLAY 'CBURC01C - USERS READ: ' WS-USER-COUNT
058900     DISPLAY 'CBURC01C - SIGN-ON EVENTS READ: ' WS-EVENT-COUNT
059000     DISPLAY 'CBURC01C - USERS LISTED: ' WS-LISTED-COUNT
059100     DISPLAY 'CBURC01C - ALREADY LISTED THIS QUARTER: '
059200         WS-ALREADY-COUNT
059300     DISPLAY 'CBURC01C - NO REPORTING LINE: ' WS-UNASSIGNED-COUNT
059400     IF WS-RUN-FAILED
059500         MOVE 16                 TO RETURN-CODE
059600     END-IF
059700     PERFORM 9200-LOG-JOB-STATUS
059800         THRU 9200-LOG-JOB-STATUS-EXIT.
059900 9000-TERMINATE-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
060400* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
060500* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
060600* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
060700******************************************************************
060800 9100-ABEND-NOTIFY.
060900     MOVE 'AB01'                 TO ABEND-CODE
061000     MOVE 'CBURC01C'             TO ABEND-CULPRIT
061100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
061200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
061300            ' - '           DELIMITED BY SIZE
061400            ABEND-REASON    DELIMITED BY SIZE
061500       INTO ABEND-MSG
061600     END-STRING
061700     OPEN EXTEND ALERT-QUEUE-FILE
061800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
061900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
062000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
062100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
062200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
062300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
062400     WRITE OPS-ALERT-RECORD
062500     CLOSE ALERT-QUEUE-FILE.
062600 9100-ABEND-NOTIFY-EXIT.
062700     EXIT.
062800*
062900******************************************************************
063000* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
063100* WHETHER THE JOB RAN AND HOW IT WENT.
063200******************************************************************
063300 9200-LOG-JOB-STATUS.
063400     OPEN I-O JOB-LOG-FILE
063500     IF NOT WS-JOBLOG-OK
063600         DISPLAY 'CBURC01C - ERROR OPENING JOB LOG FILE'
063700         GO TO 9200-LOG-JOB-STATUS-EXIT
063800     END-IF
063900     MOVE 'CBURC01C'             TO JBS-JOB-NAME
064000     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
064100     IF RETURN-CODE = ZERO
064200         SET JBS-STATUS-SUCCESS  TO TRUE
064300     ELSE
064400         SET JBS-STATUS-FAILED   TO TRUE
064500     END-IF
064600     MOVE RETURN-CODE            TO JBS-RETURN-CODE
064700     MOVE WS-LISTED-COUNT        TO JBS-REC-COUNT
064800     WRITE JOB-STATUS-RECORD
064900     CLOSE JOB-LOG-FILE.
065000 9200-LOG-JOB-STATUS-EXIT.
065100     EXIT.
