000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COURC00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MANAGER CERTIFICATION OF
001100*                     USER ACCESS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       LETS A MANAGER WORK THROUGH THE USERS LISTED
001500*                FOR THEM IN THE CURRENT QUARTER'S ACCESS
001600*                CERTIFICATION CAMPAIGN (USRCERT, CVURC01Y,
001700*                OPENED BY CBURC01C). WITH NO DECISION KEYED,
001800*                LISTS UP TO FIVE OF THE MANAGER'S USERS FROM
001900*                THE USER ID KEYED (OR FROM THE FIRST). RDECNI
002000*                'C' CERTIFIES THE USER KEYED, 'D' ASKS FOR THE
002100*                ROLE TO BE DROPPED ONE STEP, 'R' FOR THE USER
002200*                TO BE DEACTIVATED. THE DECISION IS APPLIED TO
002300*                USRSEC BY CBURC02C THAT NIGHT, AND UNTIL THEN
002400*                MAY BE CHANGED HERE. THE MANAGER IS THE USER
002500*                SIGNED ON; ONLY THE ADMIN ROLE MAY KEY ANOTHER
002600*                MANAGER ID (E.G. UNASSIGN, FOR USERS WITH NO
002700*                MANAGER ON USRMGR). NO ONE MAY CERTIFY THEIR
002800*                OWN ACCESS, AND NO DECISION IS TAKEN AFTER THE
002900*                CAMPAIGN DEADLINE.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400 01  WS-PGMNAME                  PIC X(08) VALUE 'COURC00C'.
003500 01  WS-TRANID                   PIC X(04) VALUE 'CURC'.
003600*
003700******************************************************************
003800* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
003900* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004000* AS ON COACTAPC.
004100******************************************************************
004200 01  WS-SCREEN-FIELDS.
004300     05  RMGRIDI                 PIC X(08).
004400     05  RUSRIDI                 PIC X(08).
004500     05  RDECNI                  PIC X(01).
004600     05  RCAMPI                  PIC X(06).
004700     05  RDEADLI                 PIC X(10).
004800     05  URC-LIST-LINE OCCURS 5 TIMES
004900                       INDEXED BY WS-URCL-IDX.
005000         10  LUSRIDI             PIC X(08).
005100         10  LNAMEI              PIC X(25).
005200         10  LTYPEI              PIC X(01).
005300         10  LLASTSI             PIC X(10).
005400         10  LDECNI              PIC X(01).
005500         10  LRSLTI              PIC X(01).
005600     05  ERRMSGI                 PIC X(78).
005700     05  INFOMSGI                PIC X(45).
005800*
005900 COPY CVURC01Y.
006000*
006100 01  WS-MISC-STORAGE.
006200     05  WS-RESP-CD              PIC S9(08) COMP.
006300     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
006400         88  WS-BROWSE-DONE      VALUE 'Y'.
006500     05  WS-LIST-COUNT           PIC 9(02) VALUE ZERO.
006600     05  WS-MANAGER-ID           PIC X(08).
006700     05  WS-CAMPAIGN-ID.
006800         10  WS-CAMP-YEAR        PIC 9(04).
006900         10  FILLER              PIC X(01) VALUE 'Q'.
007000         10  WS-CAMP-QUARTER     PIC 9(01).
007100*
007200 COPY CSDAT01Y.
007300*
007400 01  WS-NAV-BACK-PGM         PIC X(08).
007500*
007600 01  WS-IDLE-TIMEOUT-DATA.
007700     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
007800     05  WS-NOW-DT               PIC 9(08).
007900     05  WS-NOW-HH               PIC 9(02).
008000     05  WS-NOW-MM               PIC 9(02).
008100     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
008200*
008300 COPY COCOM01Y.
008400*
008500 LINKAGE SECTION.
008600 01  DFHCOMMAREA                 PIC X(400).
008700*
008800******************************************************************
008900 PROCEDURE DIVISION.
009000******************************************************************
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009300     PERFORM 1500-CHECK-IDLE-TIMEOUT
009400         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
009500     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
009600     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
009700     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
009800     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
009900     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
010000     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
010100     EXEC CICS
010200         RETURN TRANSID(WS-TRANID)
010300         COMMAREA(CARDDEMO-COMMAREA)
010400     END-EXEC
010500     GOBACK.
010600*
010700 1000-INITIALIZE.
010800     MOVE SPACES                 TO ERRMSGI INFOMSGI
010900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
011000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
011100     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
011200     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
011300     MOVE WS-CURDATE-YEAR        TO WS-CAMP-YEAR
011400     COMPUTE WS-CAMP-QUARTER = (WS-CURDATE-MONTH - 1) / 3 + 1
011500     IF EIBCALEN > 0
011600         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
011700     END-IF.
011800 1000-INITIALIZE-EXIT.
011900     EXIT.
012000******************************************************************
012100* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
012200* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
012300* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
012400* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
012500******************************************************************
012600 1500-CHECK-IDLE-TIMEOUT.
012700     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
012800         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
012900     END-IF
013000     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
013100     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
013200     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
013300     COMPUTE WS-IDLE-ELAPSED-MINS =
013400         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
013500          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
013600         + (WS-NOW-HH * 60 + WS-NOW-MM)
013700         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
013800     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
013900         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
014000     END-IF.
014100 1500-CHECK-IDLE-TIMEOUT-EXIT.
014200     EXIT.
014300*
014400******************************************************************
014500* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
014600* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
014700* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
014800******************************************************************
014900 2500-NAV-BACK.
015000     IF CDEMO-NAV-STACK-PTR > 0
015100         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
015200                                 TO WS-NAV-BACK-PGM
015300         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
015400     ELSE
015500         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
015600     END-IF
015700     SET CDEMO-PGM-REENTER       TO TRUE
015800     EXEC CICS
015900         XCTL PROGRAM(WS-NAV-BACK-PGM)
016000         COMMAREA(CARDDEMO-COMMAREA)
016100     END-EXEC.
016200 2500-NAV-BACK-EXIT.
016300     EXIT.
016400*
016500 2000-RECEIVE-MAP.
016600     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
016700         GO TO 2000-RECEIVE-MAP-EXIT
016800     END-IF
016900     EXEC CICS
017000         RECEIVE MAP('CURC00A') MAPSET('COURC00')
017100         INTO(WS-SCREEN-FIELDS)
017200         RESP(WS-RESP-CD)
017300     END-EXEC.
017400 2000-RECEIVE-MAP-EXIT.
017500     EXIT.
017600*
017700 3000-PROCESS-INPUT.
017800     IF CDEMO-TIMEOUT-EXPIRED
017900         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
018000         SET CDEMO-PGM-ENTER      TO TRUE
018100         EXEC CICS
018200             XCTL PROGRAM('COSGN00C')
018300             COMMAREA(CARDDEMO-COMMAREA)
018400         END-EXEC
018500     END-IF
018600     IF EIBAID = DFHPF3
018700         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
018800         GO TO 3000-PROCESS-INPUT-EXIT
018900     END-IF
019000     MOVE WS-CAMPAIGN-ID         TO RCAMPI
019100     MOVE SPACES                 TO RDEADLI
019200     PERFORM 4000-EDIT-MANAGER THRU 4000-EDIT-MANAGER-EXIT
019300     IF ERRMSGI NOT = SPACES
019400         GO TO 3000-PROCESS-INPUT-EXIT
019500     END-IF
019600     IF RDECNI NOT = SPACES AND RDECNI NOT = LOW-VALUES
019700         PERFORM 5000-RECORD-DECISION
019800             THRU 5000-RECORD-DECISION-EXIT
019900     END-IF
020000     IF ERRMSGI = SPACES
020100         PERFORM 7000-LIST-USERS THRU 7000-LIST-USERS-EXIT
020200     END-IF.
020300 3000-PROCESS-INPUT-EXIT.
020400     EXIT.
020500*
020600******************************************************************
020700* THE MANAGER WHOSE LIST IS WORKED - THE SIGNED-ON USER, UNLESS AN
020800* ADMIN HAS KEYED ANOTHER MANAGER ID.
020900******************************************************************
021000 4000-EDIT-MANAGER.
021100     IF RMGRIDI = SPACES OR LOW-VALUES
021200         MOVE CDEMO-USER-ID      TO RMGRIDI
021300     END-IF
021400     IF RMGRIDI NOT = CDEMO-USER-ID
021500        AND NOT CDEMO-USRTYP-ADMIN
021600         MOVE 'Only your own certification list may be worked'
021700                                 TO ERRMSGI
021800         GO TO 4000-EDIT-MANAGER-EXIT
021900     END-IF
022000     MOVE RMGRIDI                TO WS-MANAGER-ID.
022100 4000-EDIT-MANAGER-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500* RECORD THE DECISION ON THE USER'S CERTIFICATION ROW. IT STAYS
022600* CHANGEABLE UNTIL CBURC02C HAS APPLIED IT OR THE DEADLINE PASSES.
022700******************************************************************
022800 5000-RECORD-DECISION.
022900     IF RUSRIDI = SPACES OR LOW-VALUES
023000         MOVE 'User ID is required with a decision' TO ERRMSGI
023100         GO TO 5000-RECORD-DECISION-EXIT
023200     END-IF
023300     IF RUSRIDI = CDEMO-USER-ID
023400         MOVE 'You may not certify your own access' TO ERRMSGI
023500         GO TO 5000-RECORD-DECISION-EXIT
023600     END-IF
023700     MOVE WS-CAMPAIGN-ID         TO URC-CAMPAIGN-ID
023800     MOVE WS-MANAGER-ID          TO URC-MANAGER-ID
023900     MOVE RUSRIDI                TO URC-USER-ID
024000     EXEC CICS
024100         READ DATASET('USRCERT')
024200         INTO(USER-CERT-RECORD)
024300         RIDFLD(URC-KEY)
024400         UPDATE
024500         RESP(WS-RESP-CD)
024600     END-EXEC
024700     IF WS-RESP-CD NOT = ZERO
024800         MOVE 'User is not on this certification list'
024900                                 TO ERRMSGI
025000         GO TO 5000-RECORD-DECISION-EXIT
025100     END-IF
025200     MOVE URC-DEADLINE-DATE      TO RDEADLI
025300     IF NOT URC-RESULT-OPEN
025400        OR WS-CURDATE-YYYY-MM-DD > URC-DEADLINE-DATE
025500         EXEC CICS
025600             UNLOCK DATASET('USRCERT')
025700         END-EXEC
025800         IF URC-RESULT-OPEN
025900             MOVE 'Certification deadline has passed' TO ERRMSGI
026000         ELSE
026100             MOVE 'Decision has already been applied' TO ERRMSGI
026200         END-IF
026300         GO TO 5000-RECORD-DECISION-EXIT
026400     END-IF
026500     MOVE RDECNI                 TO URC-DECISION
026600     IF NOT URC-DECISION-VALID
026700         EXEC CICS
026800             UNLOCK DATASET('USRCERT')
026900         END-EXEC
027000         MOVE 'Decision must be C, D or R' TO ERRMSGI
027100         GO TO 5000-RECORD-DECISION-EXIT
027200     END-IF
027300     MOVE CDEMO-USER-ID          TO URC-DECIDED-BY
027400     MOVE FUNCTION CURRENT-DATE  TO URC-DECIDED-TS
027500     SET URC-FROM-SCREEN         TO TRUE
027600     EXEC CICS
027700         REWRITE DATASET('USRCERT')
027800         FROM(USER-CERT-RECORD)
027900         RESP(WS-RESP-CD)
028000     END-EXEC
028100     IF WS-RESP-CD NOT = ZERO
028200         MOVE 'Certification file update failed' TO ERRMSGI
028300         GO TO 5000-RECORD-DECISION-EXIT
028400     END-IF
028500     MOVE SPACES                 TO RUSRIDI RDECNI
028600     MOVE 'Decision recorded' TO INFOMSGI.
028700 5000-RECORD-DECISION-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100* LIST UP TO FIVE OF THE MANAGER'S USERS FOR THE CURRENT CAMPAIGN
029200* IN USER ID ORDER, FROM THE USER ID KEYED OR FROM THE FIRST.
029300******************************************************************
029400 7000-LIST-USERS.
029500     MOVE ZERO                   TO WS-LIST-COUNT
029600     MOVE 'N'                    TO WS-BROWSE-SW
029700     MOVE WS-CAMPAIGN-ID         TO URC-CAMPAIGN-ID
029800     MOVE WS-MANAGER-ID          TO URC-MANAGER-ID
029900     MOVE LOW-VALUES             TO URC-USER-ID
030000     IF RUSRIDI NOT = SPACES AND RUSRIDI NOT = LOW-VALUES
030100         MOVE RUSRIDI            TO URC-USER-ID
030200     END-IF
030300     EXEC CICS
030400         STARTBR DATASET('USRCERT')
030500         RIDFLD(URC-KEY)
030600         GTEQ
030700         RESP(WS-RESP-CD)
030800     END-EXEC
030900     IF WS-RESP-CD NOT = ZERO
031000         IF INFOMSGI = SPACES
031100             MOVE 'No users to certify this quarter' TO INFOMSGI
031200         END-IF
031300         GO TO 7000-LIST-USERS-EXIT
031400     END-IF
031500     PERFORM 7100-LIST-NEXT-USER
031600         THRU 7100-LIST-NEXT-USER-EXIT
031700         UNTIL WS-BROWSE-DONE OR WS-LIST-COUNT = 5
031800     EXEC CICS
031900         ENDBR DATASET('USRCERT')
032000     END-EXEC
032100     IF WS-LIST-COUNT = 0 AND INFOMSGI = SPACES
032200         MOVE 'No users to certify this quarter' TO INFOMSGI
032300     END-IF.
032400 7000-LIST-USERS-EXIT.
032500     EXIT.
032600*
032700 7100-LIST-NEXT-USER.
032800     EXEC CICS
032900         READNEXT DATASET('USRCERT')
033000         INTO(USER-CERT-RECORD)
033100         RIDFLD(URC-KEY)
033200         RESP(WS-RESP-CD)
033300     END-EXEC
033400     IF WS-RESP-CD NOT = ZERO
033500        OR URC-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
033600        OR URC-MANAGER-ID NOT = WS-MANAGER-ID
033700         MOVE 'Y'                TO WS-BROWSE-SW
033800         GO TO 7100-LIST-NEXT-USER-EXIT
033900     END-IF
034000     MOVE URC-DEADLINE-DATE      TO RDEADLI
034100     ADD 1                       TO WS-LIST-COUNT
034200     SET WS-URCL-IDX             TO WS-LIST-COUNT
034300     MOVE URC-USER-ID            TO LUSRIDI (WS-URCL-IDX)
034400     MOVE SPACES                 TO LNAMEI (WS-URCL-IDX)
034500     STRING URC-USER-FNAME       DELIMITED BY SPACE
034600            ' '                  DELIMITED BY SIZE
034700            URC-USER-LNAME       DELIMITED BY SPACE
034800       INTO LNAMEI (WS-URCL-IDX)
034900     END-STRING
035000     MOVE URC-USER-TYPE          TO LTYPEI (WS-URCL-IDX)
035100     MOVE URC-LAST-SIGNON-TS     TO LLASTSI (WS-URCL-IDX)
035200     MOVE URC-DECISION           TO LDECNI (WS-URCL-IDX)
035300     MOVE URC-RESULT             TO LRSLTI (WS-URCL-IDX).
035400 7100-LIST-NEXT-USER-EXIT.
035500     EXIT.
035600*
035700 8000-SEND-MAP.
035800     EXEC CICS
035900         SEND MAP('CURC00A') MAPSET('COURC00')
036000         FROM(WS-SCREEN-FIELDS)
036100         ERASE
036200     END-EXEC.
036300 8000-SEND-MAP-EXIT.
036400     EXIT.
036500*
036600 9999-EXIT.
036700     EXIT.
