000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COEMP00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - EMPLOYEE ACCOUNT LINK
001100*                     MAINTENANCE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MAINTAINS THE EMPLINK FILE (CVEMP01Y) THAT TIES
001500*                A USRSEC USER TO THEIR OWN CUSTDAT CUSTOMER
001600*                ('S') AND TO EACH RELATED CUSTOMER THEY HAVE
001700*                DECLARED ('R'). WITH NO ACTION KEYED, LISTS UP
001800*                TO FIVE OF THE USER'S LINKS FROM THE CUSTOMER
001900*                ID KEYED (OR FROM THE FIRST). EACTI 'A' ADDS
002000*                THE LINK KEYED - THE USER MUST BE ON USRSEC AND
002100*                THE CUSTOMER ON CUSTDAT - AND 'D' DELETES IT.
002200*                ADMIN ROLE ONLY, AND NO ADMIN MAY MAINTAIN THEIR
002300*                OWN LINKS. COEMPSVC READS THE FILE FOR EVERY
002400*                MAINTENANCE SCREEN; CBLNR01C FOR THE NIGHTLY
002500*                LINE INCREASE REVIEW.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  WS-PGMNAME                  PIC X(08) VALUE 'COEMP00C'.
003100 01  WS-TRANID                   PIC X(04) VALUE 'CEMP'.
003200*
003300******************************************************************
003400* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
003500* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
003600* AS ON COACTAPC.
003700******************************************************************
003800 01  WS-SCREEN-FIELDS.
003900     05  EUSRIDI                 PIC X(08).
004000     05  ECUSTI                  PIC X(09).
004100     05  ERELI                   PIC X(01).
004200     05  EDESCI                  PIC X(20).
004300     05  EACTI                   PIC X(01).
004400         88  EMPACT-ADD          VALUE 'A'.
004500         88  EMPACT-DELETE       VALUE 'D'.
004600     05  EMP-LIST-LINE OCCURS 5 TIMES
004700                       INDEXED BY WS-EMPL-IDX.
004800         10  LCUSTI              PIC X(09).
004900         10  LRELI               PIC X(01).
005000         10  LDESCI              PIC X(20).
005100         10  LDATEI              PIC X(10).
005200         10  LBYI                PIC X(08).
005300     05  ERRMSGI                 PIC X(78).
005400     05  INFOMSGI                PIC X(45).
005500*
005600 COPY CVEMP01Y.
005700 COPY CSUSR01Y.
005800 COPY CVCUS01Y.
005900*
006000 01  WS-MISC-STORAGE.
006100     05  WS-RESP-CD              PIC S9(08) COMP.
006200     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
006300         88  WS-BROWSE-DONE      VALUE 'Y'.
006400     05  WS-LIST-COUNT           PIC 9(02) VALUE ZERO.
006500     05  WS-CUST-ID-N            PIC 9(09).
006600*
006700 COPY CSDAT01Y.
006800*
006900 01  WS-NAV-BACK-PGM         PIC X(08).
007000*
007100 01  WS-IDLE-TIMEOUT-DATA.
007200     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
007300     05  WS-NOW-DT               PIC 9(08).
007400     05  WS-NOW-HH               PIC 9(02).
007500     05  WS-NOW-MM               PIC 9(02).
007600     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
007700*
007800 COPY COCOM01Y.
007900*
008000 LINKAGE SECTION.
008100 01  DFHCOMMAREA                 PIC X(400).
008200*
008300******************************************************************
008400 PROCEDURE DIVISION.
008500******************************************************************
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008800     PERFORM 1500-CHECK-IDLE-TIMEOUT
008900         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
009000     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
009100     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
009200     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
009300     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
009400     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
009500     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
009600     EXEC CICS
009700         RETURN TRANSID(WS-TRANID)
009800         COMMAREA(CARDDEMO-COMMAREA)
009900     END-EXEC
010000     GOBACK.
010100*
010200 1000-INITIALIZE.
010300     MOVE SPACES                 TO ERRMSGI INFOMSGI
010400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
010500     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
010600     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
010700     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
010800     IF EIBCALEN > 0
010900         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
011000     END-IF.
011100 1000-INITIALIZE-EXIT.
011200     EXIT.
011300******************************************************************
011400* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
011500* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
011600* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
011700* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
011800******************************************************************
011900 1500-CHECK-IDLE-TIMEOUT.
012000     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
012100         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
012200     END-IF
012300     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
012400     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
012500     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
012600     COMPUTE WS-IDLE-ELAPSED-MINS =
012700         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
012800          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
012900         + (WS-NOW-HH * 60 + WS-NOW-MM)
013000         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
013100     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
013200         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
013300     END-IF.
013400 1500-CHECK-IDLE-TIMEOUT-EXIT.
013500     EXIT.
013600*
013700******************************************************************
013800* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
013900* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
014000* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
014100******************************************************************
014200 2500-NAV-BACK.
014300     IF CDEMO-NAV-STACK-PTR > 0
014400         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
014500                                 TO WS-NAV-BACK-PGM
014600         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
014700     ELSE
014800         MOVE 'COADM01C'         TO WS-NAV-BACK-PGM
014900     END-IF
015000     SET CDEMO-PGM-REENTER       TO TRUE
015100     EXEC CICS
015200         XCTL PROGRAM(WS-NAV-BACK-PGM)
015300         COMMAREA(CARDDEMO-COMMAREA)
015400     END-EXEC.
015500 2500-NAV-BACK-EXIT.
015600     EXIT.
015700*
015800 2000-RECEIVE-MAP.
015900     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
016000         GO TO 2000-RECEIVE-MAP-EXIT
016100     END-IF
016200     EXEC CICS
016300         RECEIVE MAP('CEMP00A') MAPSET('COEMP00')
016400         INTO(WS-SCREEN-FIELDS)
016500         RESP(WS-RESP-CD)
016600     END-EXEC.
016700 2000-RECEIVE-MAP-EXIT.
016800     EXIT.
016900*
017000 3000-PROCESS-INPUT.
017100     IF CDEMO-TIMEOUT-EXPIRED
017200         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
017300         SET CDEMO-PGM-ENTER      TO TRUE
017400         EXEC CICS
017500             XCTL PROGRAM('COSGN00C')
017600             COMMAREA(CARDDEMO-COMMAREA)
017700         END-EXEC
017800     END-IF
017900     IF EIBAID = DFHPF3
018000         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
018100         GO TO 3000-PROCESS-INPUT-EXIT
018200     END-IF
018300     IF NOT CDEMO-USRTYP-ADMIN
018400         MOVE 'Employee links are maintained by an admin only'
018500                                 TO ERRMSGI
018600         GO TO 3000-PROCESS-INPUT-EXIT
018700     END-IF
018800     IF EUSRIDI = SPACES OR LOW-VALUES
018900         MOVE 'User ID is required' TO ERRMSGI
019000         GO TO 3000-PROCESS-INPUT-EXIT
019100     END-IF
019200     IF EMPACT-ADD OR EMPACT-DELETE
019300         PERFORM 4000-EDIT-LINK THRU 4000-EDIT-LINK-EXIT
019400         IF ERRMSGI NOT = SPACES
019500             GO TO 3000-PROCESS-INPUT-EXIT
019600         END-IF
019700     END-IF
019800     EVALUATE TRUE
019900         WHEN EMPACT-ADD
020000             PERFORM 5000-ADD-LINK THRU 5000-ADD-LINK-EXIT
020100         WHEN EMPACT-DELETE
020200             PERFORM 6000-DELETE-LINK THRU 6000-DELETE-LINK-EXIT
020300         WHEN EACTI = SPACES OR LOW-VALUES
020400             CONTINUE
020500         WHEN OTHER
020600             MOVE 'Action must be A (add) or D (delete)'
020700                                 TO ERRMSGI
020800     END-EVALUATE
020900     IF ERRMSGI = SPACES
021000         PERFORM 7000-LIST-LINKS THRU 7000-LIST-LINKS-EXIT
021100     END-IF.
021200 3000-PROCESS-INPUT-EXIT.
021300     EXIT.
021400*
021500******************************************************************
021600* A LINK IS NEVER KEYED BY THE USER IT PROTECTS AGAINST - AN
021700* ADMIN WHO COULD DELETE THEIR OWN LINK COULD THEN MAINTAIN THEIR
021800* OWN ACCOUNT.
021900******************************************************************
022000 4000-EDIT-LINK.
022100     IF EUSRIDI = CDEMO-USER-ID
022200         MOVE 'You may not maintain your own employee links'
022300                                 TO ERRMSGI
022400         GO TO 4000-EDIT-LINK-EXIT
022500     END-IF
022600     IF ECUSTI = SPACES OR LOW-VALUES
022700        OR ECUSTI IS NOT NUMERIC
022800         MOVE 'Customer ID must be 9 digits' TO ERRMSGI
022900         GO TO 4000-EDIT-LINK-EXIT
023000     END-IF
023100     MOVE ECUSTI                 TO WS-CUST-ID-N
023200     MOVE EUSRIDI                TO EML-USER-ID
023300     MOVE WS-CUST-ID-N           TO EML-CUST-ID.
023400 4000-EDIT-LINK-EXIT.
023500     EXIT.
023600*
023700******************************************************************
023800* ADD A LINK. THE USER MUST BE ON USRSEC AND THE CUSTOMER ON
023900* CUSTDAT; A SECOND LINK TO THE SAME CUSTOMER IS REFUSED BY THE
024000* FILE KEY.
024100******************************************************************
024200 5000-ADD-LINK.
024300     MOVE EUSRIDI                TO SEC-USR-ID
024400     EXEC CICS
024500         READ DATASET('USRSEC')
024600         INTO(SEC-USER-DATA)
024700         RIDFLD(SEC-USR-ID)
024800         RESP(WS-RESP-CD)
024900     END-EXEC
025000     IF WS-RESP-CD NOT = ZERO
025100         MOVE 'User ID not found' TO ERRMSGI
025200         GO TO 5000-ADD-LINK-EXIT
025300     END-IF
025400     MOVE WS-CUST-ID-N           TO CUST-ID
025500     EXEC CICS
025600         READ DATASET('CUSTDAT')
025700         INTO(CUSTOMER-RECORD)
025800         RIDFLD(CUST-ID)
025900         RESP(WS-RESP-CD)
026000     END-EXEC
026100     IF WS-RESP-CD NOT = ZERO
026200         MOVE 'Customer not found' TO ERRMSGI
026300         GO TO 5000-ADD-LINK-EXIT
026400     END-IF
026500     MOVE ERELI                  TO EML-RELATION
026600     IF NOT EML-RELATION-VALID
026700         MOVE 'Relation must be S (self) or R (related)'
026800                                 TO ERRMSGI
026900         GO TO 5000-ADD-LINK-EXIT
027000     END-IF
027100     MOVE EDESCI                 TO EML-RELATION-DESC
027200     IF EML-SELF AND EML-RELATION-DESC = SPACES
027300         MOVE 'SELF'             TO EML-RELATION-DESC
027400     END-IF
027500     IF EML-RELATED
027600        AND (EML-RELATION-DESC = SPACES
027700          OR EML-RELATION-DESC = LOW-VALUES)
027800         MOVE 'Describe the relation (e.g. SPOUSE)' TO ERRMSGI
027900         GO TO 5000-ADD-LINK-EXIT
028000     END-IF
028100     MOVE WS-CURDATE-YYYY-MM-DD  TO EML-DECLARED-DATE
028200     MOVE CDEMO-USER-ID          TO EML-RECORDED-BY
028300     MOVE FUNCTION CURRENT-DATE  TO EML-RECORDED-TS
028400     EXEC CICS
028500         WRITE DATASET('EMPLINK')
028600         FROM(EMPLOYEE-LINK-RECORD)
028700         RIDFLD(EML-KEY)
028800         RESP(WS-RESP-CD)
028900     END-EXEC
029000     IF WS-RESP-CD NOT = ZERO
029100         MOVE 'Link already on file for this user and customer'
029200                                 TO ERRMSGI
029300         GO TO 5000-ADD-LINK-EXIT
029400     END-IF
029500     MOVE SPACES                 TO EACTI ERELI EDESCI
029600     MOVE 'Employee link added' TO INFOMSGI.
029700 5000-ADD-LINK-EXIT.
029800     EXIT.
029900*
030000 6000-DELETE-LINK.
030100     EXEC CICS
030200         DELETE DATASET('EMPLINK')
030300         RIDFLD(EML-KEY)
030400         RESP(WS-RESP-CD)
030500     END-EXEC
030600     IF WS-RESP-CD NOT = ZERO
030700         MOVE 'Link not found for this user and customer'
030800                                 TO ERRMSGI
030900         GO TO 6000-DELETE-LINK-EXIT
031000     END-IF
031100     MOVE SPACES                 TO EACTI ERELI EDESCI
031200     MOVE 'Employee link deleted' TO INFOMSGI.
031300 6000-DELETE-LINK-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700* LIST UP TO FIVE OF THE USER'S LINKS IN CUSTOMER ID ORDER, FROM
031800* THE CUSTOMER ID KEYED OR FROM THE FIRST.
031900******************************************************************
032000 7000-LIST-LINKS.
032100     MOVE ZERO                   TO WS-LIST-COUNT
032200     MOVE 'N'                    TO WS-BROWSE-SW
032300     MOVE EUSRIDI                TO EML-USER-ID
032400     MOVE ZERO                   TO EML-CUST-ID
032500     IF ECUSTI IS NUMERIC
032600         MOVE ECUSTI             TO EML-CUST-ID
032700     END-IF
032800     EXEC CICS
032900         STARTBR DATASET('EMPLINK')
033000         RIDFLD(EML-KEY)
033100         GTEQ
033200         RESP(WS-RESP-CD)
033300     END-EXEC
033400     IF WS-RESP-CD NOT = ZERO
033500         IF INFOMSGI = SPACES
033600             MOVE 'No employee links for this user' TO INFOMSGI
033700         END-IF
033800         GO TO 7000-LIST-LINKS-EXIT
033900     END-IF
034000     PERFORM 7100-LIST-NEXT-LINK
034100         THRU 7100-LIST-NEXT-LINK-EXIT
034200         UNTIL WS-BROWSE-DONE OR WS-LIST-COUNT = 5
034300     EXEC CICS
034400         ENDBR DATASET('EMPLINK')
034500     END-EXEC
034600     IF WS-LIST-COUNT = 0 AND INFOMSGI = SPACES
034700         MOVE 'No employee links for this user' TO INFOMSGI
034800     END-IF.
034900 7000-LIST-LINKS-EXIT.
035000     EXIT.
035100*
035200 7100-LIST-NEXT-LINK.
035300     EXEC CICS
035400         READNEXT DATASET('EMPLINK')
035500         INTO(EMPLOYEE-LINK-RECORD)
035600         RIDFLD(EML-KEY)
035700         RESP(WS-RESP-CD)
035800     END-EXEC
035900     IF WS-RESP-CD NOT = ZERO
036000        OR EML-USER-ID NOT = EUSRIDI
036100         MOVE 'Y'                TO WS-BROWSE-SW
036200         GO TO 7100-LIST-NEXT-LINK-EXIT
036300     END-IF
036400     ADD 1                       TO WS-LIST-COUNT
036500     SET WS-EMPL-IDX             TO WS-LIST-COUNT
036600     MOVE EML-CUST-ID            TO LCUSTI (WS-EMPL-IDX)
036700     MOVE EML-RELATION           TO LRELI (WS-EMPL-IDX)
036800     MOVE EML-RELATION-DESC      TO LDESCI (WS-EMPL-IDX)
036900     MOVE EML-DECLARED-DATE      TO LDATEI (WS-EMPL-IDX)
037000     MOVE EML-RECORDED-BY        TO LBYI (WS-EMPL-IDX).
037100 7100-LIST-NEXT-LINK-EXIT.
037200     EXIT.
037300*
037400 8000-SEND-MAP.
037500     EXEC CICS
037600         SEND MAP('CEMP00A') MAPSET('COEMP00')
037700         FROM(WS-SCREEN-FIELDS)
037800         ERASE
037900     END-EXEC.
038000 8000-SEND-MAP-EXIT.
038100     EXIT.
038200*
038300 9999-EXIT.
038400     EXIT.
