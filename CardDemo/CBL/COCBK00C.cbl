000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COCBK00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CARDHOLDER CATEGORY
001100*                     BLOCK MAINTENANCE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       A REP KEYS THE CATEGORIES OF SPEND A CARDHOLDER
001500*                (OR A PARENT ON A STUDENT CARD, OR THE FRAUD
001600*                TEAM) WANTS REFUSED - GAMBLING, ATM/CASH,
001700*                ONLINE-ONLY AND INTERNATIONAL - FOR ONE CARD
001800*                (CBKLVLI 'C', CARD NUMBER IN CBKIDI) OR FOR
001900*                EVERY CARD ON AN ACCOUNT (CBKLVLI 'A', ACCOUNT
002000*                ID IN CBKIDI). THE ROW IS WRITTEN TO CATBLOCK
002100*                (CVCBK01Y), WHERE COAUTSVC DECLINES AND THE
002200*                POSTING PATHS HOLD A CHARGE IN A BLOCKED CLASS.
002300*                CBKACTI BLANK VIEWS THE ROW; 'U' SETS THE FOUR
002400*                Y/N FLAGS AS KEYED (ALL N LIFTS THE BLOCKS).
002500*                THE READ-ONLY AUDITOR ROLE MAY VIEW BUT NOT
002600*                CHANGE.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100 01  WS-PGMNAME                  PIC X(08) VALUE 'COCBK00C'.
003200 01  WS-TRANID                   PIC X(04) VALUE 'CCBK'.
003300*
003400******************************************************************
003500* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
003600* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
003700* AS ON COACTAPC.
003800******************************************************************
003900 01  WS-SCREEN-FIELDS.
004000     05  CBKLVLI                 PIC X(01).
004100         88 CBKLVL-ACCOUNT       VALUE 'A'.
004200         88 CBKLVL-CARD          VALUE 'C'.
004300     05  CBKIDI                  PIC X(16).
004400     05  CBKACTI                 PIC X(01).
004500         88 CBKACT-UPDATE        VALUE 'U'.
004600     05  CBKGAMI                 PIC X(01).
004700     05  CBKCASHI                PIC X(01).
004800     05  CBKONLI                 PIC X(01).
004900     05  CBKINTLI                PIC X(01).
005000     05  CBKSETBYI               PIC X(08).
005100     05  CBKSETTSI               PIC X(16).
005200     05  ERRMSGI                 PIC X(78).
005300     05  INFOMSGI                PIC X(45).
005400*
005500 COPY CVCBK01Y.
005600 COPY CVACT01Y.
005700 COPY CVACT02Y.
005800*
005900 01  WS-MISC-STORAGE.
006000     05  WS-RESP-CD              PIC S9(08) COMP.
006100     05  WS-ROW-FOUND-SW         PIC X(01).
006200         88 WS-ROW-FOUND         VALUE 'Y'.
006300     05  WS-ACCT-ID-N            PIC 9(11).
006400*
006500 01  WS-NAV-BACK-PGM         PIC X(08).
006600*
006700 01  WS-IDLE-TIMEOUT-DATA.
006800     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
006900     05  WS-NOW-DT               PIC 9(08).
007000     05  WS-NOW-HH               PIC 9(02).
007100     05  WS-NOW-MM               PIC 9(02).
007200     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
007300*
007400 COPY COCOM01Y.
007500*
007600 LINKAGE SECTION.
007700 01  DFHCOMMAREA                 PIC X(400).
007800*
007900******************************************************************
008000 PROCEDURE DIVISION.
008100******************************************************************
008200 0000-MAINLINE.
008300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008400     PERFORM 1500-CHECK-IDLE-TIMEOUT
008500         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
008600     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
008700     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
008800     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
008900     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
009000     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
009100     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
009200     EXEC CICS
009300         RETURN TRANSID(WS-TRANID)
009400         COMMAREA(CARDDEMO-COMMAREA)
009500     END-EXEC
009600     GOBACK.
009700*
009800 1000-INITIALIZE.
009900     MOVE SPACES                 TO ERRMSGI INFOMSGI
010000     IF EIBCALEN > 0
010100         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
010200     END-IF.
010300 1000-INITIALIZE-EXIT.
010400     EXIT.
010500******************************************************************
010600* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
010700* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
010800* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
010900* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
011000******************************************************************
011100 1500-CHECK-IDLE-TIMEOUT.
011200     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
011300         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
011400     END-IF
011500     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
011600     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
011700     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
011800     COMPUTE WS-IDLE-ELAPSED-MINS =
011900         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
012000          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
012100         + (WS-NOW-HH * 60 + WS-NOW-MM)
012200         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
012300     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
012400         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
012500     END-IF.
012600 1500-CHECK-IDLE-TIMEOUT-EXIT.
012700     EXIT.
012800*
012900******************************************************************
013000* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
013100* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
013200* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
013300******************************************************************
013400 2500-NAV-BACK.
013500     IF CDEMO-NAV-STACK-PTR > 0
013600         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
013700                                 TO WS-NAV-BACK-PGM
013800         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
013900     ELSE
014000         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
014100     END-IF
014200     SET CDEMO-PGM-REENTER       TO TRUE
014300     EXEC CICS
014400         XCTL PROGRAM(WS-NAV-BACK-PGM)
014500         COMMAREA(CARDDEMO-COMMAREA)
014600     END-EXEC.
014700 2500-NAV-BACK-EXIT.
014800     EXIT.
014900*
015000 2000-RECEIVE-MAP.
015100     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
015200         GO TO 2000-RECEIVE-MAP-EXIT
015300     END-IF
015400     EXEC CICS
015500         RECEIVE MAP('CCBK00A') MAPSET('COCBK00')
015600         INTO(WS-SCREEN-FIELDS)
015700         RESP(WS-RESP-CD)
015800     END-EXEC.
015900 2000-RECEIVE-MAP-EXIT.
016000     EXIT.
016100*
016200 3000-PROCESS-INPUT.
016300     IF CDEMO-TIMEOUT-EXPIRED
016400         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
016500         SET CDEMO-PGM-ENTER      TO TRUE
016600         EXEC CICS
016700             XCTL PROGRAM('COSGN00C')
016800             COMMAREA(CARDDEMO-COMMAREA)
016900         END-EXEC
017000     END-IF
017100     IF EIBAID = DFHPF3
017200         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
017300         GO TO 3000-PROCESS-INPUT-EXIT
017400     END-IF
017500     IF NOT CBKLVL-ACCOUNT AND NOT CBKLVL-CARD
017600         MOVE 'Level must be A (account) or C (card)' TO ERRMSGI
017700         GO TO 3000-PROCESS-INPUT-EXIT
017800     END-IF
017900     IF CBKIDI = SPACES OR LOW-VALUES
018000         MOVE 'Card number or account ID is required' TO ERRMSGI
018100         GO TO 3000-PROCESS-INPUT-EXIT
018200     END-IF
018300     IF CBKACT-UPDATE AND CDEMO-USRTYP-AUDITOR
018400         MOVE 'Auditor role is view-only - change refused'
018500                                 TO ERRMSGI
018600         GO TO 3000-PROCESS-INPUT-EXIT
018700     END-IF
018800     PERFORM 4100-VALIDATE-ENTITY THRU 4100-VALIDATE-ENTITY-EXIT
018900     IF ERRMSGI NOT = SPACES
019000         GO TO 3000-PROCESS-INPUT-EXIT
019100     END-IF
019200     IF CBKACT-UPDATE
019300         PERFORM 5000-SET-BLOCKS THRU 5000-SET-BLOCKS-EXIT
019400     ELSE
019500         PERFORM 4000-VIEW-BLOCKS THRU 4000-VIEW-BLOCKS-EXIT
019600     END-IF.
019700 3000-PROCESS-INPUT-EXIT.
019800     EXIT.
019900*
020000******************************************************************
020100* SHOW THE FLAGS ON FILE. NO ROW MEANS NOTHING IS BLOCKED, SO THE
020200* FLAGS COME BACK 'N' RATHER THAN AS AN ERROR.
020300******************************************************************
020400 4000-VIEW-BLOCKS.
020500     PERFORM 4200-READ-BLOCK-ROW THRU 4200-READ-BLOCK-ROW-EXIT
020600     IF NOT WS-ROW-FOUND
020700         MOVE 'N'                TO CBKGAMI CBKCASHI
020800                                    CBKONLI CBKINTLI
020900         MOVE SPACES             TO CBKSETBYI CBKSETTSI
021000         MOVE 'No category blocks on file' TO INFOMSGI
021100         GO TO 4000-VIEW-BLOCKS-EXIT
021200     END-IF
021300     MOVE CBK-BLOCK-GAMBLING     TO CBKGAMI
021400     MOVE CBK-BLOCK-CASH         TO CBKCASHI
021500     MOVE CBK-BLOCK-ONLINE       TO CBKONLI
021600     MOVE CBK-BLOCK-INTL         TO CBKINTLI
021700     MOVE CBK-SET-BY             TO CBKSETBYI
021800     MOVE CBK-SET-TIMESTAMP      TO CBKSETTSI.
021900 4000-VIEW-BLOCKS-EXIT.
022000     EXIT.
022100*
022200******************************************************************
022300* THE CARD OR ACCOUNT BEING BLOCKED MUST BE ON FILE - A BLOCK
022400* KEYED AGAINST A MISTYPED NUMBER WOULD PROTECT NOBODY. THE
022500* ACCOUNT ID IS KEYED AS ALL 11 DIGITS, THE SAME FORM THE
022600* CHECKS IN COAUTSVC AND THE POSTING PATHS BUILD FROM
022700* CARD-ACCT-ID.
022800******************************************************************
022900 4100-VALIDATE-ENTITY.
023000     IF CBKLVL-CARD
023100         MOVE CBKIDI             TO CARD-NUM
023200         EXEC CICS
023300             READ DATASET('CARDDAT')
023400             INTO(CARD-RECORD)
023500             RIDFLD(CARD-NUM)
023600             RESP(WS-RESP-CD)
023700         END-EXEC
023800         IF WS-RESP-CD NOT = DFHRESP(NORMAL)
023900             MOVE 'Card not on file' TO ERRMSGI
024000         END-IF
024100         GO TO 4100-VALIDATE-ENTITY-EXIT
024200     END-IF
024300     IF CBKIDI (1:11) IS NOT NUMERIC
024400        OR CBKIDI (12:5) NOT = SPACES
024500         MOVE 'Account ID must be 11 digits' TO ERRMSGI
024600         GO TO 4100-VALIDATE-ENTITY-EXIT
024700     END-IF
024800     MOVE CBKIDI (1:11)          TO WS-ACCT-ID-N
024900     MOVE WS-ACCT-ID-N           TO ACCT-ID
025000     EXEC CICS
025100         READ DATASET('ACCTDAT')
025200         INTO(ACCOUNT-RECORD)
025300         RIDFLD(ACCT-ID)
025400         RESP(WS-RESP-CD)
025500     END-EXEC
025600     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
025700         MOVE 'Account not on file' TO ERRMSGI
025800     END-IF.
025900 4100-VALIDATE-ENTITY-EXIT.
026000     EXIT.
026100*
026200 4200-READ-BLOCK-ROW.
026300     MOVE 'N'                    TO WS-ROW-FOUND-SW
026400     MOVE CBKLVLI                TO CBK-LEVEL
026500     MOVE CBKIDI                 TO CBK-ENTITY-ID
026600     EXEC CICS
026700         READ DATASET('CATBLOCK')
026800         INTO(CATEGORY-BLOCK-RECORD)
026900         RIDFLD(CBK-KEY)
027000         RESP(WS-RESP-CD)
027100     END-EXEC
027200     IF WS-RESP-CD = DFHRESP(NORMAL)
027300         MOVE 'Y'                TO WS-ROW-FOUND-SW
027400     END-IF.
027500 4200-READ-BLOCK-ROW-EXIT.
027600     EXIT.
027700*
027800******************************************************************
027900* EACH FLAG MUST BE Y OR N. AN EXISTING ROW IS REWRITTEN IN
028000* PLACE; OTHERWISE A NEW ONE IS ADDED. WHO SET IT AND WHEN GO ON
028100* THE ROW SO THE FRAUD TEAM CAN SEE WHO ASKED.
028200******************************************************************
028300 5000-SET-BLOCKS.
028400     IF (CBKGAMI NOT = 'Y' AND CBKGAMI NOT = 'N')
028500        OR (CBKCASHI NOT = 'Y' AND CBKCASHI NOT = 'N')
028600        OR (CBKONLI NOT = 'Y' AND CBKONLI NOT = 'N')
028700        OR (CBKINTLI NOT = 'Y' AND CBKINTLI NOT = 'N')
028800         MOVE 'Each block flag must be Y or N' TO ERRMSGI
028900         GO TO 5000-SET-BLOCKS-EXIT
029000     END-IF
029100     MOVE CBKLVLI                TO CBK-LEVEL
029200     MOVE CBKIDI                 TO CBK-ENTITY-ID
029300     EXEC CICS
029400         READ DATASET('CATBLOCK')
029500         INTO(CATEGORY-BLOCK-RECORD)
029600         RIDFLD(CBK-KEY)
029700         UPDATE
029800         RESP(WS-RESP-CD)
029900     END-EXEC
030000     IF WS-RESP-CD = DFHRESP(NORMAL)
030100         MOVE 'Y'                TO WS-ROW-FOUND-SW
030200     ELSE
030300         MOVE 'N'                TO WS-ROW-FOUND-SW
030400         MOVE SPACES             TO CATEGORY-BLOCK-RECORD
030500         MOVE CBKLVLI            TO CBK-LEVEL
030600         MOVE CBKIDI             TO CBK-ENTITY-ID
030700     END-IF
030800     MOVE CBKGAMI                TO CBK-BLOCK-GAMBLING
030900     MOVE CBKCASHI               TO CBK-BLOCK-CASH
031000     MOVE CBKONLI                TO CBK-BLOCK-ONLINE
031100     MOVE CBKINTLI               TO CBK-BLOCK-INTL
031200     MOVE CDEMO-USER-ID          TO CBK-SET-BY
031300     MOVE FUNCTION CURRENT-DATE  TO CBK-SET-TIMESTAMP
031400     IF WS-ROW-FOUND
031500         EXEC CICS
031600             REWRITE DATASET('CATBLOCK')
031700             FROM(CATEGORY-BLOCK-RECORD)
031800             RESP(WS-RESP-CD)
031900         END-EXEC
032000     ELSE
032100         EXEC CICS
032200             WRITE DATASET('CATBLOCK')
032300             FROM(CATEGORY-BLOCK-RECORD)
032400             RIDFLD(CBK-KEY)
032500             RESP(WS-RESP-CD)
032600         END-EXEC
032700     END-IF
032800     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
032900         MOVE 'Category blocks not saved - try again' TO ERRMSGI
033000         GO TO 5000-SET-BLOCKS-EXIT
033100     END-IF
033200     MOVE CBK-SET-BY             TO CBKSETBYI
033300     MOVE CBK-SET-TIMESTAMP      TO CBKSETTSI
033400     MOVE 'Category blocks saved' TO INFOMSGI.
033500 5000-SET-BLOCKS-EXIT.
033600     EXIT.
033700*
033800 8000-SEND-MAP.
033900     EXEC CICS
034000         SEND MAP('CCBK00A') MAPSET('COCBK00')
034100         FROM(WS-SCREEN-FIELDS)
034200         ERASE
034300     END-EXEC.
034400 8000-SEND-MAP-EXIT.
034500     EXIT.
034600*
034700 9999-EXIT.
034800     EXIT.
