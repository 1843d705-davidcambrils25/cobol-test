000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COOBF00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - OUTBOUND FILE REGISTRY
001100*                     INQUIRY.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       LISTS THE OUTBOUND FILES REGISTERED ON OUTREG
001500*                (CVOBF01Y) OVER THE LAST TWO WEEKS, NEWEST
001600*                BUSINESS DATE FIRST, WITH PARTNER, STATUS,
001700*                TRAILER COUNT, CREATED TIME AND ACKNOWLEDGMENT
001800*                TIME. KEY A PARTNER CODE IN OBFPRTI TO SEE ONLY
001900*                THAT PARTNER'S FILES. A FILE STILL WAITING PAST
002000*                ITS DUE TIME SHOWS AS OVERDUE - THE SAME FILES
002100*                CBOBF03C REPORTS EACH MORNING. INQUIRY ONLY;
002200*                ADMIN-ONLY, LIKE THE REST OF THE OPERATIONS
002300*                SCREENS.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 01  WS-PGMNAME                  PIC X(08) VALUE 'COOBF00C'.
002900 01  WS-TRANID                   PIC X(04) VALUE 'COBF'.
003000*
003100******************************************************************
003200* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
003300* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
003400* AS ON COACTAPC.
003500******************************************************************
003600 01  WS-SCREEN-FIELDS.
003700     05  OBFPRTI                 PIC X(08).
003800     05  OBF-LIST-AREA.
003900         10  OBF-LIST-LINE OCCURS 10 TIMES
004000                            INDEXED BY WS-OBF-IDX.
004100             15  OBFLNI          PIC X(78).
004200     05  ERRMSGI                 PIC X(78).
004300     05  INFOMSGI                PIC X(45).
004400*
004500 COPY CVOBF01Y.
004600*
004700 01  WS-MISC-STORAGE.
004800     05  WS-RESP-CD              PIC S9(08) COMP.
004900     05  WS-LINE-CNT             PIC 9(02).
005000     05  WS-BROWSE-SW            PIC X(01).
005100         88  WS-BROWSE-DONE      VALUE 'Y'.
005200     05  WS-RECENT-DAYS          PIC 9(03) VALUE 014.
005300     05  WS-CUTOFF-INT           PIC 9(08).
005400     05  WS-CUTOFF-N             PIC 9(08).
005500     05  WS-CUTOFF-X REDEFINES WS-CUTOFF-N
005600                                 PIC X(08).
005700     05  WS-NOW-DTTM-X           PIC X(12).
005800     05  WS-NOW-DTTM REDEFINES WS-NOW-DTTM-X
005900                                 PIC 9(12).
006000     05  WS-STATUS-TEXT          PIC X(08).
006100     05  WS-COUNT-EDIT           PIC Z(08)9.
006200     05  WS-ACK-SHOWN            PIC X(12).
006300*
006400 COPY CSDAT01Y.
006500*
006600 01  WS-NAV-BACK-PGM         PIC X(08).
006700*
006800 01  WS-IDLE-TIMEOUT-DATA.
006900     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
007000     05  WS-NOW-DT               PIC 9(08).
007100     05  WS-NOW-HH               PIC 9(02).
007200     05  WS-NOW-MM               PIC 9(02).
007300     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
007400*
007500 COPY COCOM01Y.
007600*
007700 LINKAGE SECTION.
007800 01  DFHCOMMAREA                 PIC X(400).
007900*
008000******************************************************************
008100 PROCEDURE DIVISION.
008200******************************************************************
008300 0000-MAINLINE.
008400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008500     PERFORM 1500-CHECK-IDLE-TIMEOUT
008600         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
008700     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
008800     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
008900     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
009000     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
009100     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
009200     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
009300     EXEC CICS
009400         RETURN TRANSID(WS-TRANID)
009500         COMMAREA(CARDDEMO-COMMAREA)
009600     END-EXEC
009700     GOBACK.
009800*
009900 1000-INITIALIZE.
010000     MOVE SPACES                 TO ERRMSGI INFOMSGI
010100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
010200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
010300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
010400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
010500     MOVE FUNCTION CURRENT-DATE (1:12) TO WS-NOW-DTTM-X
010600     COMPUTE WS-CUTOFF-INT =
010700         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N) - WS-RECENT-DAYS
010800     COMPUTE WS-CUTOFF-N =
010900         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
011000     IF EIBCALEN > 0
011100         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
011200     END-IF.
011300 1000-INITIALIZE-EXIT.
011400     EXIT.
011500******************************************************************
011600* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
011700* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
011800* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
011900* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
012000******************************************************************
012100 1500-CHECK-IDLE-TIMEOUT.
012200     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
012300         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
012400     END-IF
012500     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
012600     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
012700     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
012800     COMPUTE WS-IDLE-ELAPSED-MINS =
012900         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
013000          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
013100         + (WS-NOW-HH * 60 + WS-NOW-MM)
013200         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
013300     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
013400         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
013500     END-IF.
013600 1500-CHECK-IDLE-TIMEOUT-EXIT.
013700     EXIT.
013800*
013900******************************************************************
014000* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
014100* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
014200* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
014300******************************************************************
014400 2500-NAV-BACK.
014500     IF CDEMO-NAV-STACK-PTR > 0
014600         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
014700                                 TO WS-NAV-BACK-PGM
014800         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
014900     ELSE
015000         MOVE 'COADM01C'         TO WS-NAV-BACK-PGM
015100     END-IF
015200     SET CDEMO-PGM-REENTER       TO TRUE
015300     EXEC CICS
015400         XCTL PROGRAM(WS-NAV-BACK-PGM)
015500         COMMAREA(CARDDEMO-COMMAREA)
015600     END-EXEC.
015700 2500-NAV-BACK-EXIT.
015800     EXIT.
015900*
016000 2000-RECEIVE-MAP.
016100     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
016200         GO TO 2000-RECEIVE-MAP-EXIT
016300     END-IF
016400     EXEC CICS
016500         RECEIVE MAP('COBF00A') MAPSET('COOBF00')
016600         INTO(WS-SCREEN-FIELDS)
016700         RESP(WS-RESP-CD)
016800     END-EXEC.
016900 2000-RECEIVE-MAP-EXIT.
017000     EXIT.
017100*
017200 3000-PROCESS-INPUT.
017300     IF CDEMO-TIMEOUT-EXPIRED
017400         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
017500         SET CDEMO-PGM-ENTER      TO TRUE
017600         EXEC CICS
017700             XCTL PROGRAM('COSGN00C')
017800             COMMAREA(CARDDEMO-COMMAREA)
017900         END-EXEC
018000     END-IF
018100     IF EIBAID = DFHPF3
018200         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
018300         GO TO 3000-PROCESS-INPUT-EXIT
018400     END-IF
018500     IF NOT CDEMO-USRTYP-ADMIN
018600         MOVE 'Outbound file registry is admin-only' TO ERRMSGI
018700         GO TO 3000-PROCESS-INPUT-EXIT
018800     END-IF
018900     IF OBFPRTI = LOW-VALUES
019000         MOVE SPACES             TO OBFPRTI
019100     END-IF
019200     PERFORM 6000-LIST-FILES THRU 6000-LIST-FILES-EXIT.
019300 3000-PROCESS-INPUT-EXIT.
019400     EXIT.
019500*
019600******************************************************************
019700* LIST THE RECENT FILES NEWEST BUSINESS DATE FIRST - POSITION PAST
019800* THE END AND READ BACKWARD, THE SAME REVERSE-BROWSE TRICK THE
019900* OPERATIONS ALERT CONSOLE USES. THE FILE ID LEADS WITH THE DATE,
020000* SO THE BROWSE STOPS AT THE FIRST FILE OLDER THAN THE CUTOFF.
020100******************************************************************
020200 6000-LIST-FILES.
020300     MOVE ZERO                   TO WS-LINE-CNT
020400     MOVE SPACES                 TO OBF-LIST-AREA
020500     MOVE 'N'                    TO WS-BROWSE-SW
020600     MOVE HIGH-VALUES            TO OBF-FILE-ID
020700     EXEC CICS
020800         STARTBR DATASET('OUTREG')
020900         RIDFLD(OBF-FILE-ID)
021000         GTEQ
021100         RESP(WS-RESP-CD)
021200     END-EXEC
021300     IF WS-RESP-CD NOT = ZERO
021400         MOVE 'No outbound files registered' TO INFOMSGI
021500         GO TO 6000-LIST-FILES-EXIT
021600     END-IF
021700     PERFORM 6100-LIST-PREV-FILE
021800         THRU 6100-LIST-PREV-FILE-EXIT
021900         UNTIL WS-BROWSE-DONE OR WS-LINE-CNT = 10
022000     EXEC CICS
022100         ENDBR DATASET('OUTREG')
022200     END-EXEC
022300     IF WS-LINE-CNT = ZERO
022400         IF OBFPRTI = SPACES
022500             MOVE 'No outbound files in the last two weeks'
022600                                 TO INFOMSGI
022700         ELSE
022800             MOVE 'No recent outbound files for that partner'
022900                                 TO INFOMSGI
023000         END-IF
023100     END-IF.
023200 6000-LIST-FILES-EXIT.
023300     EXIT.
023400*
023500 6100-LIST-PREV-FILE.
023600     EXEC CICS
023700         READPREV DATASET('OUTREG')
023800         INTO(OUTBOUND-FILE-RECORD)
023900         RIDFLD(OBF-FILE-ID)
024000         RESP(WS-RESP-CD)
024100     END-EXEC
024200     IF WS-RESP-CD NOT = ZERO
024300         MOVE 'Y'                TO WS-BROWSE-SW
024400         GO TO 6100-LIST-PREV-FILE-EXIT
024500     END-IF
024600     IF OBF-FILE-DATE < WS-CUTOFF-X
024700         MOVE 'Y'                TO WS-BROWSE-SW
024800         GO TO 6100-LIST-PREV-FILE-EXIT
024900     END-IF
025000     IF OBFPRTI NOT = SPACES AND OBF-PARTNER-CD NOT = OBFPRTI
025100         GO TO 6100-LIST-PREV-FILE-EXIT
025200     END-IF
025300     EVALUATE TRUE
025400         WHEN OBF-ACKNOWLEDGED
025500             MOVE 'ACKED'        TO WS-STATUS-TEXT
025600         WHEN OBF-REJECTED
025700             MOVE 'REJECTED'     TO WS-STATUS-TEXT
025800         WHEN OBF-ACK-MISMATCH
025900             MOVE 'MISMATCH'     TO WS-STATUS-TEXT
026000         WHEN WS-NOW-DTTM > OBF-ACK-DUE-DTTM
026100             MOVE 'OVERDUE'      TO WS-STATUS-TEXT
026200         WHEN OBF-TRANSMITTED
026300             MOVE 'SENT'         TO WS-STATUS-TEXT
026400         WHEN OTHER
026500             MOVE 'CREATED'      TO WS-STATUS-TEXT
026600     END-EVALUATE
026700     IF OBF-ACK-TS = SPACES
026800         MOVE OBF-ACK-DUE-DTTM   TO WS-ACK-SHOWN
026900     ELSE
027000         MOVE OBF-ACK-TS (1:12)  TO WS-ACK-SHOWN
027100     END-IF
027200     MOVE OBF-REC-COUNT          TO WS-COUNT-EDIT
027300     ADD 1                       TO WS-LINE-CNT
027400     SET WS-OBF-IDX              TO WS-LINE-CNT
027500     STRING OBF-FILE-DATE        DELIMITED BY SIZE
027600            ' '                  DELIMITED BY SIZE
027700            OBF-FILE-NAME        DELIMITED BY SIZE
027800            ' '                  DELIMITED BY SIZE
027900            OBF-PARTNER-CD       DELIMITED BY SIZE
028000            ' '                  DELIMITED BY SIZE
028100            WS-STATUS-TEXT       DELIMITED BY SIZE
028200            ' '                  DELIMITED BY SIZE
028300            WS-COUNT-EDIT        DELIMITED BY SIZE
028400            ' '                  DELIMITED BY SIZE
028500            OBF-CREATED-TS (1:12) DELIMITED BY SIZE
028600            ' '                  DELIMITED BY SIZE
028700            WS-ACK-SHOWN         DELIMITED BY SIZE
028800       INTO OBFLNI (WS-OBF-IDX)
028900     END-STRING.
029000 6100-LIST-PREV-FILE-EXIT.
029100     EXIT.
029200*
029300 8000-SEND-MAP.
029400     EXEC CICS
029500         SEND MAP('COBF00A') MAPSET('COOBF00')
029600         FROM(WS-SCREEN-FIELDS)
029700         ERASE
029800     END-EXEC.
029900 8000-SEND-MAP-EXIT.
030000     EXIT.
