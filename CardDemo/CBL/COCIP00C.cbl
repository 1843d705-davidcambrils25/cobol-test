000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COCIP00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - IDENTITY VERIFICATION
001100*                     QUEUE AND DOCUMENTARY OVERRIDE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WORKS THE CIPQUE QUEUE OF CUSTOMERS WHOSE
001500*                IDENTITY THE VENDOR DID NOT VERIFY (CBCIP02C).
001600*                WITH NO ACTION KEYED, LISTS UP TO FIVE PENDING
001700*                FAILURES IN CUSTOMER ORDER WITH THE VENDOR'S
001800*                RESULT AND REASON CODES. CIPACTI 'D' VERIFIES
001900*                THE CUSTOMER KEYED IN CUSTIDI FROM AN IDENTITY
002000*                DOCUMENT THE SUPERVISOR HAS EXAMINED - TYPE,
002100*                NUMBER AND AN UNEXPIRED EXPIRY DATE ARE
002200*                REQUIRED - AND MARKS THEM 'D' SO COACT01C WILL
002300*                OPEN ACCOUNTS FOR THEM; IT MAY ALSO BE USED FOR
002400*                A CUSTOMER STILL AWAITING THE VENDOR. 'R'
002500*                CONFIRMS A FAILED CUSTOMER COULD NOT BE
002600*                VERIFIED, WITH NOTES GIVING WHY; THEY STAY
002700*                FAILED UNTIL CORRECTED DATA PASSES A NEW
002800*                VENDOR CHECK. EITHER DECISION CLOSES THE QUEUE
002900*                ROW AND IS WRITTEN TO THE CIPHIST TRAIL KEPT
003000*                FOR THE EXAMINERS. DECISIONS ARE FOR THE ADMIN
003100*                (SUPERVISOR) ROLE ONLY; THE QUEUE ITSELF MAY BE
003200*                VIEWED BY ANY ROLE.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  WS-PGMNAME                  PIC X(08) VALUE 'COCIP00C'.
003800 01  WS-TRANID                   PIC X(04) VALUE 'CCIP'.
003900*
004000******************************************************************
004100* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004200* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004300* AS ON COACTAPC.
004400******************************************************************
004500 01  WS-SCREEN-FIELDS.
004600     05  CUSTIDI                 PIC X(09).
004700     05  CIPACTI                 PIC X(01).
004800         88 CIPACT-DOC-VERIFY    VALUE 'D'.
004900         88 CIPACT-REJECT        VALUE 'R'.
005000     05  DOCTYPI                 PIC X(02).
005100     05  DOCNUMI                 PIC X(20).
005200     05  DOCEXPI                 PIC X(10).
005300     05  NOTESI                  PIC X(60).
005400     05  CIP-QUEUE-LINE OCCURS 5 TIMES
005500                        INDEXED BY WS-CIPQ-IDX.
005600         10  QCUSTI              PIC X(09).
005700         10  QNAMEI              PIC X(30).
005800         10  QRESULTI            PIC X(01).
005900         10  QREASONI            PIC X(14).
006000         10  QQUEUEDI            PIC X(10).
006100     05  ERRMSGI                 PIC X(78).
006200     05  INFOMSGI                PIC X(45).
006300*
006400 COPY CVCIP02Y.
006500 COPY CVCIP03Y.
006600 COPY CVCUS01Y.
006700*
006800 01  WS-MISC-STORAGE.
006900     05  WS-RESP-CD              PIC S9(08) COMP.
007000     05  WS-CURRENT-TIMESTAMP    PIC X(26).
007100     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
007200         88  WS-BROWSE-DONE      VALUE 'Y'.
007300     05  WS-QUEUE-ROW-SW         PIC X(01) VALUE 'N'.
007400         88  WS-QUEUE-ROW-HELD   VALUE 'Y'.
007500     05  WS-QUEUE-COUNT          PIC 9(02) VALUE ZERO.
007600     05  WS-CUST-ID-N            PIC 9(09).
007700     05  WS-OLD-CIP-STATUS       PIC X(01).
007800     05  WS-DOC-EXP-DATE.
007900         10  WS-DOC-EXP-YYYY     PIC X(04).
008000         10  WS-DOC-EXP-SEP1     PIC X(01).
008100         10  WS-DOC-EXP-MM       PIC X(02).
008200         10  WS-DOC-EXP-SEP2     PIC X(01).
008300         10  WS-DOC-EXP-DD       PIC X(02).
008400*
008500 COPY CSDAT01Y.
008600*
008700 01  WS-NAV-BACK-PGM         PIC X(08).
008800*
008900 01  WS-IDLE-TIMEOUT-DATA.
009000     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
009100     05  WS-NOW-DT               PIC 9(08).
009200     05  WS-NOW-HH               PIC 9(02).
009300     05  WS-NOW-MM               PIC 9(02).
009400     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
009500*
009600 COPY COCOM01Y.
009700*
009800 LINKAGE SECTION.
009900 01  DFHCOMMAREA                 PIC X(400).
010000*
010100******************************************************************
010200 PROCEDURE DIVISION.
010300******************************************************************
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010600     PERFORM 1500-CHECK-IDLE-TIMEOUT
010700         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
010800     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
010900     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
011000     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
011100     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
011200     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
011300     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
011400     EXEC CICS
011500         RETURN TRANSID(WS-TRANID)
011600         COMMAREA(CARDDEMO-COMMAREA)
011700     END-EXEC
011800     GOBACK.
011900*
012000 1000-INITIALIZE.
012100     MOVE SPACES                 TO ERRMSGI INFOMSGI
012200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
012300     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
012400     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
012500     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
012600     IF EIBCALEN > 0
012700         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
012800     END-IF.
012900 1000-INITIALIZE-EXIT.
013000     EXIT.
013100******************************************************************
013200* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
013300* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
013400* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
013500* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
013600******************************************************************
013700 1500-CHECK-IDLE-TIMEOUT.
013800     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
013900         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
014000     END-IF
014100     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
014200     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
014300     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
014400     COMPUTE WS-IDLE-ELAPSED-MINS =
014500         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
014600          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
014700         + (WS-NOW-HH * 60 + WS-NOW-MM)
014800         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
014900     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
015000         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
015100     END-IF.
015200 1500-CHECK-IDLE-TIMEOUT-EXIT.
015300     EXIT.
015400*
015500******************************************************************
015600* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
015700* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
015800* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
015900******************************************************************
016000 2500-NAV-BACK.
016100     IF CDEMO-NAV-STACK-PTR > 0
016200         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
016300                                 TO WS-NAV-BACK-PGM
016400         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
016500     ELSE
016600         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
016700     END-IF
016800     SET CDEMO-PGM-REENTER       TO TRUE
016900     EXEC CICS
017000         XCTL PROGRAM(WS-NAV-BACK-PGM)
017100         COMMAREA(CARDDEMO-COMMAREA)
017200     END-EXEC.
017300 2500-NAV-BACK-EXIT.
017400     EXIT.
017500*
017600 2000-RECEIVE-MAP.
017700     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
017800         GO TO 2000-RECEIVE-MAP-EXIT
017900     END-IF
018000     EXEC CICS
018100         RECEIVE MAP('CCIP00A') MAPSET('COCIP00')
018200         INTO(WS-SCREEN-FIELDS)
018300         RESP(WS-RESP-CD)
018400     END-EXEC.
018500 2000-RECEIVE-MAP-EXIT.
018600     EXIT.
018700*
018800 3000-PROCESS-INPUT.
018900     IF CDEMO-TIMEOUT-EXPIRED
019000         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
019100         SET CDEMO-PGM-ENTER      TO TRUE
019200         EXEC CICS
019300             XCTL PROGRAM('COSGN00C')
019400             COMMAREA(CARDDEMO-COMMAREA)
019500         END-EXEC
019600     END-IF
019700     IF EIBAID = DFHPF3
019800         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
019900         GO TO 3000-PROCESS-INPUT-EXIT
020000     END-IF
020100     IF CIPACT-DOC-VERIFY OR CIPACT-REJECT
020200         IF NOT CDEMO-USRTYP-ADMIN
020300             MOVE 'Identity decisions are supervisor (admin) only'
020400                                 TO ERRMSGI
020500             GO TO 3000-PROCESS-INPUT-EXIT
020600         END-IF
020700         PERFORM 5000-DECIDE-CUSTOMER
020800             THRU 5000-DECIDE-CUSTOMER-EXIT
020900     END-IF
021000     IF ERRMSGI = SPACES
021100         PERFORM 6000-LIST-WORK-QUEUE
021200             THRU 6000-LIST-WORK-QUEUE-EXIT
021300     END-IF.
021400 3000-PROCESS-INPUT-EXIT.
021500     EXIT.
021600*
021700******************************************************************
021800* DECIDE THE CUSTOMER KEYED IN CUSTIDI. THE EDITS COME FIRST, SO
021900* NOTHING IS LOCKED UNTIL THE DECISION IS COMPLETE.
022000******************************************************************
022100 5000-DECIDE-CUSTOMER.
022200     IF CUSTIDI = SPACES OR LOW-VALUES
022300        OR CUSTIDI NOT NUMERIC
022400         MOVE 'Customer ID must be 9 digits' TO ERRMSGI
022500         GO TO 5000-DECIDE-CUSTOMER-EXIT
022600     END-IF
022700     IF CIPACT-DOC-VERIFY
022800         PERFORM 5100-EDIT-DOCUMENT THRU 5100-EDIT-DOCUMENT-EXIT
022900         IF ERRMSGI NOT = SPACES
023000             GO TO 5000-DECIDE-CUSTOMER-EXIT
023100         END-IF
023200     END-IF
023300     IF CIPACT-REJECT
023400        AND (NOTESI = SPACES OR LOW-VALUES)
023500         MOVE 'Notes saying why identity is unverified required'
023600                                 TO ERRMSGI
023700         GO TO 5000-DECIDE-CUSTOMER-EXIT
023800     END-IF
023900     MOVE CUSTIDI                TO WS-CUST-ID-N
024000     MOVE WS-CUST-ID-N           TO CUST-ID
024100     EXEC CICS
024200         READ DATASET('CUSTDAT')
024300         INTO(CUSTOMER-RECORD)
024400         RIDFLD(CUST-ID)
024500         UPDATE
024600         RESP(WS-RESP-CD)
024700     END-EXEC
024800     IF WS-RESP-CD NOT = ZERO
024900         MOVE 'Customer not found' TO ERRMSGI
025000         GO TO 5000-DECIDE-CUSTOMER-EXIT
025100     END-IF
025200     MOVE CUST-CIP-STATUS        TO WS-OLD-CIP-STATUS
025300     IF CIPACT-DOC-VERIFY AND CUST-CIP-VERIFIED
025400         EXEC CICS
025500             UNLOCK DATASET('CUSTDAT')
025600         END-EXEC
025700         MOVE 'Customer identity is already verified' TO ERRMSGI
025800         GO TO 5000-DECIDE-CUSTOMER-EXIT
025900     END-IF
026000     IF CIPACT-REJECT AND NOT CUST-CIP-FAILED
026100         EXEC CICS
026200             UNLOCK DATASET('CUSTDAT')
026300         END-EXEC
026400         MOVE 'Only a failed verification can be confirmed unveri
026500-            'fied'              TO ERRMSGI
026600         GO TO 5000-DECIDE-CUSTOMER-EXIT
026700     END-IF
026800     PERFORM 5200-READ-QUEUE-ROW THRU 5200-READ-QUEUE-ROW-EXIT
026900     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
027000     IF CIPACT-DOC-VERIFY
027100         SET CUST-CIP-DOC-VERIFIED TO TRUE
027200         MOVE WS-CURDATE-YYYY-MM-DD TO CUST-CIP-STATUS-DATE
027300         EXEC CICS
027400             REWRITE DATASET('CUSTDAT')
027500             FROM(CUSTOMER-RECORD)
027600             RESP(WS-RESP-CD)
027700         END-EXEC
027800         IF WS-RESP-CD NOT = ZERO
027900             MOVE 'Customer update failed - not verified'
028000                                 TO ERRMSGI
028100             GO TO 5000-DECIDE-CUSTOMER-EXIT
028200         END-IF
028300     ELSE
028400         EXEC CICS
028500             UNLOCK DATASET('CUSTDAT')
028600         END-EXEC
028700     END-IF
028800     IF WS-QUEUE-ROW-HELD
028900         PERFORM 5300-CLOSE-QUEUE-ROW
029000             THRU 5300-CLOSE-QUEUE-ROW-EXIT
029100     END-IF
029200     PERFORM 5400-WRITE-HISTORY THRU 5400-WRITE-HISTORY-EXIT
029300     IF CIPACT-DOC-VERIFY
029400         MOVE 'Customer verified from documents' TO INFOMSGI
029500     ELSE
029600         MOVE 'Customer confirmed unverified' TO INFOMSGI
029700     END-IF.
029800 5000-DECIDE-CUSTOMER-EXIT.
029900     EXIT.
030000*
030100******************************************************************
030200* THE DOCUMENT EXAMINED: A RECOGNISED TYPE, ITS NUMBER, AND AN
030300* EXPIRY DATE (YYYY-MM-DD) NOT BEFORE TODAY.
030400******************************************************************
030500 5100-EDIT-DOCUMENT.
030600     MOVE DOCTYPI                TO CIH-DOC-TYPE
030700     IF NOT CIH-DOC-VALID-TYPE
030800         MOVE 'Document type must be DL, PP, ID or MI' TO ERRMSGI
030900         GO TO 5100-EDIT-DOCUMENT-EXIT
031000     END-IF
031100     IF DOCNUMI = SPACES OR LOW-VALUES
031200         MOVE 'Document number is required' TO ERRMSGI
031300         GO TO 5100-EDIT-DOCUMENT-EXIT
031400     END-IF
031500     MOVE DOCEXPI                TO WS-DOC-EXP-DATE
031600     IF WS-DOC-EXP-YYYY NOT NUMERIC
031700        OR WS-DOC-EXP-MM NOT NUMERIC
031800        OR WS-DOC-EXP-DD NOT NUMERIC
031900        OR WS-DOC-EXP-SEP1 NOT = '-'
032000        OR WS-DOC-EXP-SEP2 NOT = '-'
032100        OR WS-DOC-EXP-MM < '01' OR WS-DOC-EXP-MM > '12'
032200        OR WS-DOC-EXP-DD < '01' OR WS-DOC-EXP-DD > '31'
032300         MOVE 'Document expiry must be YYYY-MM-DD' TO ERRMSGI
032400         GO TO 5100-EDIT-DOCUMENT-EXIT
032500     END-IF
032600     IF WS-DOC-EXP-DATE < WS-CURDATE-YYYY-MM-DD
032700         MOVE 'Document has expired - not acceptable' TO ERRMSGI
032800     END-IF.
032900 5100-EDIT-DOCUMENT-EXIT.
033000     EXIT.
033100*
033200******************************************************************
033300* THE CUSTOMER'S QUEUE ROW, IF PENDING, IS HELD FOR UPDATE. A
033400* DOCUMENTARY VERIFICATION NEEDS NO ROW; A REJECTION DOES.
033500******************************************************************
033600 5200-READ-QUEUE-ROW.
033700     MOVE 'N'                    TO WS-QUEUE-ROW-SW
033800     MOVE WS-CUST-ID-N           TO CIQ-CUST-ID
033900     EXEC CICS
034000         READ DATASET('CIPQUE')
034100         INTO(CIP-QUEUE-RECORD)
034200         RIDFLD(CIQ-CUST-ID)
034300         UPDATE
034400         RESP(WS-RESP-CD)
034500     END-EXEC
034600     IF WS-RESP-CD NOT = ZERO
034700         MOVE SPACES             TO CIP-QUEUE-RECORD
034800         GO TO 5200-READ-QUEUE-ROW-EXIT
034900     END-IF
035000     IF NOT CIQ-PENDING
035100         EXEC CICS
035200             UNLOCK DATASET('CIPQUE')
035300         END-EXEC
035400         MOVE SPACES             TO CIP-QUEUE-RECORD
035500         GO TO 5200-READ-QUEUE-ROW-EXIT
035600     END-IF
035700     MOVE 'Y'                    TO WS-QUEUE-ROW-SW.
035800 5200-READ-QUEUE-ROW-EXIT.
035900     EXIT.
036000*
036100 5300-CLOSE-QUEUE-ROW.
036200     IF CIPACT-DOC-VERIFY
036300         SET CIQ-DOC-VERIFIED    TO TRUE
036400     ELSE
036500         SET CIQ-REJECTED        TO TRUE
036600     END-IF
036700     MOVE CDEMO-USER-ID          TO CIQ-WORKED-BY
036800     MOVE WS-CURRENT-TIMESTAMP   TO CIQ-WORKED-TS
036900     EXEC CICS
037000         REWRITE DATASET('CIPQUE')
037100         FROM(CIP-QUEUE-RECORD)
037200         RESP(WS-RESP-CD)
037300     END-EXEC.
037400 5300-CLOSE-QUEUE-ROW-EXIT.
037500     EXIT.
037600*
037700******************************************************************
037800* THE EXAMINERS' TRAIL ROW, CARRYING THE VENDOR'S RESULT FROM THE
037900* QUEUE ROW (WHEN THERE WAS ONE) BESIDE THE SUPERVISOR'S DECISION.
038000******************************************************************
038100 5400-WRITE-HISTORY.
038200     MOVE SPACES                 TO CIP-HISTORY-RECORD
038300     MOVE WS-CUST-ID-N           TO CIH-CUST-ID
038400     MOVE WS-CURRENT-TIMESTAMP   TO CIH-TS
038500     IF CIPACT-DOC-VERIFY
038600         SET CIH-DOC-VERIFIED    TO TRUE
038700         MOVE DOCTYPI            TO CIH-DOC-TYPE
038800         MOVE DOCNUMI            TO CIH-DOC-NUMBER
038900         MOVE DOCEXPI            TO CIH-DOC-EXP-DATE
039000     ELSE
039100         SET CIH-REJECTED        TO TRUE
039200     END-IF
039300     MOVE CDEMO-USER-ID          TO CIH-USER-ID
039400     MOVE WS-OLD-CIP-STATUS      TO CIH-STATUS-BEFORE
039500     MOVE CUST-CIP-STATUS        TO CIH-STATUS-AFTER
039600     MOVE CIQ-VENDOR-RESULT      TO CIH-VENDOR-RESULT
039700     MOVE CIQ-REASON-CD (1)      TO CIH-REASON-CD (1)
039800     MOVE CIQ-REASON-CD (2)      TO CIH-REASON-CD (2)
039900     MOVE CIQ-REASON-CD (3)      TO CIH-REASON-CD (3)
040000     MOVE CIQ-VENDOR-REF         TO CIH-VENDOR-REF
040100     IF NOTESI NOT = LOW-VALUES
040200         MOVE NOTESI             TO CIH-NOTES
040300     END-IF
040400     EXEC CICS
040500         WRITE DATASET('CIPHIST')
040600         FROM(CIP-HISTORY-RECORD)
040700         RIDFLD(CIH-KEY)
040800         RESP(WS-RESP-CD)
040900     END-EXEC.
041000 5400-WRITE-HISTORY-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* LIST UP TO FIVE PENDING FAILURES, IN CUSTOMER ORDER.
041500******************************************************************
041600 6000-LIST-WORK-QUEUE.
041700     MOVE ZERO                   TO WS-QUEUE-COUNT
041800     MOVE 'N'                    TO WS-BROWSE-SW
041900     MOVE ZERO                   TO CIQ-CUST-ID
042000     EXEC CICS
042100         STARTBR DATASET('CIPQUE')
042200         RIDFLD(CIQ-CUST-ID)
042300         GTEQ
042400         RESP(WS-RESP-CD)
042500     END-EXEC
042600     IF WS-RESP-CD NOT = ZERO
042700         IF INFOMSGI = SPACES
042800             MOVE 'No identity failures on file' TO INFOMSGI
042900         END-IF
043000         GO TO 6000-LIST-WORK-QUEUE-EXIT
043100     END-IF
043200     PERFORM 6100-LIST-NEXT-FAILURE
043300         THRU 6100-LIST-NEXT-FAILURE-EXIT
043400         UNTIL WS-BROWSE-DONE OR WS-QUEUE-COUNT = 5
043500     EXEC CICS
043600         ENDBR DATASET('CIPQUE')
043700     END-EXEC
043800     IF WS-QUEUE-COUNT = 0 AND INFOMSGI = SPACES
043900         MOVE 'No identity failures pending' TO INFOMSGI
044000     END-IF.
044100 6000-LIST-WORK-QUEUE-EXIT.
044200     EXIT.
044300*
044400 6100-LIST-NEXT-FAILURE.
044500     EXEC CICS
044600         READNEXT DATASET('CIPQUE')
044700         INTO(CIP-QUEUE-RECORD)
044800         RIDFLD(CIQ-CUST-ID)
044900         RESP(WS-RESP-CD)
045000     END-EXEC
045100     IF WS-RESP-CD NOT = ZERO
045200         MOVE 'Y'                TO WS-BROWSE-SW
045300         GO TO 6100-LIST-NEXT-FAILURE-EXIT
045400     END-IF
045500     IF NOT CIQ-PENDING
045600         GO TO 6100-LIST-NEXT-FAILURE-EXIT
045700     END-IF
045800     ADD 1                       TO WS-QUEUE-COUNT
045900     SET WS-CIPQ-IDX             TO WS-QUEUE-COUNT
046000     MOVE CIQ-CUST-ID            TO QCUSTI (WS-CIPQ-IDX)
046100     MOVE SPACES                 TO QNAMEI (WS-CIPQ-IDX)
046200     MOVE CIQ-CUST-ID            TO CUST-ID
046300     EXEC CICS
046400         READ DATASET('CUSTDAT')
046500         INTO(CUSTOMER-RECORD)
046600         RIDFLD(CUST-ID)
046700         RESP(WS-RESP-CD)
046800     END-EXEC
046900     IF WS-RESP-CD = ZERO
047000         STRING CUST-FIRST-NAME DELIMITED BY '  '
047100                ' '             DELIMITED BY SIZE
047200                CUST-LAST-NAME  DELIMITED BY SIZE
047300           INTO QNAMEI (WS-CIPQ-IDX)
047400         END-STRING
047500     END-IF
047600     MOVE CIQ-VENDOR-RESULT      TO QRESULTI (WS-CIPQ-IDX)
047700     MOVE SPACES                 TO QREASONI (WS-CIPQ-IDX)
047800     STRING CIQ-REASON-CD (1)    DELIMITED BY SIZE
047900            ' '                  DELIMITED BY SIZE
048000            CIQ-REASON-CD (2)    DELIMITED BY SIZE
048100            ' '                  DELIMITED BY SIZE
048200            CIQ-REASON-CD (3)    DELIMITED BY SIZE
048300       INTO QREASONI (WS-CIPQ-IDX)
048400     END-STRING
048500     MOVE CIQ-QUEUED-TS (1:4)    TO QQUEUEDI (WS-CIPQ-IDX) (1:4)
048600     MOVE '-'                    TO QQUEUEDI (WS-CIPQ-IDX) (5:1)
048700     MOVE CIQ-QUEUED-TS (5:2)    TO QQUEUEDI (WS-CIPQ-IDX) (6:2)
048800     MOVE '-'                    TO QQUEUEDI (WS-CIPQ-IDX) (8:1)
048900     MOVE CIQ-QUEUED-TS (7:2)    TO QQUEUEDI (WS-CIPQ-IDX) (9:2).
049000 6100-LIST-NEXT-FAILURE-EXIT.
049100     EXIT.
049200*
049300 8000-SEND-MAP.
049400     EXEC CICS
049500         SEND MAP('CCIP00A') MAPSET('COCIP00')
049600         FROM(WS-SCREEN-FIELDS)
049700         ERASE
049800     END-EXEC.
049900 8000-SEND-MAP-EXIT.
050000     EXIT.
050100*
050200 9999-EXIT.
050300     EXIT.
