000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COLGH00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - LEGAL HOLD PLACEMENT AND
001100*                     RELEASE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       MAINTAINS THE LEGLHOLD FILE (CVLGH01Y) THAT
001500*                KEEPS AN ACCOUNT OR CUSTOMER IN LITIGATION,
001600*                UNDER SUBPOENA OR UNDER REGULATORY EXAMINATION
001700*                OUT OF THE ARCHIVE, PURGE, ESCHEAT, AGENCY
001800*                PLACEMENT AND CLOSURE PATHS (CBLGH01C,
001900*                COACT02C). WITH NO ACTION KEYED, LISTS UP TO
002000*                FIVE ACTIVE HOLDS FROM THE SCOPE AND ENTITY
002100*                KEYED (OR FROM THE TOP OF THE FILE). HACTI 'P'
002200*                PLACES A HOLD ON THE ACCOUNT ('A') OR CUSTOMER
002300*                ('C') KEYED, UNDER THE MATTER NUMBER KEYED -
002400*                MATTER NUMBER AND REQUESTER ARE REQUIRED, THE
002500*                RELEASE DATE IS OPTIONAL (BLANK = UNTIL
002600*                RELEASED). 'R' RELEASES THAT MATTER'S HOLD.
002700*                HOLDS ARE NEVER DELETED, AND EVERY ACTION IS
002800*                WRITTEN TO THE LGHHIST TRAIL (CVLGH03Y).
002900*                PLACING AND RELEASING ARE FOR THE ADMIN
003000*                (SUPERVISOR) ROLE ONLY; THE LIST MAY BE VIEWED
003100*                BY ANY ROLE.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 01  WS-PGMNAME                  PIC X(08) VALUE 'COLGH00C'.
003700 01  WS-TRANID                   PIC X(04) VALUE 'CLGH'.
003800*
003900******************************************************************
004000* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004100* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004200* AS ON COACTAPC.
004300******************************************************************
004400 01  WS-SCREEN-FIELDS.
004500     05  HSCOPEI                 PIC X(01).
004600     05  HENTIDI                 PIC X(11).
004700     05  HMATTRI                 PIC X(12).
004800     05  HDESCI                  PIC X(40).
004900     05  HREQSTI                 PIC X(30).
005000     05  HRELDTI                 PIC X(10).
005100     05  HACTI                   PIC X(01).
005200         88 HACT-PLACE           VALUE 'P'.
005300         88 HACT-RELEASE         VALUE 'R'.
005400     05  LGH-LIST-LINE OCCURS 5 TIMES
005500                       INDEXED BY WS-LGHL-IDX.
005600         10  LSCOPEI             PIC X(01).
005700         10  LENTIDI             PIC X(11).
005800         10  LMATTRI             PIC X(12).
005900         10  LREQSTI             PIC X(30).
006000         10  LRELDTI             PIC X(10).
006100     05  ERRMSGI                 PIC X(78).
006200     05  INFOMSGI                PIC X(45).
006300*
006400 COPY CVLGH01Y.
006500 COPY CVLGH03Y.
006600 COPY CVACT01Y.
006700 COPY CVCUS01Y.
006800*
006900 01  WS-MISC-STORAGE.
007000     05  WS-RESP-CD              PIC S9(08) COMP.
007100     05  WS-CURRENT-TIMESTAMP    PIC X(26).
007200     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
007300         88  WS-BROWSE-DONE      VALUE 'Y'.
007400     05  WS-LIST-COUNT           PIC 9(02) VALUE ZERO.
007500     05  WS-ENTITY-ID-N          PIC 9(11).
007600     05  WS-CUST-ID-N            PIC 9(09).
007700     05  WS-HIST-ACTION          PIC X(01).
007800     05  WS-RELEASE-DATE.
007900         10  WS-REL-YYYY         PIC X(04).
008000         10  WS-REL-SEP1         PIC X(01).
008100         10  WS-REL-MM           PIC X(02).
008200         10  WS-REL-SEP2         PIC X(01).
008300         10  WS-REL-DD           PIC X(02).
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
018100         RECEIVE MAP('CLGH00A') MAPSET('COLGH00')
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
020100     IF HACT-PLACE OR HACT-RELEASE
020200         IF NOT CDEMO-USRTYP-ADMIN
020300             MOVE 'Legal holds are supervisor (admin) only'
020400                                 TO ERRMSGI
020500             GO TO 3000-PROCESS-INPUT-EXIT
020600         END-IF
020700         PERFORM 4000-EDIT-HOLD-KEY THRU 4000-EDIT-HOLD-KEY-EXIT
020800         IF ERRMSGI NOT = SPACES
020900             GO TO 3000-PROCESS-INPUT-EXIT
021000         END-IF
021100         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
021200         IF HACT-PLACE
021300             PERFORM 5000-PLACE-HOLD THRU 5000-PLACE-HOLD-EXIT
021400         ELSE
021500             PERFORM 6000-RELEASE-HOLD THRU 6000-RELEASE-HOLD-EXIT
021600         END-IF
021700     END-IF
021800     IF ERRMSGI = SPACES
021900         PERFORM 7000-LIST-HOLDS THRU 7000-LIST-HOLDS-EXIT
022000     END-IF.
022100 3000-PROCESS-INPUT-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500* THE HOLD KEY: SCOPE 'A' WITH AN 11-DIGIT ACCOUNT ID OR 'C' WITH
022600* A 9-DIGIT CUSTOMER ID, AND THE MATTER NUMBER.
022700******************************************************************
022800 4000-EDIT-HOLD-KEY.
022900     MOVE HSCOPEI                TO LGH-SCOPE
023000     IF NOT LGH-SCOPE-VALID
023100         MOVE 'Scope must be A (account) or C (customer)'
023200                                 TO ERRMSGI
023300         GO TO 4000-EDIT-HOLD-KEY-EXIT
023400     END-IF
023500     IF LGH-SCOPE-ACCOUNT
023600         IF HENTIDI NOT NUMERIC
023700             MOVE 'Account ID must be 11 digits' TO ERRMSGI
023800             GO TO 4000-EDIT-HOLD-KEY-EXIT
023900         END-IF
024000         MOVE HENTIDI            TO WS-ENTITY-ID-N
024100     ELSE
024200         IF HENTIDI (1:9) NOT NUMERIC
024300            OR (HENTIDI (10:2) NOT = SPACES
024400                AND HENTIDI (10:2) NOT = LOW-VALUES)
024500             MOVE 'Customer ID must be 9 digits' TO ERRMSGI
024600             GO TO 4000-EDIT-HOLD-KEY-EXIT
024700         END-IF
024800         MOVE HENTIDI (1:9)      TO WS-CUST-ID-N
024900         MOVE WS-CUST-ID-N       TO WS-ENTITY-ID-N
025000     END-IF
025100     IF HMATTRI = SPACES OR LOW-VALUES
025200         MOVE 'Matter number is required' TO ERRMSGI
025300     END-IF.
025400 4000-EDIT-HOLD-KEY-EXIT.
025500     EXIT.
025600*
025700******************************************************************
025800* PLACE A HOLD. THE ACCOUNT OR CUSTOMER MUST BE ON FILE. A MATTER
025900* WHOSE EARLIER HOLD WAS RELEASED IS PLACED AGAIN OVER THE
026000* RELEASED ROW; ONE STILL ACTIVE IS REFUSED.
026100******************************************************************
026200 5000-PLACE-HOLD.
026300     IF HREQSTI = SPACES OR LOW-VALUES
026400         MOVE 'Requester is required' TO ERRMSGI
026500         GO TO 5000-PLACE-HOLD-EXIT
026600     END-IF
026700     IF HRELDTI NOT = SPACES AND HRELDTI NOT = LOW-VALUES
026800         PERFORM 5100-EDIT-RELEASE-DATE
026900             THRU 5100-EDIT-RELEASE-DATE-EXIT
027000         IF ERRMSGI NOT = SPACES
027100             GO TO 5000-PLACE-HOLD-EXIT
027200         END-IF
027300     ELSE
027400         MOVE SPACES             TO WS-RELEASE-DATE
027500     END-IF
027600     PERFORM 5200-CHECK-ENTITY THRU 5200-CHECK-ENTITY-EXIT
027700     IF ERRMSGI NOT = SPACES
027800         GO TO 5000-PLACE-HOLD-EXIT
027900     END-IF
028000     PERFORM 5300-BUILD-HOLD THRU 5300-BUILD-HOLD-EXIT
028100     EXEC CICS
028200         WRITE DATASET('LEGLHOLD')
028300         FROM(LEGAL-HOLD-RECORD)
028400         RIDFLD(LGH-KEY)
028500         RESP(WS-RESP-CD)
028600     END-EXEC
028700     IF WS-RESP-CD = DFHRESP(DUPREC)
028800         PERFORM 5400-REPLACE-RELEASED
028900             THRU 5400-REPLACE-RELEASED-EXIT
029000         IF ERRMSGI NOT = SPACES
029100             GO TO 5000-PLACE-HOLD-EXIT
029200         END-IF
029300     ELSE
029400         IF WS-RESP-CD NOT = ZERO
029500             MOVE 'Hold file update failed - hold not placed'
029600                                 TO ERRMSGI
029700             GO TO 5000-PLACE-HOLD-EXIT
029800         END-IF
029900     END-IF
030000     MOVE 'P'                    TO WS-HIST-ACTION
030100     PERFORM 6500-WRITE-HISTORY THRU 6500-WRITE-HISTORY-EXIT
030200     MOVE 'Legal hold placed' TO INFOMSGI.
030300 5000-PLACE-HOLD-EXIT.
030400     EXIT.
030500*
030600******************************************************************
030700* AN OPTIONAL END DATE (YYYY-MM-DD) MUST BE AFTER TODAY - A HOLD
030800* THAT HAS ALREADY LAPSED WOULD BIND NOTHING.
030900******************************************************************
031000 5100-EDIT-RELEASE-DATE.
031100     MOVE HRELDTI                TO WS-RELEASE-DATE
031200     IF WS-REL-YYYY NOT NUMERIC
031300        OR WS-REL-MM NOT NUMERIC
031400        OR WS-REL-DD NOT NUMERIC
031500        OR WS-REL-SEP1 NOT = '-'
031600        OR WS-REL-SEP2 NOT = '-'
031700        OR WS-REL-MM < '01' OR WS-REL-MM > '12'
031800        OR WS-REL-DD < '01' OR WS-REL-DD > '31'
031900         MOVE 'Release date must be YYYY-MM-DD or blank'
032000                                 TO ERRMSGI
032100         GO TO 5100-EDIT-RELEASE-DATE-EXIT
032200     END-IF
032300     IF WS-RELEASE-DATE NOT > WS-CURDATE-YYYY-MM-DD
032400         MOVE 'Release date must be after today' TO ERRMSGI
032500     END-IF.
032600 5100-EDIT-RELEASE-DATE-EXIT.
032700     EXIT.
032800*
032900 5200-CHECK-ENTITY.
033000     IF LGH-SCOPE-ACCOUNT
033100         MOVE WS-ENTITY-ID-N     TO ACCT-ID
033200         EXEC CICS
033300             READ DATASET('ACCTDAT')
033400             INTO(ACCOUNT-RECORD)
033500             RIDFLD(ACCT-ID)
033600             RESP(WS-RESP-CD)
033700         END-EXEC
033800         IF WS-RESP-CD NOT = ZERO
033900             MOVE 'Account not found' TO ERRMSGI
034000         END-IF
034100     ELSE
034200         MOVE WS-CUST-ID-N       TO CUST-ID
034300         EXEC CICS
034400             READ DATASET('CUSTDAT')
034500             INTO(CUSTOMER-RECORD)
034600             RIDFLD(CUST-ID)
034700             RESP(WS-RESP-CD)
034800         END-EXEC
034900         IF WS-RESP-CD NOT = ZERO
035000             MOVE 'Customer not found' TO ERRMSGI
035100         END-IF
035200     END-IF.
035300 5200-CHECK-ENTITY-EXIT.
035400     EXIT.
035500*
035600 5300-BUILD-HOLD.
035700     MOVE SPACES                 TO LEGAL-HOLD-RECORD
035800     MOVE HSCOPEI                TO LGH-SCOPE
035900     MOVE WS-ENTITY-ID-N         TO LGH-ENTITY-ID
036000     MOVE HMATTRI                TO LGH-MATTER-NO
036100     IF HDESCI NOT = LOW-VALUES
036200         MOVE HDESCI             TO LGH-MATTER-DESC
036300     END-IF
036400     MOVE HREQSTI                TO LGH-REQUESTER
036500     SET LGH-ACTIVE              TO TRUE
036600     MOVE WS-RELEASE-DATE        TO LGH-RELEASE-DATE
036700     MOVE CDEMO-USER-ID          TO LGH-PLACED-BY
036800     MOVE WS-CURRENT-TIMESTAMP   TO LGH-PLACED-TS.
036900 5300-BUILD-HOLD-EXIT.
037000     EXIT.
037100*
037200 5400-REPLACE-RELEASED.
037300     EXEC CICS
037400         READ DATASET('LEGLHOLD')
037500         INTO(LEGAL-HOLD-RECORD)
037600         RIDFLD(LGH-KEY)
037700         UPDATE
037800         RESP(WS-RESP-CD)
037900     END-EXEC
038000     IF WS-RESP-CD NOT = ZERO
038100         MOVE 'Hold file update failed - hold not placed'
038200                                 TO ERRMSGI
038300         GO TO 5400-REPLACE-RELEASED-EXIT
038400     END-IF
038500     IF LGH-ACTIVE
038600         EXEC CICS
038700             UNLOCK DATASET('LEGLHOLD')
038800         END-EXEC
038900         MOVE 'A hold for this matter is already active'
039000                                 TO ERRMSGI
039100         GO TO 5400-REPLACE-RELEASED-EXIT
039200     END-IF
039300     PERFORM 5300-BUILD-HOLD THRU 5300-BUILD-HOLD-EXIT
039400     EXEC CICS
039500         REWRITE DATASET('LEGLHOLD')
039600         FROM(LEGAL-HOLD-RECORD)
039700         RESP(WS-RESP-CD)
039800     END-EXEC
039900     IF WS-RESP-CD NOT = ZERO
040000         MOVE 'Hold file update failed - hold not placed'
040100                                 TO ERRMSGI
040200     END-IF.
040300 5400-REPLACE-RELEASED-EXIT.
040400     EXIT.
040500*
040600******************************************************************
040700* RELEASE THE MATTER'S HOLD: STATUS TO RELEASED, THE RELEASE DATE
040800* STAMPED WITH TODAY, AND WHO RELEASED IT. THE ROW STAYS ON FILE.
040900******************************************************************
041000 6000-RELEASE-HOLD.
041100     MOVE HSCOPEI                TO LGH-SCOPE
041200     MOVE WS-ENTITY-ID-N         TO LGH-ENTITY-ID
041300     MOVE HMATTRI                TO LGH-MATTER-NO
041400     EXEC CICS
041500         READ DATASET('LEGLHOLD')
041600         INTO(LEGAL-HOLD-RECORD)
041700         RIDFLD(LGH-KEY)
041800         UPDATE
041900         RESP(WS-RESP-CD)
042000     END-EXEC
042100     IF WS-RESP-CD NOT = ZERO
042200         MOVE 'No hold on file for this matter' TO ERRMSGI
042300         GO TO 6000-RELEASE-HOLD-EXIT
042400     END-IF
042500     IF LGH-RELEASED
042600         EXEC CICS
042700             UNLOCK DATASET('LEGLHOLD')
042800         END-EXEC
042900         MOVE 'Hold is already released' TO ERRMSGI
043000         GO TO 6000-RELEASE-HOLD-EXIT
043100     END-IF
043200     SET LGH-RELEASED            TO TRUE
043300     MOVE WS-CURDATE-YYYY-MM-DD  TO LGH-RELEASE-DATE
043400     MOVE CDEMO-USER-ID          TO LGH-RELEASED-BY
043500     MOVE WS-CURRENT-TIMESTAMP   TO LGH-RELEASED-TS
043600     EXEC CICS
043700         REWRITE DATASET('LEGLHOLD')
043800         FROM(LEGAL-HOLD-RECORD)
043900         RESP(WS-RESP-CD)
044000     END-EXEC
044100     IF WS-RESP-CD NOT = ZERO
044200         MOVE 'Hold file update failed - hold not released'
044300                                 TO ERRMSGI
044400         GO TO 6000-RELEASE-HOLD-EXIT
044500     END-IF
044600     MOVE 'R'                    TO WS-HIST-ACTION
044700     PERFORM 6500-WRITE-HISTORY THRU 6500-WRITE-HISTORY-EXIT
044800     MOVE 'Legal hold released' TO INFOMSGI.
044900 6000-RELEASE-HOLD-EXIT.
045000     EXIT.
045100*
045200******************************************************************
045300* THE AUDIT TRAIL ROW - THE ACTION, WHO TOOK IT, AND THE HOLD'S
045400* TERMS AS THEY STAND AFTER IT. THE CALLER HAS SET WS-HIST-ACTION
045500* ('P' PLACED / 'R' RELEASED).
045600******************************************************************
045700 6500-WRITE-HISTORY.
045800     MOVE SPACES                 TO LEGAL-HOLD-HISTORY-RECORD
045900     MOVE WS-HIST-ACTION         TO LHH-ACTION
046000     MOVE LGH-SCOPE              TO LHH-SCOPE
046100     MOVE LGH-ENTITY-ID          TO LHH-ENTITY-ID
046200     MOVE WS-CURRENT-TIMESTAMP   TO LHH-TS
046300     MOVE LGH-MATTER-NO          TO LHH-MATTER-NO
046400     MOVE CDEMO-USER-ID          TO LHH-USER-ID
046500     MOVE LGH-REQUESTER          TO LHH-REQUESTER
046600     MOVE LGH-RELEASE-DATE       TO LHH-RELEASE-DATE
046700     MOVE LGH-MATTER-DESC        TO LHH-MATTER-DESC
046800     EXEC CICS
046900         WRITE DATASET('LGHHIST')
047000         FROM(LEGAL-HOLD-HISTORY-RECORD)
047100         RIDFLD(LHH-KEY)
047200         RESP(WS-RESP-CD)
047300     END-EXEC.
047400 6500-WRITE-HISTORY-EXIT.
047500     EXIT.
047600*
047700******************************************************************
047800* LIST UP TO FIVE ACTIVE HOLDS IN KEY ORDER, FROM THE SCOPE AND
047900* ENTITY KEYED WHEN THEY ARE VALID, ELSE FROM THE TOP OF THE FILE.
048000******************************************************************
048100 7000-LIST-HOLDS.
048200     MOVE ZERO                   TO WS-LIST-COUNT
048300     MOVE 'N'                    TO WS-BROWSE-SW
048400     MOVE LOW-VALUES             TO LGH-KEY
048500     IF (HSCOPEI = 'A' AND HENTIDI IS NUMERIC)
048600         MOVE HSCOPEI            TO LGH-SCOPE
048700         MOVE HENTIDI            TO LGH-ENTITY-ID
048800     END-IF
048900     IF (HSCOPEI = 'C' AND HENTIDI (1:9) IS NUMERIC)
049000         MOVE HSCOPEI            TO LGH-SCOPE
049100         MOVE HENTIDI (1:9)      TO WS-CUST-ID-N
049200         MOVE WS-CUST-ID-N       TO LGH-ENTITY-ID
049300     END-IF
049400     EXEC CICS
049500         STARTBR DATASET('LEGLHOLD')
049600         RIDFLD(LGH-KEY)
049700         GTEQ
049800         RESP(WS-RESP-CD)
049900     END-EXEC
050000     IF WS-RESP-CD NOT = ZERO
050100         IF INFOMSGI = SPACES
050200             MOVE 'No legal holds on file' TO INFOMSGI
050300         END-IF
050400         GO TO 7000-LIST-HOLDS-EXIT
050500     END-IF
050600     PERFORM 7100-LIST-NEXT-HOLD
050700         THRU 7100-LIST-NEXT-HOLD-EXIT
050800         UNTIL WS-BROWSE-DONE OR WS-LIST-COUNT = 5
050900     EXEC CICS
051000         ENDBR DATASET('LEGLHOLD')
051100     END-EXEC
051200     IF WS-LIST-COUNT = 0 AND INFOMSGI = SPACES
051300         MOVE 'No active legal holds' TO INFOMSGI
051400     END-IF.
051500 7000-LIST-HOLDS-EXIT.
051600     EXIT.
051700*
051800 7100-LIST-NEXT-HOLD.
051900     EXEC CICS
052000         READNEXT DATASET('LEGLHOLD')
052100         INTO(LEGAL-HOLD-RECORD)
052200         RIDFLD(LGH-KEY)
052300         RESP(WS-RESP-CD)
052400     END-EXEC
052500     IF WS-RESP-CD NOT = ZERO
052600         MOVE 'Y'                TO WS-BROWSE-SW
052700         GO TO 7100-LIST-NEXT-HOLD-EXIT
052800     END-IF
052900     IF NOT LGH-ACTIVE
053000         GO TO 7100-LIST-NEXT-HOLD-EXIT
053100     END-IF
053200     ADD 1                       TO WS-LIST-COUNT
053300     SET WS-LGHL-IDX             TO WS-LIST-COUNT
053400     MOVE LGH-SCOPE              TO LSCOPEI (WS-LGHL-IDX)
053500     MOVE LGH-ENTITY-ID          TO LENTIDI (WS-LGHL-IDX)
053600     MOVE LGH-MATTER-NO          TO LMATTRI (WS-LGHL-IDX)
053700     MOVE LGH-REQUESTER          TO LREQSTI (WS-LGHL-IDX)
053800     MOVE LGH-RELEASE-DATE       TO LRELDTI (WS-LGHL-IDX).
053900 7100-LIST-NEXT-HOLD-EXIT.
054000     EXIT.
054100*
054200 8000-SEND-MAP.
054300     EXEC CICS
054400         SEND MAP('CLGH00A') MAPSET('COLGH00')
054500         FROM(WS-SCREEN-FIELDS)
054600         ERASE
054700     END-EXEC.
054800 8000-SEND-MAP-EXIT.
054900     EXIT.
055000*
055100 9999-EXIT.
055200     EXIT.
