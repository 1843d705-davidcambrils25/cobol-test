000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COAML00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - AML SUSPICIOUS-ACTIVITY
001100*                     CASE QUEUE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WORKS THE AMLCASE QUEUE OF SUSPICIOUS-ACTIVITY
001500*                CASES OPENED BY THE CBAML01C MONITORING RUN.
001600*                WITH NOTHING KEYED, LISTS UP TO FIVE OPEN CASES
001700*                IN CUSTOMER ORDER. A CUSTOMER AND CASE NUMBER
001800*                KEYED WITH NO ACTION SHOWS THAT CASE'S SCORE,
001900*                PATTERNS AND EVIDENCE. AMLACTI 'U' SAVES THE
002000*                INVESTIGATOR'S NOTES AND CLAIMS THE CASE; 'S'
002100*                CLOSES IT WITH A DECISION TO FILE A SUSPICIOUS
002200*                ACTIVITY REPORT - CBAML02C PUTS IT ON THE SARXTR
002300*                FILING EXTRACT - AND 'N' CLOSES IT WITH NO
002400*                FILING. A DECISION NEEDS THE NOTES THAT JUSTIFY
002500*                IT. A CASE CLAIMED BY ONE INVESTIGATOR MAY NOT
002600*                BE WORKED BY ANOTHER. REFUSED FOR THE READ-ONLY
002700*                AUDITOR ROLE.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200 01  WS-PGMNAME                  PIC X(08) VALUE 'COAML00C'.
003300 01  WS-TRANID                   PIC X(04) VALUE 'CAML'.
003400*
003500******************************************************************
003600* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
003700* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
003800* AS ON COACTAPC.
003900******************************************************************
004000 01  WS-SCREEN-FIELDS.
004100     05  CUSTIDI                 PIC X(09).
004200     05  CASESEQI                PIC X(03).
004300     05  AMLACTI                 PIC X(01).
004400         88 AMLACT-UPDATE        VALUE 'U'.
004500         88 AMLACT-FILE-SAR      VALUE 'S'.
004600         88 AMLACT-NO-SAR        VALUE 'N'.
004700     05  NOTES1I                 PIC X(60).
004800     05  NOTES2I                 PIC X(60).
004900     05  DSTATUSI                PIC X(06).
005000     05  DSCOREI                 PIC X(03).
005100     05  DPATTERNI               PIC X(30).
005200     05  DSTRCNTI                PIC X(03).
005300     05  DSTRAMTI                PIC X(14).
005400     05  DPAYAMTI                PIC X(14).
005500     05  DRFDAMTI                PIC X(14).
005600     05  DRFDEFTI                PIC X(10).
005700     05  D3PCNTI                 PIC X(03).
005800     05  D3PAMTI                 PIC X(14).
005900     05  DWINDOWI                PIC X(23).
006000     05  DDUEI                   PIC X(10).
006100     05  DINVI                   PIC X(08).
006200     05  AML-QUEUE-LINE OCCURS 5 TIMES
006300                        INDEXED BY WS-AMLQ-IDX.
006400         10  QCUSTI              PIC X(09).
006500         10  QSEQI               PIC X(03).
006600         10  QSCOREI             PIC X(03).
006700         10  QPATTERNI           PIC X(30).
006800         10  QDUEI               PIC X(10).
006900         10  QINVI               PIC X(08).
007000     05  ERRMSGI                 PIC X(78).
007100     05  INFOMSGI                PIC X(45).
007200*
007300 COPY CVAML01Y.
007400*
007500 01  WS-MISC-STORAGE.
007600     05  WS-RESP-CD              PIC S9(08) COMP.
007700     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
007800         88  WS-BROWSE-DONE      VALUE 'Y'.
007900     05  WS-QUEUE-COUNT          PIC 9(02) VALUE ZERO.
008000     05  WS-CUST-ID-N            PIC 9(09).
008100     05  WS-CASE-SEQ-N           PIC 9(03).
008200     05  WS-PATTERN-TEXT         PIC X(30).
008300     05  WS-PATTERN-PTR          PIC 9(02) COMP.
008400     05  WS-AMT-EDIT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
008500     05  WS-SCORE-EDIT           PIC ZZ9.
008600     05  WS-COUNT-EDIT           PIC ZZ9.
008700*
008800 COPY CSDAT01Y.
008900*
009000 01  WS-NAV-BACK-PGM         PIC X(08).
009100*
009200 01  WS-IDLE-TIMEOUT-DATA.
009300     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
009400     05  WS-NOW-DT               PIC 9(08).
009500     05  WS-NOW-HH               PIC 9(02).
009600     05  WS-NOW-MM               PIC 9(02).
009700     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
009800*
009900 COPY COCOM01Y.
010000*
010100 LINKAGE SECTION.
010200 01  DFHCOMMAREA                 PIC X(400).
010300*
010400******************************************************************
010500 PROCEDURE DIVISION.
010600******************************************************************
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010900     PERFORM 1500-CHECK-IDLE-TIMEOUT
011000         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
011100     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
011200     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
011300     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
011400     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
011500     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
011600     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
011700     EXEC CICS
011800         RETURN TRANSID(WS-TRANID)
011900         COMMAREA(CARDDEMO-COMMAREA)
012000     END-EXEC
012100     GOBACK.
012200*
012300 1000-INITIALIZE.
012400     MOVE SPACES                 TO ERRMSGI INFOMSGI
012500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
012600     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
012700     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
012800     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
012900     IF EIBCALEN > 0
013000         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
013100     END-IF.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
013400******************************************************************
013500* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
013600* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
013700* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
013800* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
013900******************************************************************
014000 1500-CHECK-IDLE-TIMEOUT.
014100     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
014200         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
014300     END-IF
014400     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
014500     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
014600     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
014700     COMPUTE WS-IDLE-ELAPSED-MINS =
014800         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
014900          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
015000         + (WS-NOW-HH * 60 + WS-NOW-MM)
015100         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
015200     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
015300         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
015400     END-IF.
015500 1500-CHECK-IDLE-TIMEOUT-EXIT.
015600     EXIT.
015700*
015800******************************************************************
015900* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
016000* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
016100* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
016200******************************************************************
016300 2500-NAV-BACK.
016400     IF CDEMO-NAV-STACK-PTR > 0
016500         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
016600                                 TO WS-NAV-BACK-PGM
016700         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
016800     ELSE
016900         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
017000     END-IF
017100     SET CDEMO-PGM-REENTER       TO TRUE
017200     EXEC CICS
017300         XCTL PROGRAM(WS-NAV-BACK-PGM)
017400         COMMAREA(CARDDEMO-COMMAREA)
017500     END-EXEC.
017600 2500-NAV-BACK-EXIT.
017700     EXIT.
017800*
017900 2000-RECEIVE-MAP.
018000     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
018100         GO TO 2000-RECEIVE-MAP-EXIT
018200     END-IF
018300     EXEC CICS
018400         RECEIVE MAP('COAM00A') MAPSET('COAML00')
018500         INTO(WS-SCREEN-FIELDS)
018600         RESP(WS-RESP-CD)
018700     END-EXEC.
018800 2000-RECEIVE-MAP-EXIT.
018900     EXIT.
019000*
019100 3000-PROCESS-INPUT.
019200     IF CDEMO-TIMEOUT-EXPIRED
019300         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
019400         SET CDEMO-PGM-ENTER      TO TRUE
019500         EXEC CICS
019600             XCTL PROGRAM('COSGN00C')
019700             COMMAREA(CARDDEMO-COMMAREA)
019800         END-EXEC
019900     END-IF
020000     IF EIBAID = DFHPF3
020100         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
020200         GO TO 3000-PROCESS-INPUT-EXIT
020300     END-IF
020400     IF AMLACT-UPDATE OR AMLACT-FILE-SAR OR AMLACT-NO-SAR
020500         IF CDEMO-USRTYP-AUDITOR
020600             MOVE 'Auditor role is view-only - change refused'
020700                                 TO ERRMSGI
020800             GO TO 3000-PROCESS-INPUT-EXIT
020900         END-IF
021000         PERFORM 5000-WORK-CASE THRU 5000-WORK-CASE-EXIT
021100         GO TO 3000-PROCESS-INPUT-EXIT
021200     END-IF
021300     IF AMLACTI NOT = SPACES AND AMLACTI NOT = LOW-VALUES
021400         MOVE 'Action must be U, S or N' TO ERRMSGI
021500         GO TO 3000-PROCESS-INPUT-EXIT
021600     END-IF
021700     IF CUSTIDI NOT = SPACES AND CUSTIDI NOT = LOW-VALUES
021800         PERFORM 4000-SHOW-CASE THRU 4000-SHOW-CASE-EXIT
021900     ELSE
022000         PERFORM 6000-LIST-WORK-QUEUE
022100             THRU 6000-LIST-WORK-QUEUE-EXIT
022200     END-IF.
022300 3000-PROCESS-INPUT-EXIT.
022400     EXIT.
022500*
022600******************************************************************
022700* VALIDATE THE CUSTOMER AND CASE NUMBER KEYED AND READ THE CASE,
022800* FOR UPDATE WHEN AN ACTION IS TO BE APPLIED.
022900******************************************************************
023000 3500-VALIDATE-KEY.
023100     IF CUSTIDI = SPACES OR LOW-VALUES
023200        OR CUSTIDI NOT NUMERIC
023300         MOVE 'Customer ID must be 9 digits' TO ERRMSGI
023400         GO TO 3500-VALIDATE-KEY-EXIT
023500     END-IF
023600     IF CASESEQI = SPACES OR LOW-VALUES
023700        OR CASESEQI NOT NUMERIC
023800         MOVE 'Case number must be 3 digits' TO ERRMSGI
023900         GO TO 3500-VALIDATE-KEY-EXIT
024000     END-IF
024100     MOVE CUSTIDI                TO WS-CUST-ID-N
024200     MOVE CASESEQI               TO WS-CASE-SEQ-N
024300     MOVE WS-CUST-ID-N           TO AML-CUST-ID
024400     MOVE WS-CASE-SEQ-N          TO AML-CASE-SEQ.
024500 3500-VALIDATE-KEY-EXIT.
024600     EXIT.
024700*
024800 4000-SHOW-CASE.
024900     PERFORM 3500-VALIDATE-KEY THRU 3500-VALIDATE-KEY-EXIT
025000     IF ERRMSGI NOT = SPACES
025100         GO TO 4000-SHOW-CASE-EXIT
025200     END-IF
025300     EXEC CICS
025400         READ DATASET('AMLCASE')
025500         INTO(AML-CASE-RECORD)
025600         RIDFLD(AML-KEY)
025700         RESP(WS-RESP-CD)
025800     END-EXEC
025900     IF WS-RESP-CD NOT = ZERO
026000         MOVE 'AML case not found' TO ERRMSGI
026100         GO TO 4000-SHOW-CASE-EXIT
026200     END-IF
026300     PERFORM 4100-FORMAT-DETAIL THRU 4100-FORMAT-DETAIL-EXIT.
026400 4000-SHOW-CASE-EXIT.
026500     EXIT.
026600*
026700 4100-FORMAT-DETAIL.
026800     IF AML-CASE-OPEN
026900         MOVE 'OPEN'             TO DSTATUSI
027000     ELSE
027100         IF AML-DECISION-SAR
027200             MOVE 'SAR'          TO DSTATUSI
027300         ELSE
027400             MOVE 'NO SAR'       TO DSTATUSI
027500         END-IF
027600     END-IF
027700     MOVE AML-SCORE              TO WS-SCORE-EDIT
027800     MOVE WS-SCORE-EDIT          TO DSCOREI
027900     PERFORM 4200-PATTERN-TEXT THRU 4200-PATTERN-TEXT-EXIT
028000     MOVE WS-PATTERN-TEXT        TO DPATTERNI
028100     MOVE AML-STRUCT-COUNT       TO WS-COUNT-EDIT
028200     MOVE WS-COUNT-EDIT          TO DSTRCNTI
028300     MOVE AML-STRUCT-AMT         TO WS-AMT-EDIT
028400     MOVE WS-AMT-EDIT (4:14)     TO DSTRAMTI
028500     MOVE AML-PAYMENT-AMT        TO WS-AMT-EDIT
028600     MOVE WS-AMT-EDIT (4:14)     TO DPAYAMTI
028700     MOVE AML-REFUND-AMT         TO WS-AMT-EDIT
028800     MOVE WS-AMT-EDIT (4:14)     TO DRFDAMTI
028900     MOVE AML-REFUND-EFT-ID      TO DRFDEFTI
029000     MOVE AML-THIRD-PARTY-COUNT  TO WS-COUNT-EDIT
029100     MOVE WS-COUNT-EDIT          TO D3PCNTI
029200     MOVE AML-THIRD-PARTY-AMT    TO WS-AMT-EDIT
029300     MOVE WS-AMT-EDIT (4:14)     TO D3PAMTI
029400     MOVE SPACES                 TO DWINDOWI
029500     STRING AML-WINDOW-START     DELIMITED BY SIZE
029600            ' TO '               DELIMITED BY SIZE
029700            AML-WINDOW-END       DELIMITED BY SIZE
029800       INTO DWINDOWI
029900     END-STRING
030000     MOVE AML-SAR-DUE-DATE       TO DDUEI
030100     MOVE AML-INVESTIGATOR       TO DINVI
030200     MOVE AML-NOTES (1:60)       TO NOTES1I
030300     MOVE AML-NOTES (61:60)      TO NOTES2I.
030400 4100-FORMAT-DETAIL-EXIT.
030500     EXIT.
030600*
030700 4200-PATTERN-TEXT.
030800     MOVE SPACES                 TO WS-PATTERN-TEXT
030900     MOVE 1                      TO WS-PATTERN-PTR
031000     IF AML-STRUCTURING-HIT
031100         STRING 'STRUCT '        DELIMITED BY SIZE
031200           INTO WS-PATTERN-TEXT
031300           WITH POINTER WS-PATTERN-PTR
031400         END-STRING
031500     END-IF
031600     IF AML-OVERPAY-REFUND-HIT
031700         STRING 'REFUND '        DELIMITED BY SIZE
031800           INTO WS-PATTERN-TEXT
031900           WITH POINTER WS-PATTERN-PTR
032000         END-STRING
032100     END-IF
032200     IF AML-THIRD-PARTY-HIT
032300         STRING '3RD-PARTY'      DELIMITED BY SIZE
032400           INTO WS-PATTERN-TEXT
032500           WITH POINTER WS-PATTERN-PTR
032600         END-STRING
032700     END-IF.
032800 4200-PATTERN-TEXT-EXIT.
032900     EXIT.
033000*
033100******************************************************************
033200* APPLY THE ACTION TO THE CASE KEYED IN CUSTIDI/CASESEQI. ONLY AN
033300* OPEN CASE CAN BE WORKED, AND ONLY BY ITS INVESTIGATOR ONCE IT
033400* IS CLAIMED. 'U' SAVES THE NOTES AND CLAIMS THE CASE; 'S' AND 'N'
033500* CLOSE IT WITH THE DECISION, WHICH NEEDS NOTES ON FILE.
033600******************************************************************
033700 5000-WORK-CASE.
033800     PERFORM 3500-VALIDATE-KEY THRU 3500-VALIDATE-KEY-EXIT
033900     IF ERRMSGI NOT = SPACES
034000         GO TO 5000-WORK-CASE-EXIT
034100     END-IF
034200     EXEC CICS
034300         READ DATASET('AMLCASE')
034400         INTO(AML-CASE-RECORD)
034500         RIDFLD(AML-KEY)
034600         UPDATE
034700         RESP(WS-RESP-CD)
034800     END-EXEC
034900     IF WS-RESP-CD NOT = ZERO
035000         MOVE 'AML case not found' TO ERRMSGI
035100         GO TO 5000-WORK-CASE-EXIT
035200     END-IF
035300     IF NOT AML-CASE-OPEN
035400         EXEC CICS
035500             UNLOCK DATASET('AMLCASE')
035600         END-EXEC
035700         MOVE 'Case is already closed' TO ERRMSGI
035800         GO TO 5000-WORK-CASE-EXIT
035900     END-IF
036000     IF AML-INVESTIGATOR NOT = SPACES
036100        AND AML-INVESTIGATOR NOT = CDEMO-USER-ID
036200         EXEC CICS
036300             UNLOCK DATASET('AMLCASE')
036400         END-EXEC
036500         MOVE 'Case is claimed by another investigator'
036600                                 TO ERRMSGI
036700         GO TO 5000-WORK-CASE-EXIT
036800     END-IF
036900     IF NOTES1I = LOW-VALUES
037000         MOVE SPACES             TO NOTES1I
037100     END-IF
037200     IF NOTES2I = LOW-VALUES
037300         MOVE SPACES             TO NOTES2I
037400     END-IF
037500     IF (AMLACT-FILE-SAR OR AMLACT-NO-SAR)
037600        AND NOTES1I = SPACES AND NOTES2I = SPACES
037700         EXEC CICS
037800             UNLOCK DATASET('AMLCASE')
037900         END-EXEC
038000         MOVE 'Notes supporting the decision are required'
038100                                 TO ERRMSGI
038200         GO TO 5000-WORK-CASE-EXIT
038300     END-IF
038400     MOVE NOTES1I                TO AML-NOTES (1:60)
038500     MOVE NOTES2I                TO AML-NOTES (61:60)
038600     MOVE CDEMO-USER-ID          TO AML-INVESTIGATOR
038700     IF AMLACT-FILE-SAR OR AMLACT-NO-SAR
038800         MOVE AMLACTI            TO AML-DECISION
038900         SET AML-CASE-CLOSED     TO TRUE
039000         MOVE CDEMO-USER-ID      TO AML-DECIDED-BY
039100         MOVE FUNCTION CURRENT-DATE TO AML-DECIDED-TS
039200     END-IF
039300     EXEC CICS
039400         REWRITE DATASET('AMLCASE')
039500         FROM(AML-CASE-RECORD)
039600         RESP(WS-RESP-CD)
039700     END-EXEC
039800     IF WS-RESP-CD NOT = ZERO
039900         MOVE 'Case update failed - not saved' TO ERRMSGI
040000         GO TO 5000-WORK-CASE-EXIT
040100     END-IF
040200     PERFORM 4100-FORMAT-DETAIL THRU 4100-FORMAT-DETAIL-EXIT
040300     EVALUATE TRUE
040400         WHEN AMLACT-FILE-SAR
040500             MOVE 'Case closed - SAR queued for filing'
040600                                 TO INFOMSGI
040700         WHEN AMLACT-NO-SAR
040800             MOVE 'Case closed - no SAR filed' TO INFOMSGI
040900         WHEN OTHER
041000             MOVE 'Case notes saved' TO INFOMSGI
041100     END-EVALUATE.
041200 5000-WORK-CASE-EXIT.
041300     EXIT.
041400*
041500******************************************************************
041600* LIST UP TO FIVE OPEN CASES, IN CUSTOMER ORDER.
041700******************************************************************
041800 6000-LIST-WORK-QUEUE.
041900     MOVE ZERO                   TO WS-QUEUE-COUNT
042000     MOVE 'N'                    TO WS-BROWSE-SW
042100     MOVE LOW-VALUES             TO AML-KEY
042200     EXEC CICS
042300         STARTBR DATASET('AMLCASE')
042400         RIDFLD(AML-KEY)
042500         GTEQ
042600         RESP(WS-RESP-CD)
042700     END-EXEC
042800     IF WS-RESP-CD NOT = ZERO
042900         MOVE 'No AML cases on file' TO INFOMSGI
043000         GO TO 6000-LIST-WORK-QUEUE-EXIT
043100     END-IF
043200     PERFORM 6100-LIST-NEXT-CASE THRU 6100-LIST-NEXT-CASE-EXIT
043300         UNTIL WS-BROWSE-DONE OR WS-QUEUE-COUNT = 5
043400     EXEC CICS
043500         ENDBR DATASET('AMLCASE')
043600     END-EXEC
043700     IF WS-QUEUE-COUNT = 0
043800         MOVE 'No open AML cases' TO INFOMSGI
043900     END-IF.
044000 6000-LIST-WORK-QUEUE-EXIT.
044100     EXIT.
044200*
044300 6100-LIST-NEXT-CASE.
044400     EXEC CICS
044500         READNEXT DATASET('AMLCASE')
044600         INTO(AML-CASE-RECORD)
044700         RIDFLD(AML-KEY)
044800         RESP(WS-RESP-CD)
044900     END-EXEC
045000     IF WS-RESP-CD NOT = ZERO
045100         MOVE 'Y'                TO WS-BROWSE-SW
045200         GO TO 6100-LIST-NEXT-CASE-EXIT
045300     END-IF
045400     IF NOT AML-CASE-OPEN
045500         GO TO 6100-LIST-NEXT-CASE-EXIT
045600     END-IF
045700     ADD 1                       TO WS-QUEUE-COUNT
045800     SET WS-AMLQ-IDX             TO WS-QUEUE-COUNT
045900     MOVE AML-CUST-ID            TO QCUSTI (WS-AMLQ-IDX)
046000     MOVE AML-CASE-SEQ           TO QSEQI (WS-AMLQ-IDX)
046100     MOVE AML-SCORE              TO WS-SCORE-EDIT
046200     MOVE WS-SCORE-EDIT          TO QSCOREI (WS-AMLQ-IDX)
046300     PERFORM 4200-PATTERN-TEXT THRU 4200-PATTERN-TEXT-EXIT
046400     MOVE WS-PATTERN-TEXT        TO QPATTERNI (WS-AMLQ-IDX)
046500     MOVE AML-SAR-DUE-DATE       TO QDUEI (WS-AMLQ-IDX)
046600     MOVE AML-INVESTIGATOR       TO QINVI (WS-AMLQ-IDX).
046700 6100-LIST-NEXT-CASE-EXIT.
046800     EXIT.
046900*
047000 8000-SEND-MAP.
047100     EXEC CICS
047200         SEND MAP('COAM00A') MAPSET('COAML00')
047300         FROM(WS-SCREEN-FIELDS)
047400         ERASE
047500     END-EXEC.
047600 8000-SEND-MAP-EXIT.
047700     EXIT.
047800*
047900 9999-EXIT.
048000     EXIT.
