000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBLGH01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - LEGAL HOLD CHECK.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       CALLED WITH LEGAL-HOLD-PARM (CVLGH02Y) BY EVERY
001400*                BATCH PATH THAT PURGES, ARCHIVES, REMITS OR
001500*                OTHERWISE MOVES AN ACCOUNT ON - CBARC01C,
001600*                CBRET01C, CBDRU01C, CBESC02C, CBCHO01C AND
001700*                CBAGY01C - SO ONE RULE DECIDES THEM ALL. A CARD
001800*                NUMBER IS RESOLVED TO ITS ACCOUNT THROUGH
001900*                CARDDAT, AN ACCOUNT TO ITS PRIMARY AND JOINT
002000*                CUSTOMERS THROUGH ACCTXREF, AND EACH IS LOOKED
002100*                UP ON LEGLHOLD (CVLGH01Y): AN ACTIVE HOLD WITH
002200*                NO RELEASE DATE, OR ONE STILL IN THE FUTURE,
002300*                BINDS. A HOLD ON THE CUSTOMER THEREFORE HOLDS
002400*                EVERY ACCOUNT THEY ARE NAMED ON. UNLIKE
002500*                CBQSC01C THE FILES STAY OPEN ACROSS CALLS - THE
002600*                ARCHIVE AND RETENTION PASSES ASK ONCE PER ROW -
002700*                AND THE LAST ANSWER IS KEPT, SO A RUN OF ROWS
002800*                FOR THE SAME CARD OR ACCOUNT COSTS ONE LOOKUP.
002900*                THE CALLER CLOSES THEM WITH LHP-ACTION-CLOSE AT
003000*                END OF JOB. ANY FILE THAT CANNOT BE OPENED OR
003100*                READ RETURNS LHP-FAILED, WHICH CALLERS TREAT AS
003200*                HELD.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS LGH-KEY
004100         FILE STATUS IS WS-LEGLHOLD-STATUS.
004200     SELECT CARD-FILE ASSIGN TO CARDDAT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CARD-NUM
004600         FILE STATUS IS WS-CARD-STATUS.
004700     SELECT XREF-FILE ASSIGN TO ACCTXREF
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS XRF-ACCT-ID
005100         FILE STATUS IS WS-XREF-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  LEGAL-HOLD-FILE.
005600     COPY CVLGH01Y.
005700*
005800 FD  CARD-FILE.
005900     COPY CVACT02Y.
006000*
006100 FD  XREF-FILE.
006200     COPY CVXRF01Y.
006300*
006400 WORKING-STORAGE SECTION.
006500 01  WS-LEGLHOLD-STATUS               PIC XX.
006600     88 WS-LEGLHOLD-OK                VALUE '00'.
006700 01  WS-CARD-STATUS                   PIC XX.
006800     88 WS-CARD-OK                    VALUE '00'.
006900 01  WS-XREF-STATUS                   PIC XX.
007000     88 WS-XREF-OK                    VALUE '00'.
007100 01  WS-FILES-OPEN-SW                 PIC X(01) VALUE 'N'.
007200     88 WS-FILES-OPEN                 VALUE 'Y'.
007300 01  WS-LEGLHOLD-OPEN-SW              PIC X(01) VALUE 'N'.
007400     88 WS-LEGLHOLD-OPEN              VALUE 'Y'.
007500 01  WS-CARD-OPEN-SW                  PIC X(01) VALUE 'N'.
007600     88 WS-CARD-OPEN                  VALUE 'Y'.
007700 01  WS-XREF-OPEN-SW                  PIC X(01) VALUE 'N'.
007800     88 WS-XREF-OPEN                  VALUE 'Y'.
007900 01  WS-HOLD-EOF-SW                   PIC X(01).
008000     88 WS-END-OF-HOLDS               VALUE 'Y'.
008100*
008200 01  WS-CHECK-WORK.
008300     05 WS-CHK-ACCT-ID                PIC 9(11).
008400     05 WS-CHK-SCOPE                  PIC X(01).
008500     05 WS-CHK-ENTITY-ID              PIC 9(11).
008600*
008700******************************************************************
008800* THE LAST QUESTION ASKED AND ITS ANSWER - A REPEAT OF THE SAME
008900* CARD / ACCOUNT / CUSTOMER IS ANSWERED FROM HERE.
009000******************************************************************
009100 01  WS-LAST-CHECK.
009200     05 WS-LAST-VALID-SW              PIC X(01) VALUE 'N'.
009300        88 WS-LAST-VALID              VALUE 'Y'.
009400     05 WS-LAST-CARD-NUM              PIC X(16).
009500     05 WS-LAST-ACCT-ID               PIC 9(11).
009600     05 WS-LAST-CUST-ID               PIC 9(09).
009700     05 WS-LAST-RESULT                PIC X(01).
009800     05 WS-LAST-MATTER-NO             PIC X(12).
009900*
010000 COPY CSDAT01Y.
010100*
010200 LINKAGE SECTION.
010300 COPY CVLGH02Y.
010400*
010500******************************************************************
010600 PROCEDURE DIVISION USING LEGAL-HOLD-PARM.
010700******************************************************************
010800 0000-MAINLINE.
010900     IF LHP-ACTION-CLOSE
011000         PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
011100         GOBACK
011200     END-IF
011300     IF NOT WS-FILES-OPEN
011400         PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT
011500     END-IF
011600     IF LHP-CARD-NUM = LOW-VALUES
011700         MOVE SPACES             TO LHP-CARD-NUM
011800     END-IF
011900     IF WS-LAST-VALID
012000        AND LHP-CARD-NUM = WS-LAST-CARD-NUM
012100        AND LHP-ACCT-ID = WS-LAST-ACCT-ID
012200        AND LHP-CUST-ID = WS-LAST-CUST-ID
012300         MOVE WS-LAST-RESULT     TO LHP-RESULT
012400         MOVE WS-LAST-MATTER-NO  TO LHP-MATTER-NO
012500         GOBACK
012600     END-IF
012700     SET LHP-NOT-HELD            TO TRUE
012800     MOVE SPACES                 TO LHP-MATTER-NO
012900     PERFORM 2000-CHECK-ENTITIES THRU 2000-CHECK-ENTITIES-EXIT
013000     MOVE LHP-CARD-NUM           TO WS-LAST-CARD-NUM
013100     MOVE LHP-ACCT-ID            TO WS-LAST-ACCT-ID
013200     MOVE LHP-CUST-ID            TO WS-LAST-CUST-ID
013300     MOVE LHP-RESULT             TO WS-LAST-RESULT
013400     MOVE LHP-MATTER-NO          TO WS-LAST-MATTER-NO
013500     MOVE 'Y'                    TO WS-LAST-VALID-SW
013600     GOBACK.
013700*
013800******************************************************************
013900* OPENED ON THE FIRST CALL. A HOLD FILE THAT WILL NOT OPEN
014000* FAILS EVERY CHECK; A MISSING CARD OR CROSS-REFERENCE FILE
014100* FAILS ONLY THE CHECKS THAT NEED IT.
014200******************************************************************
014300 1000-OPEN-FILES.
014400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
014500     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
014600     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014700     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
014800     MOVE 'Y'                    TO WS-FILES-OPEN-SW
014900     OPEN INPUT LEGAL-HOLD-FILE
015000     IF WS-LEGLHOLD-OK
015100         MOVE 'Y'                TO WS-LEGLHOLD-OPEN-SW
015200     ELSE
015300         DISPLAY 'CBLGH01C - ERROR OPENING LEGAL HOLD FILE: '
015400             WS-LEGLHOLD-STATUS
015500     END-IF
015600     OPEN INPUT CARD-FILE
015700     IF WS-CARD-OK
015800         MOVE 'Y'                TO WS-CARD-OPEN-SW
015900     ELSE
016000         DISPLAY 'CBLGH01C - ERROR OPENING CARD FILE: '
016100             WS-CARD-STATUS
016200     END-IF
016300     OPEN INPUT XREF-FILE
016400     IF WS-XREF-OK
016500         MOVE 'Y'                TO WS-XREF-OPEN-SW
016600     ELSE
016700         DISPLAY 'CBLGH01C - ERROR OPENING XREF FILE: '
016800             WS-XREF-STATUS
016900     END-IF.
017000 1000-OPEN-FILES-EXIT.
017100     EXIT.
017200*
017300******************************************************************
017400* CARD TO ACCOUNT, THEN THE ACCOUNT, ITS PRIMARY AND JOINT
017500* CUSTOMERS, AND ANY CUSTOMER NAMED DIRECTLY. THE FIRST BINDING
017600* HOLD ENDS THE SEARCH. A ROW WITH NOTHING TO CHECK (A LOG ROW
017700* NOT TIED TO ANY ACCOUNT) IS NOT HELD.
017800******************************************************************
017900 2000-CHECK-ENTITIES.
018000     IF LHP-CARD-NUM = SPACES
018100        AND LHP-ACCT-ID = ZERO
018200        AND LHP-CUST-ID = ZERO
018300         GO TO 2000-CHECK-ENTITIES-EXIT
018400     END-IF
018500     IF NOT WS-LEGLHOLD-OPEN
018600         SET LHP-FAILED          TO TRUE
018700         GO TO 2000-CHECK-ENTITIES-EXIT
018800     END-IF
018900     MOVE LHP-ACCT-ID            TO WS-CHK-ACCT-ID
019000     IF WS-CHK-ACCT-ID = ZERO AND LHP-CARD-NUM NOT = SPACES
019100         PERFORM 2100-RESOLVE-CARD THRU 2100-RESOLVE-CARD-EXIT
019200         IF LHP-FAILED
019300             GO TO 2000-CHECK-ENTITIES-EXIT
019400         END-IF
019500     END-IF
019600     IF WS-CHK-ACCT-ID NOT = ZERO
019700         MOVE 'A'                TO WS-CHK-SCOPE
019800         MOVE WS-CHK-ACCT-ID     TO WS-CHK-ENTITY-ID
019900         PERFORM 3000-FIND-HOLD THRU 3000-FIND-HOLD-EXIT
020000         IF NOT LHP-NOT-HELD
020100             GO TO 2000-CHECK-ENTITIES-EXIT
020200         END-IF
020300         PERFORM 2200-CHECK-ACCT-HOLDERS
020400             THRU 2200-CHECK-ACCT-HOLDERS-EXIT
020500         IF NOT LHP-NOT-HELD
020600             GO TO 2000-CHECK-ENTITIES-EXIT
020700         END-IF
020800     END-IF
020900     IF LHP-CUST-ID NOT = ZERO
021000         MOVE 'C'                TO WS-CHK-SCOPE
021100         MOVE LHP-CUST-ID        TO WS-CHK-ENTITY-ID
021200         PERFORM 3000-FIND-HOLD THRU 3000-FIND-HOLD-EXIT
021300     END-IF.
021400 2000-CHECK-ENTITIES-EXIT.
021500     EXIT.
021600*
021700******************************************************************
021800* A CARD NO LONGER ON CARDDAT LEAVES NO ACCOUNT TO CHECK - THE
021900* ROW IS NOT HELD BY ANY ACCOUNT OR CUSTOMER THIS SIDE CAN SEE.
022000******************************************************************
022100 2100-RESOLVE-CARD.
022200     IF NOT WS-CARD-OPEN
022300         SET LHP-FAILED          TO TRUE
022400         GO TO 2100-RESOLVE-CARD-EXIT
022500     END-IF
022600     MOVE LHP-CARD-NUM           TO CARD-NUM
022700     READ CARD-FILE
022800         INVALID KEY
022900             GO TO 2100-RESOLVE-CARD-EXIT
023000     END-READ
023100     IF NOT WS-CARD-OK
023200         SET LHP-FAILED          TO TRUE
023300         GO TO 2100-RESOLVE-CARD-EXIT
023400     END-IF
023500     MOVE CARD-ACCT-ID           TO WS-CHK-ACCT-ID.
023600 2100-RESOLVE-CARD-EXIT.
023700     EXIT.
023800*
023900 2200-CHECK-ACCT-HOLDERS.
024000     IF NOT WS-XREF-OPEN
024100         SET LHP-FAILED          TO TRUE
024200         GO TO 2200-CHECK-ACCT-HOLDERS-EXIT
024300     END-IF
024400     MOVE WS-CHK-ACCT-ID         TO XRF-ACCT-ID
024500     READ XREF-FILE
024600         INVALID KEY
024700             GO TO 2200-CHECK-ACCT-HOLDERS-EXIT
024800     END-READ
024900     IF NOT WS-XREF-OK
025000         SET LHP-FAILED          TO TRUE
025100         GO TO 2200-CHECK-ACCT-HOLDERS-EXIT
025200     END-IF
025300     IF XRF-CUST-ID NOT = ZERO
025400         MOVE 'C'                TO WS-CHK-SCOPE
025500         MOVE XRF-CUST-ID        TO WS-CHK-ENTITY-ID
025600         PERFORM 3000-FIND-HOLD THRU 3000-FIND-HOLD-EXIT
025700         IF NOT LHP-NOT-HELD
025800             GO TO 2200-CHECK-ACCT-HOLDERS-EXIT
025900         END-IF
026000     END-IF
026100     IF XRF-JOINT-CUST-ID NOT = ZERO
026200         MOVE 'C'                TO WS-CHK-SCOPE
026300         MOVE XRF-JOINT-CUST-ID  TO WS-CHK-ENTITY-ID
026400         PERFORM 3000-FIND-HOLD THRU 3000-FIND-HOLD-EXIT
026500     END-IF.
026600 2200-CHECK-ACCT-HOLDERS-EXIT.
026700     EXIT.
026800*
026900******************************************************************
027000* BROWSE EVERY MATTER ON FILE FOR THE ENTITY. RELEASED HOLDS
027100* AND HOLDS WHOSE RELEASE DATE HAS COME ARE PASSED OVER.
027200******************************************************************
027300 3000-FIND-HOLD.
027400     MOVE 'N'                    TO WS-HOLD-EOF-SW
027500     MOVE WS-CHK-SCOPE           TO LGH-SCOPE
027600     MOVE WS-CHK-ENTITY-ID       TO LGH-ENTITY-ID
027700     MOVE LOW-VALUES             TO LGH-MATTER-NO
027800     START LEGAL-HOLD-FILE KEY NOT LESS THAN LGH-KEY
027900         INVALID KEY
028000             GO TO 3000-FIND-HOLD-EXIT
028100     END-START
028200     IF NOT WS-LEGLHOLD-OK
028300         SET LHP-FAILED          TO TRUE
028400         GO TO 3000-FIND-HOLD-EXIT
028500     END-IF
028600     PERFORM 3100-NEXT-HOLD THRU 3100-NEXT-HOLD-EXIT
028700         UNTIL WS-END-OF-HOLDS.
028800 3000-FIND-HOLD-EXIT.
028900     EXIT.
029000*
029100 3100-NEXT-HOLD.
029200     READ LEGAL-HOLD-FILE NEXT RECORD
029300         AT END
029400             MOVE 'Y'            TO WS-HOLD-EOF-SW
029500             GO TO 3100-NEXT-HOLD-EXIT
029600     END-READ
029700     IF NOT WS-LEGLHOLD-OK
029800         SET LHP-FAILED          TO TRUE
029900         MOVE 'Y'                TO WS-HOLD-EOF-SW
030000         GO TO 3100-NEXT-HOLD-EXIT
030100     END-IF
030200     IF LGH-SCOPE NOT = WS-CHK-SCOPE
030300        OR LGH-ENTITY-ID NOT = WS-CHK-ENTITY-ID
030400         MOVE 'Y'                TO WS-HOLD-EOF-SW
030500         GO TO 3100-NEXT-HOLD-EXIT
030600     END-IF
030700     IF LGH-ACTIVE
030800        AND (LGH-RELEASE-DATE = SPACES
030900             OR LGH-RELEASE-DATE > WS-CURDATE-YYYY-MM-DD)
031000         SET LHP-HELD            TO TRUE
031100         MOVE LGH-MATTER-NO      TO LHP-MATTER-NO
031200         MOVE 'Y'                TO WS-HOLD-EOF-SW
031300     END-IF.
031400 3100-NEXT-HOLD-EXIT.
031500     EXIT.
031600*
031700 9000-CLOSE-FILES.
031800     IF WS-LEGLHOLD-OPEN
031900         CLOSE LEGAL-HOLD-FILE
032000     END-IF
032100     IF WS-CARD-OPEN
032200         CLOSE CARD-FILE
032300     END-IF
032400     IF WS-XREF-OPEN
032500         CLOSE XREF-FILE
032600     END-IF
032700     MOVE 'N'                    TO WS-FILES-OPEN-SW
032800     MOVE 'N'                    TO WS-LEGLHOLD-OPEN-SW
032900     MOVE 'N'                    TO WS-CARD-OPEN-SW
033000     MOVE 'N'                    TO WS-XREF-OPEN-SW
033100     MOVE 'N'                    TO WS-LAST-VALID-SW.
033200 9000-CLOSE-FILES-EXIT.
033300     EXIT.
