000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - EMBOSSING VENDOR EXTRACT
001100*                     AND BULK EXPIRY-DRIVEN REISSUE.
000000* 2026-10-15  MAINT   A CARD WHOSE PRIMARY OR JOINT HOLDER IS
000000*                     HELD FOR OFAC SANCTIONS REVIEW, OR
000000*                     CONFIRMED AS A HIT, IS NOT EXTRACTED AND
000000*                     STAYS UNSENT.
000000* 2026-10-15  MAINT   EACH EXTRACT ROW CARRIES THE ACCOUNT'S
000000*                     GROUP AS THE PRODUCT CODE (EMB-PRODUCT-CD)
000000*                     SO THE PLANT EMBOSSES THE RIGHT CARD ART,
000000*                     INCLUDING AFTER A PRODUCT CHANGE.
000000* 2026-10-15  MAINT   EACH BULK REISSUE IS PAIRED OLD-TO-NEW ON
000000*                     CARDRPL (CVCUP01Y) FOR THE CBCUP01C CARD-
000000*                     ON-FILE ACCOUNT-UPDATER EXTRACT.
000000* 2026-10-15  MAINT   ACTIVE CARDS ON THE CBCPP01C COMMON POINT-
000000*                     OF-PURCHASE AT-RISK LIST (CPPRISK) ARE
000000*                     REISSUED PROACTIVELY, PAIRED ON CARDRPL
000000*                     WITH REASON 'C'.
000000* 2026-10-15  MAINT   REGISTER THE EMBOSS EXTRACT (EMBOSS) ON THE
000000*                     OUTBOUND FILE REGISTRY (CBOBF01C) AS THE RUN
000000*                     ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       TWO JOBS IN ONE PASS OVER THE CARD MASTER.
002200*                SECOND, EVERY NOT-YET-ACTIVATED CARD NOT YET
002300*                SENT TO THE PLANT - AN ON-LINE REISSUE FROM
002400*                COCRDSLC OR COLST00C, A FIRST CARD FROM
002500*                COACT01C, A PRODUCT-CHANGE REISSUE FROM
000000*                CBPCH01C, OR A BULK REPLACEMENT CUT MOMENTS
002600*                AGO - GOES OUT ON THE EMBOSS EXTRACT WITH THE
002700*                MAILING ADDRESS RESOLVED THROUGH ACCTXREF TO
002800*                CUSTDAT AND THE ACCOUNT'S GROUP AS THE PRODUCT
000000*                CODE THE PLANT PICKS THE CARD ART BY, AND IS
000000*                MARKED SENT. THE EXTRACT ENDS
002900*                WITH A CONTROL TRAILER (ROW COUNT). RUN
003000*                MONTHLY, OR AS OFTEN AS THE PLANT PICKS UP.
000000*                A CARD ON THE CBCPP01C AT-RISK LIST (CPPRISK),
000000*                WHEN ONE IS SUPPLIED, IS REISSUED THE SAME WAY
000000*                WHATEVER ITS EXPIRY, PAIRED ON CARDRPL WITH
000000*                REASON 'C'.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS XRF-ACCT-ID
004400         FILE STATUS IS WS-XREF-STATUS.
000000     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS ACCT-ID
000000         FILE STATUS IS WS-ACCOUNT-STATUS.
004500     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
005000     SELECT EMBOSS-FILE ASSIGN TO EMBOSS
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-EMBOSS-STATUS.
000000     SELECT CARDRPL-FILE ASSIGN TO CARDRPL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS CRP-KEY
000000         FILE STATUS IS WS-CARDRPL-STATUS.
000000     SELECT CPP-RISK-FILE ASSIGN TO CPPRISK
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-CPPRISK-STATUS.
005300     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-ALERT-STATUS.
006700 FD  XREF-FILE.
006800     COPY CVXRF01Y.
006900*
000000 FD  ACCOUNT-FILE.
000000     COPY CVACT01Y.
000000*
007000 FD  CUSTOMER-FILE.
007100     COPY CVCUS01Y.
007200*
007400     RECORDING MODE IS F.
007500     COPY CVEMB01Y.
007600*
000000 FD  CARDRPL-FILE.
000000     COPY CVCUP01Y.
000000*
000000 FD  CPP-RISK-FILE
000000     RECORDING MODE IS F.
000000     COPY CVCPP01Y.
000000*
007700 FD  ALERT-QUEUE-FILE
007800     RECORDING MODE IS F.
007900     COPY CSOPS01Y.
008600     88 WS-CARD-OK                    VALUE '00'.
008700     88 WS-CARD-EOF                   VALUE '10'.
008800 01  WS-XREF-STATUS                   PIC XX.
000000 01  WS-ACCOUNT-STATUS                PIC XX.
008900 01  WS-CUSTOMER-STATUS               PIC XX.
009000 01  WS-EMBOSS-STATUS                 PIC XX.
009100     88 WS-EMBOSS-OK                  VALUE '00'.
000000 01  WS-CARDRPL-STATUS                PIC XX.
000000 01  WS-CPPRISK-STATUS                PIC XX.
000000     88 WS-CPPRISK-OK                 VALUE '00'.
009200 01  WS-ALERT-STATUS                  PIC XX.
009300 01  WS-JOBLOG-STATUS                 PIC XX.
009400     88 WS-JOBLOG-OK                  VALUE '00'.
009700 01  WS-CARD-COUNT                    PIC 9(07) VALUE ZERO.
009800 01  WS-REISSUE-COUNT                 PIC 9(07) VALUE ZERO.
009900 01  WS-EMBOSS-COUNT                  PIC 9(07) VALUE ZERO.
000000 01  WS-OFAC-HELD-COUNT               PIC 9(07) VALUE ZERO.
000000 01  WS-CPP-REISSUE-COUNT             PIC 9(07) VALUE ZERO.
010000 01  WS-ABEND-REASON-TEXT             PIC X(50).
010100*
010200******************************************************************
010600******************************************************************
010700 01  WS-REISSUE-LEAD-DAYS             PIC 9(03) VALUE 090.
010800*
000000******************************************************************
000000* CARDS CBCPP01C LISTED AS AT RISK FROM A COMMON POINT OF
000000* PURCHASE (CPPRISK). NO LIST THIS RUN LEAVES THE TABLE EMPTY.
000000******************************************************************
000000 01  WS-CPP-RISK-TABLE.
000000     05 WS-CPP-RISK-USED              PIC 9(05) COMP VALUE ZERO.
000000     05 WS-CPP-RISK-CARD              PIC X(16)
000000                                      OCCURS 5000 TIMES
000000                                      INDEXED BY WS-CPP-RISK-IDX.
000000 01  WS-CPP-RISK-EOF-SW               PIC X(01) VALUE 'N'.
000000     88 WS-CPP-RISK-EOF               VALUE 'Y'.
000000 01  WS-REISSUE-REASON-SW             PIC X(01) VALUE 'E'.
000000     88 WS-REISSUE-FOR-EXPIRY         VALUE 'E'.
000000     88 WS-REISSUE-FOR-COMPROMISE     VALUE 'C'.
000000 01  WS-CPP-FOUND-SW                  PIC X(01).
000000     88 WS-CPP-AT-RISK                VALUE 'Y'.
010900 01  WS-EMB-WORK.
011000     05 WS-TODAY-INT                  PIC 9(08).
011100     05 WS-WINDOW-END-INT             PIC 9(08).
011800        10 WS-WIN-DD                  PIC 9(02).
011900     05 WS-SAVED-CARD-NUM             PIC X(16).
012000     05 WS-NEW-CARD-NUM               PIC X(16).
000000     05 WS-SAVED-EXP-DATE             PIC X(10).
012100     05 WS-NEW-EXP-YEAR               PIC 9(04).
012200     05 WS-CURRENT-TIMESTAMP          PIC X(26).
012300*
012800*
012900 COPY CSDAT01Y.
013000*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
013100 LINKAGE SECTION.
013200*
013300******************************************************************
015800     OPEN I-O CARD-FILE
015900     OPEN INPUT XREF-FILE
016000     OPEN INPUT CUSTOMER-FILE
000000     OPEN INPUT ACCOUNT-FILE
016100     OPEN OUTPUT EMBOSS-FILE
000000     OPEN I-O CARDRPL-FILE
000000     PERFORM 1100-LOAD-CPP-RISK THRU 1100-LOAD-CPP-RISK-EXIT
016200     IF NOT WS-CARD-OK
016300         DISPLAY 'CBEMB01C - ERROR OPENING CARD FILE'
016400         MOVE 'Y'                TO WS-EOF-SW
018100 1000-INITIALIZE-EXIT.
018200     EXIT.
018300*
000000******************************************************************
000000* LOAD THE CBCPP01C AT-RISK LIST. THE LIST IS OPTIONAL - A RUN
000000* WITH NO CPPRISK DATASET REISSUES FOR EXPIRY ONLY.
000000******************************************************************
000000 1100-LOAD-CPP-RISK.
000000     OPEN INPUT CPP-RISK-FILE
000000     IF NOT WS-CPPRISK-OK
000000         GO TO 1100-LOAD-CPP-RISK-EXIT
000000     END-IF
000000     PERFORM 1110-READ-CPP-RISK THRU 1110-READ-CPP-RISK-EXIT
000000         UNTIL WS-CPP-RISK-EOF
000000     CLOSE CPP-RISK-FILE.
000000 1100-LOAD-CPP-RISK-EXIT.
000000     EXIT.
000000*
000000 1110-READ-CPP-RISK.
000000     READ CPP-RISK-FILE
000000         AT END
000000             MOVE 'Y'            TO WS-CPP-RISK-EOF-SW
000000             GO TO 1110-READ-CPP-RISK-EXIT
000000     END-READ
000000     IF WS-CPP-RISK-USED < 5000
000000         ADD 1                   TO WS-CPP-RISK-USED
000000         MOVE CPR-CARD-NUM
000000                    TO WS-CPP-RISK-CARD (WS-CPP-RISK-USED)
000000     END-IF.
000000 1110-READ-CPP-RISK-EXIT.
000000     EXIT.
000000*
018400 2000-SWEEP-CARDS.
018500     ADD 1                       TO WS-CARD-COUNT
018600     IF CARD-ACTIVE-STATUS = 'A'
018800        AND CARD-EMBOSS-SENT-DATE = SPACES
018900        AND CARD-EXPIRAION-DATE >= WS-CURDATE-YYYY-MM-DD
019000        AND CARD-EXPIRAION-DATE <= WS-WINDOW-END-X
000000         SET WS-REISSUE-FOR-EXPIRY TO TRUE
019100         PERFORM 3000-BULK-REISSUE THRU 3000-BULK-REISSUE-EXIT
000000     ELSE
000000         IF CARD-ACTIVE-STATUS = 'A'
000000            AND CARD-IS-ACTIVATED
000000            AND CARD-EMBOSS-SENT-DATE = SPACES
000000            AND WS-CPP-RISK-USED > ZERO
000000             PERFORM 2200-CHECK-CPP-RISK
000000                 THRU 2200-CHECK-CPP-RISK-EXIT
000000             IF WS-CPP-AT-RISK
000000                 SET WS-REISSUE-FOR-COMPROMISE TO TRUE
000000                 PERFORM 3000-BULK-REISSUE
000000                     THRU 3000-BULK-REISSUE-EXIT
000000                 ADD 1           TO WS-CPP-REISSUE-COUNT
000000             END-IF
000000         END-IF
019200     END-IF
019300     IF CARD-NOT-YET-ACTIVATED
019400        AND CARD-EMBOSS-SENT-DATE = SPACES
020500             MOVE 'Y'            TO WS-EOF-SW
020600     END-READ.
020700 2100-READ-NEXT-CARD-EXIT.
000000     EXIT.
000000*
000000 2200-CHECK-CPP-RISK.
000000     MOVE 'N'                    TO WS-CPP-FOUND-SW
000000     PERFORM VARYING WS-CPP-RISK-IDX FROM 1 BY 1
000000             UNTIL WS-CPP-RISK-IDX > WS-CPP-RISK-USED
000000                OR WS-CPP-AT-RISK
000000         IF WS-CPP-RISK-CARD (WS-CPP-RISK-IDX) = CARD-NUM
000000             MOVE 'Y'            TO WS-CPP-FOUND-SW
000000         END-IF
000000     END-PERFORM.
000000 2200-CHECK-CPP-RISK-EXIT.
020800     EXIT.
020900*
021000******************************************************************
021800 3000-BULK-REISSUE.
021900     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
022000     MOVE CARD-NUM               TO WS-SAVED-CARD-NUM
000000     MOVE CARD-EXPIRAION-DATE    TO WS-SAVED-EXP-DATE
022100     MOVE WS-CURDATE-YYYY-MM-DD  TO CARD-EMBOSS-SENT-DATE
022200     REWRITE CARD-RECORD
022300     MOVE CARD-ACCT-ID           TO WS-NEW-CARD-NUM (1:11)
023700     WRITE CARD-RECORD
023800         INVALID KEY
023900             CONTINUE
000000         NOT INVALID KEY
000000             PERFORM 3100-RECORD-REPLACEMENT
000000                 THRU 3100-RECORD-REPLACEMENT-EXIT
024000     END-WRITE
024100     ADD 1                       TO WS-REISSUE-COUNT
024200     MOVE WS-SAVED-CARD-NUM      TO CARD-NUM
024500             CONTINUE
024600     END-READ.
024700 3000-BULK-REISSUE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PAIR THE EXPIRING NUMBER WITH ITS REPLACEMENT ON CARDRPL SO THE
000000* NEXT CBCUP01C ACCOUNT-UPDATER EXTRACT MOVES ANY MERCHANT HOLDING
000000* THE OLD CARD ON FILE ACROSS TO THE NEW ONE.
000000******************************************************************
000000 3100-RECORD-REPLACEMENT.
000000     MOVE SPACES                 TO CARD-REPLACEMENT-RECORD
000000     MOVE CARD-NUM               TO CRP-NEW-CARD-NUM
000000     MOVE WS-CURRENT-TIMESTAMP   TO CRP-CREATED-TS
000000     MOVE WS-SAVED-CARD-NUM      TO CRP-OLD-CARD-NUM
000000     MOVE CARD-ACCT-ID           TO CRP-ACCT-ID
000000     MOVE WS-SAVED-EXP-DATE      TO CRP-OLD-EXP-DATE
000000     MOVE CARD-EXPIRAION-DATE    TO CRP-NEW-EXP-DATE
000000     IF WS-REISSUE-FOR-COMPROMISE
000000         SET CRP-REASON-COMPROMISE TO TRUE
000000     ELSE
000000         SET CRP-REASON-EXPIRY   TO TRUE
000000     END-IF
000000     MOVE 'N'                    TO CRP-LOST-STOLEN-IND
000000     WRITE CARD-REPLACEMENT-RECORD
000000         INVALID KEY
000000             DISPLAY 'CBEMB01C - CARDRPL WRITE FAILED FOR '
000000                     CRP-NEW-CARD-NUM
000000     END-WRITE.
000000 3100-RECORD-REPLACEMENT-EXIT.
024800     EXIT.
024900*
025000******************************************************************
025100* ONE EXTRACT ROW PER NOT-YET-SENT CARD, ADDRESSED THROUGH THE
025200* ACCOUNT CROSS-REFERENCE TO THE CUSTOMER. NO CUSTOMER ON FILE
025300* LEAVES THE CARD UNMARKED FOR THE NEXT RUN TO RETRY. SO DOES A
000000* PRIMARY OR JOINT HOLDER HELD FOR OFAC SANCTIONS REVIEW OR
000000* CONFIRMED AS A HIT - NO PLASTIC GOES TO THE PLANT UNTIL THE
000000* MATCH IS CLEARED ON COOFC00C. THE PRODUCT CODE IS THE
000000* ACCOUNT'S GROUP AS IT STANDS AT EXTRACT TIME.
025400******************************************************************
025500 4000-EXTRACT-CARD.
025600     MOVE CARD-ACCT-ID           TO XRF-ACCT-ID
025700     READ XREF-FILE
025800         INVALID KEY
025900             MOVE CARD-ACCT-ID   TO XRF-CUST-ID
000000             MOVE ZERO           TO XRF-JOINT-CUST-ID
026000     END-READ
000000     IF XRF-JOINT-CUST-ID NUMERIC AND XRF-JOINT-CUST-ID > ZERO
000000         MOVE XRF-JOINT-CUST-ID  TO CUST-ID
000000         READ CUSTOMER-FILE
000000             INVALID KEY
000000                 MOVE SPACES     TO CUST-OFAC-STATUS
000000         END-READ
000000         IF CUST-OFAC-REVIEW-PENDING OR CUST-OFAC-CONFIRMED-HIT
000000             ADD 1               TO WS-OFAC-HELD-COUNT
000000             GO TO 4000-EXTRACT-CARD-EXIT
000000         END-IF
000000     END-IF
026100     MOVE XRF-CUST-ID            TO CUST-ID
026200     READ CUSTOMER-FILE
026300         INVALID KEY
026400             GO TO 4000-EXTRACT-CARD-EXIT
026500     END-READ
000000     IF CUST-OFAC-REVIEW-PENDING OR CUST-OFAC-CONFIRMED-HIT
000000         ADD 1                   TO WS-OFAC-HELD-COUNT
000000         GO TO 4000-EXTRACT-CARD-EXIT
000000     END-IF
026600     MOVE SPACES                 TO EMBOSS-EXTRACT-RECORD
026700     SET EMB-DETAIL-REC          TO TRUE
026800     MOVE CARD-NUM               TO EMB-CARD-NUM
027300     MOVE CUST-ADDR-STATE-CD     TO EMB-ADDR-STATE-CD
027400     MOVE CUST-ADDR-ZIP          TO EMB-ADDR-ZIP
027500     MOVE WS-CURDATE-YYYY-MM-DD  TO EMB-EXTRACT-DATE
000000     MOVE CARD-ACCT-ID           TO ACCT-ID
000000     READ ACCOUNT-FILE
000000         INVALID KEY
000000             MOVE SPACES         TO ACCT-GROUP-ID
000000     END-READ
000000     MOVE ACCT-GROUP-ID          TO EMB-PRODUCT-CD
027600     WRITE EMBOSS-EXTRACT-RECORD
027700     MOVE WS-CURDATE-YYYY-MM-DD  TO CARD-EMBOSS-SENT-DATE
027800     REWRITE CARD-RECORD
028900 7000-WRITE-TRAILER-EXIT.
029000     EXIT.
029100*
000000******************************************************************
000000* REGISTER THE EMBOSS EXTRACT (EMBOSS) ON THE OUTBOUND FILE
000000* REGISTRY SO ITS TRANSMISSION AND THE EMBOSSING VENDOR'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'EMBOSS'               TO OBP-FILE-NAME
000000     MOVE 'EMBOSSER'             TO OBP-PARTNER-CD
000000     MOVE 'CBEMB01C'             TO OBP-JOB-NAME
000000     MOVE WS-EMBOSS-COUNT        TO OBP-REC-COUNT
000000     MOVE ZERO                   TO OBP-AMT-TOTAL
000000     MOVE 024                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBEMB01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
029200 9000-TERMINATE.
029300     CLOSE CARD-FILE
029400     CLOSE XREF-FILE
029500     CLOSE CUSTOMER-FILE
000000     CLOSE ACCOUNT-FILE
029600     CLOSE EMBOSS-FILE
000000     CLOSE CARDRPL-FILE
029700     DISPLAY 'CBEMB01C - CARDS READ: ' WS-CARD-COUNT
029800     DISPLAY 'CBEMB01C - BULK REISSUES CUT: ' WS-REISSUE-COUNT
000000     DISPLAY 'CBEMB01C - OF WHICH CPP AT-RISK: '
000000             WS-CPP-REISSUE-COUNT
029900     DISPLAY 'CBEMB01C - EXTRACT ROWS WRITTEN: ' WS-EMBOSS-COUNT
000000     DISPLAY 'CBEMB01C - HELD FOR SANCTIONS REVIEW: '
000000             WS-OFAC-HELD-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
030000     PERFORM 9200-LOG-JOB-STATUS
030100         THRU 9200-LOG-JOB-STATUS-EXIT.
030200 9000-TERMINATE-EXIT.
