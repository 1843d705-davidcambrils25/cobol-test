000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COAIQSVC.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - LINKABLE ACCOUNT INQUIRY
001100*                     SERVICE FOR THE IVR AND MOBILE CHANNELS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       THE FIGURES A REP READS OFF COACTVWC AND
001500*                COTRN00C, FACTORED INTO A LINKABLE SERVICE
001600*                (CVAIQ01Y COMMAREA) THE WAY COAUTSVC FACTORED
001700*                THE AUTHORIZATION DECISION, SO THE PHONE IVR
001800*                AND THE MOBILE APP NO LONGER SCREEN-SCRAPE.
001900*                THE CALLER IS AUTHENTICATED BY CARD NUMBER
002000*                PLUS ONE VERIFICATION ELEMENT (THE CARD'S CVV
002100*                OR THE ACCOUNT'S BILLING ZIP). THE REPLY
002200*                CARRIES THE CURRENT BALANCE, THE MINIMUM DUE
002300*                AND DUE DATE AS THE ACCOUNT VIEW SHOWS THEM,
002400*                THE LAST PAYMENT APPLIED, THE ACCOUNT'S FIVE
002500*                MOST RECENT TRANSACTIONS, AND THE AVAILABLE
002600*                CREDIT BUILT FROM THE SAME PARAGRAPHS COAUTSVC
002700*                DECIDES WITH - OPEN AUTHFILE HOLDS (3600),
002800*                TMPLIMIT OVERRIDES (3700) AND POSTED-BUT-
002900*                UNSETTLED PAYMENTS (3750) - SO THE CUSTOMER IS
003000*                NEVER TOLD A FIGURE THE NEXT AUTHORIZATION
003100*                WOULD CONTRADICT. EVERY INQUIRY IS LOGGED ON
003200*                INQLOG BY CHANNEL (5000) FOR CBAIQ01C.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  WS-PGMNAME                  PIC X(08) VALUE 'COAIQSVC'.
003800*
003900 COPY CVAIQ01Y.
004000*
004100 COPY CVACT01Y.
004200 COPY CVACT02Y.
004300 COPY CVAUT01Y.
004400 COPY CVTLO01Y.
004500 COPY CVPAY01Y.
004600 COPY CVTRA01Y.
004700 COPY CVAIQ02Y.
004800*
004900 01  WS-MISC-STORAGE.
005000     05  WS-RESP-CD              PIC S9(08) COMP.
005100     05  WS-OPEN-HOLD-AMT        PIC S9(11)V99 COMP-3.
005200     05  WS-UNSETTLED-PAY-AMT    PIC S9(11)V99 COMP-3.
005300     05  WS-PAY-BROWSE-SW        PIC X(01).
005400         88  WS-PAY-BROWSE-DONE  VALUE 'Y'.
005500     05  WS-EFFECTIVE-LIMIT      PIC S9(10)V99 COMP-3.
005600     05  WS-AUT-BROWSE-SW        PIC X(01).
005700         88  WS-AUT-BROWSE-DONE  VALUE 'Y'.
005800     05  WS-CARD-BROWSE-SW       PIC X(01).
005900         88  WS-CARD-BROWSE-DONE VALUE 'Y'.
006000     05  WS-BROWSE-SW            PIC X(01).
006100         88  WS-BROWSE-DONE      VALUE 'Y'.
006200     05  WS-INQ-ACCT-ID          PIC 9(11).
006300     05  WS-CVV-X                PIC 9(03).
006400*
006500******************************************************************
006600* RECENT TRANSACTION WORK AREA (4000) - THE NEWEST FIVE SEEN SO
006700* FAR ACROSS THE ACCOUNT'S CARDS, KEPT IN DESCENDING ORDER OF
006800* ORIGINAL DATE AND TRANSACTION ID. THE SIXTH SLOT ONLY ABSORBS
006900* THE SHIFT WHEN A NEWER ROW PUSHES THE OLDEST OFF THE END.
007000******************************************************************
007100 01  WS-RECENT-TRAN-WORK.
007200     05  WS-TRN-USED             PIC 9(01) VALUE ZERO.
007300     05  WS-TRN-POS              PIC 9(01).
007400     05  WS-TRN-SUB              PIC 9(01).
007500     05  WS-TRN-NEW.
007600         10  WS-TRN-NEW-KEY.
007700             15  WS-TRN-NEW-DATE PIC X(10).
007800             15  WS-TRN-NEW-ID   PIC X(16).
007900         10  WS-TRN-NEW-DESC     PIC X(30).
008000         10  WS-TRN-NEW-AMT      PIC S9(09)V99 COMP-3.
008100     05  WS-TRN-ENTRY OCCURS 6 TIMES.
008200         10  WS-TRN-KEY.
008300             15  WS-TRN-DATE     PIC X(10).
008400             15  WS-TRN-ID       PIC X(16).
008500         10  WS-TRN-DESC         PIC X(30).
008600         10  WS-TRN-AMT          PIC S9(09)V99 COMP-3.
008700*
008800 COPY CSDAT01Y.
008900*
009000 LINKAGE SECTION.
009100 01  DFHCOMMAREA                 PIC X(500).
009200*
009300******************************************************************
009400 PROCEDURE DIVISION.
009500******************************************************************
009600 0000-MAINLINE.
009700     MOVE DFHCOMMAREA (1:LENGTH OF ACCT-INQUIRY-PARM)
009800                                 TO ACCT-INQUIRY-PARM
009900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010000     PERFORM 3000-ANSWER THRU 3000-ANSWER-EXIT
010100     PERFORM 5000-LOG-INQUIRY THRU 5000-LOG-INQUIRY-EXIT
010200     MOVE ACCT-INQUIRY-PARM
010300         TO DFHCOMMAREA (1:LENGTH OF ACCT-INQUIRY-PARM)
010400     EXEC CICS
010500         RETURN
010600     END-EXEC
010700     GOBACK.
010800*
010900 1000-INITIALIZE.
011000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
011100     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
011200     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
011300     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
011400     MOVE SPACES                 TO AIQ-REPLY
011500     MOVE ZERO                   TO AIQ-ACCT-ID
011600                                    AIQ-CURR-BAL
011700                                    AIQ-CREDIT-LIMIT
011800                                    AIQ-OPEN-HOLD-AMT
011900                                    AIQ-UNSETTLED-PAY-AMT
012000                                    AIQ-AVAIL-CREDIT
012100                                    AIQ-MIN-PAY-DUE
012200                                    AIQ-LAST-PAY-AMT
012300                                    AIQ-TRAN-COUNT
012400     MOVE ZERO                   TO WS-INQ-ACCT-ID
012500     SET AIQ-REFUSED             TO TRUE
012600     MOVE '0000'                 TO AIQ-REASON-CD.
012700 1000-INITIALIZE-EXIT.
012800     EXIT.
012900*
013000 3000-ANSWER.
013100     IF NOT AIQ-CHANNEL-VALID
013200         MOVE 'CHNL'             TO AIQ-REASON-CD
013300         MOVE 'Inquiry channel not recognized'
013400                                 TO AIQ-REASON-TEXT
013500         GO TO 3000-ANSWER-EXIT
013600     END-IF
013700     PERFORM 3100-VERIFY-CALLER THRU 3100-VERIFY-CALLER-EXIT
013800     IF AIQ-REASON-CD NOT = '0000'
013900         GO TO 3000-ANSWER-EXIT
014000     END-IF
014100     PERFORM 3500-GET-BALANCES THRU 3500-GET-BALANCES-EXIT
014200     PERFORM 4000-LIST-RECENT-TRANS
014300         THRU 4000-LIST-RECENT-TRANS-EXIT
014400     SET AIQ-ANSWERED            TO TRUE
014500     MOVE 'ANSWERED'             TO AIQ-REASON-TEXT.
014600 3000-ANSWER-EXIT.
014700     EXIT.
014800*
014900******************************************************************
015000* THE CARD MUST BE ON FILE AND THE VERIFICATION ELEMENT MUST
015100* MATCH IT - THE CVV ON THE CARD RECORD, OR THE FIRST FIVE OF THE
015200* ACCOUNT'S BILLING ZIP. A BLOCKED OR CLOSED CARD STILL GETS ITS
015300* FIGURES: THE CUSTOMER IS ASKING, NOT SPENDING. NOTHING ABOUT
015400* THE ACCOUNT GOES BACK UNTIL THE CALLER IS VERIFIED.
015500******************************************************************
015600 3100-VERIFY-CALLER.
015700     MOVE AIQ-CARD-NUM           TO CARD-NUM
015800     EXEC CICS
015900         READ DATASET('CARDDAT')
016000         INTO(CARD-RECORD)
016100         RIDFLD(CARD-NUM)
016200         RESP(WS-RESP-CD)
016300     END-EXEC
016400     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
016500         MOVE 'CARD'             TO AIQ-REASON-CD
016600         MOVE 'Card not on file' TO AIQ-REASON-TEXT
016700         GO TO 3100-VERIFY-CALLER-EXIT
016800     END-IF
016900     MOVE CARD-ACCT-ID           TO ACCT-ID
017000     EXEC CICS
017100         READ DATASET('ACCTDAT')
017200         INTO(ACCOUNT-RECORD)
017300         RIDFLD(ACCT-ID)
017400         RESP(WS-RESP-CD)
017500     END-EXEC
017600     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
017700         MOVE 'ACCT'             TO AIQ-REASON-CD
017800         MOVE 'Account not on file for card'
017900                                 TO AIQ-REASON-TEXT
018000         GO TO 3100-VERIFY-CALLER-EXIT
018100     END-IF
018200     MOVE CARD-CVV-CD            TO WS-CVV-X
018300     EVALUATE TRUE
018400         WHEN AIQ-VERIFY-BY-CVV
018500          AND AIQ-VERIFY-VALUE (1:3) = WS-CVV-X
018600          AND AIQ-VERIFY-VALUE (4:7) = SPACES
018700             CONTINUE
018800         WHEN AIQ-VERIFY-BY-ZIP
018900          AND ACCT-ADDR-ZIP (1:5) NOT = SPACES
019000          AND AIQ-VERIFY-VALUE (1:5) = ACCT-ADDR-ZIP (1:5)
019100             CONTINUE
019200         WHEN OTHER
019300             MOVE 'VERF'         TO AIQ-REASON-CD
019400             MOVE 'Verification failed'
019500                                 TO AIQ-REASON-TEXT
019600             GO TO 3100-VERIFY-CALLER-EXIT
019700     END-EVALUATE
019800     MOVE ACCT-ID                TO WS-INQ-ACCT-ID
019900     MOVE ACCT-ID                TO AIQ-ACCT-ID.
020000 3100-VERIFY-CALLER-EXIT.
020100     EXIT.
020200*
020300******************************************************************
020400* BALANCE, MINIMUM DUE AND DUE DATE STRAIGHT OFF THE ACCOUNT AS
020500* COACTVWC SHOWS THEM. AVAILABLE CREDIT IS THE HEADROOM COAUTSVC
020600* APPROVES AGAINST: THE EFFECTIVE LIMIT LESS BALANCE, OPEN HOLDS
020700* AND UNSETTLED PAYMENTS - NEGATIVE WHEN THE ACCOUNT IS OVER.
020800******************************************************************
020900 3500-GET-BALANCES.
021000     MOVE ACCT-CURR-BAL          TO AIQ-CURR-BAL
021100     MOVE ACCT-MIN-PAY-DUE       TO AIQ-MIN-PAY-DUE
021200     MOVE ACCT-PAY-DUE-DATE      TO AIQ-PAY-DUE-DATE
021300     PERFORM 3600-SUM-OPEN-HOLDS THRU 3600-SUM-OPEN-HOLDS-EXIT
021400     PERFORM 3700-GET-EFFECTIVE-LIMIT
021500         THRU 3700-GET-EFFECTIVE-LIMIT-EXIT
021600     PERFORM 3750-SUM-UNSETTLED-PAYMENTS
021700         THRU 3750-SUM-UNSETTLED-PAYMENTS-EXIT
021800     MOVE WS-EFFECTIVE-LIMIT     TO AIQ-CREDIT-LIMIT
021900     MOVE WS-OPEN-HOLD-AMT       TO AIQ-OPEN-HOLD-AMT
022000     MOVE WS-UNSETTLED-PAY-AMT   TO AIQ-UNSETTLED-PAY-AMT
022100     COMPUTE AIQ-AVAIL-CREDIT = WS-EFFECTIVE-LIMIT
022200         - (ACCT-CURR-BAL + WS-OPEN-HOLD-AMT
022300            + WS-UNSETTLED-PAY-AMT).
022400 3500-GET-BALANCES-EXIT.
022500     EXIT.
022600*
022700******************************************************************
022800* TOTAL THE ACCOUNT'S OPEN AUTHORIZATION HOLDS (AUTHFILE) - THE
022900* SAME TOTAL COAUTSVC ADDS TO THE PROJECTED BALANCE.
023000******************************************************************
023100 3600-SUM-OPEN-HOLDS.
023200     MOVE ZERO                   TO WS-OPEN-HOLD-AMT
023300     MOVE 'N'                    TO WS-AUT-BROWSE-SW
023400     MOVE ACCT-ID                TO AUT-ACCT-ID
023500     MOVE ZERO                   TO AUT-SEQ
023600     EXEC CICS
023700         STARTBR DATASET('AUTHFILE')
023800         RIDFLD(AUT-KEY)
023900         GTEQ
024000         RESP(WS-RESP-CD)
024100     END-EXEC
024200     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
024300         GO TO 3600-SUM-OPEN-HOLDS-EXIT
024400     END-IF
024500     PERFORM 3610-SUM-NEXT-HOLD THRU 3610-SUM-NEXT-HOLD-EXIT
024600         UNTIL WS-AUT-BROWSE-DONE
024700     EXEC CICS
024800         ENDBR DATASET('AUTHFILE')
024900     END-EXEC.
025000 3600-SUM-OPEN-HOLDS-EXIT.
025100     EXIT.
025200*
025300 3610-SUM-NEXT-HOLD.
025400     EXEC CICS
025500         READNEXT DATASET('AUTHFILE')
025600         INTO(AUTH-HOLD-RECORD)
025700         RIDFLD(AUT-KEY)
025800         RESP(WS-RESP-CD)
025900     END-EXEC
026000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
026100        OR AUT-ACCT-ID NOT = ACCT-ID
026200         MOVE 'Y'                TO WS-AUT-BROWSE-SW
026300         GO TO 3610-SUM-NEXT-HOLD-EXIT
026400     END-IF
026500     IF AUT-OPEN
026600         ADD AUT-AMOUNT          TO WS-OPEN-HOLD-AMT
026700     END-IF.
026800 3610-SUM-NEXT-HOLD-EXIT.
026900     EXIT.
027000*
027100******************************************************************
027200* THE CREDIT LIMIT IN FORCE TODAY - AN ACTIVE TMPLIMIT OVERRIDE
027300* RAISES IT, NEVER LOWERS IT - AS COAUTSVC 3700 APPLIES IT.
027400******************************************************************
027500 3700-GET-EFFECTIVE-LIMIT.
027600     MOVE ACCT-CREDIT-LIMIT      TO WS-EFFECTIVE-LIMIT
027700     MOVE ACCT-ID                TO TLO-ACCT-ID
027800     EXEC CICS
027900         READ DATASET('TMPLIMIT')
028000         INTO(TEMP-LIMIT-OVERRIDE-RECORD)
028100         RIDFLD(TLO-ACCT-ID)
028200         RESP(WS-RESP-CD)
028300     END-EXEC
028400     IF WS-RESP-CD = DFHRESP(NORMAL)
028500        AND TLO-ACTIVE
028600        AND WS-CURDATE-YYYY-MM-DD >= TLO-START-DATE
028700        AND WS-CURDATE-YYYY-MM-DD <= TLO-END-DATE
028800        AND TLO-OVERRIDE-LIMIT > WS-EFFECTIVE-LIMIT
028900         MOVE TLO-OVERRIDE-LIMIT TO WS-EFFECTIVE-LIMIT
029000     END-IF.
029100 3700-GET-EFFECTIVE-LIMIT-EXIT.
029200     EXIT.
029300*
029400******************************************************************
029500* POSTED PAYMENTS NOT YET SETTLED ARE ADDED BACK, AS COAUTSVC
029600* 3750 DOES - THE MONEY HAS NOT CLEARED. THE SAME PASS PICKS UP
029700* THE LATEST PAYMENT WHOSE FUNDS HAVE BEEN APPLIED (POSTED OR
029800* SETTLED), THE ONE COC360C HEADS ITS PAYMENT LIST WITH.
029900******************************************************************
030000 3750-SUM-UNSETTLED-PAYMENTS.
030100     MOVE ZERO                   TO WS-UNSETTLED-PAY-AMT
030200     MOVE 'N'                    TO WS-PAY-BROWSE-SW
030300     MOVE LOW-VALUES             TO PAY-ID
030400     EXEC CICS
030500         STARTBR DATASET('PAYMNT')
030600         RIDFLD(PAY-ID)
030700         GTEQ
030800         RESP(WS-RESP-CD)
030900     END-EXEC
031000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
031100         GO TO 3750-SUM-UNSETTLED-PAYMENTS-EXIT
031200     END-IF
031300     PERFORM 3760-NEXT-PAYMENT
031400         THRU 3760-NEXT-PAYMENT-EXIT
031500         UNTIL WS-PAY-BROWSE-DONE
031600     EXEC CICS
031700         ENDBR DATASET('PAYMNT')
031800     END-EXEC.
031900 3750-SUM-UNSETTLED-PAYMENTS-EXIT.
032000     EXIT.
032100*
032200 3760-NEXT-PAYMENT.
032300     EXEC CICS
032400         READNEXT DATASET('PAYMNT')
032500         INTO(PAYMENT-RECORD)
032600         RIDFLD(PAY-ID)
032700         RESP(WS-RESP-CD)
032800     END-EXEC
032900     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
033000         MOVE 'Y'                TO WS-PAY-BROWSE-SW
033100         GO TO 3760-NEXT-PAYMENT-EXIT
033200     END-IF
033300     IF PAY-ACCT-ID NOT = ACCT-ID
033400         GO TO 3760-NEXT-PAYMENT-EXIT
033500     END-IF
033600     IF PAY-STATUS-POSTED
033700         ADD PAY-AMOUNT          TO WS-UNSETTLED-PAY-AMT
033800     END-IF
033900     IF PAY-FUNDS-APPLIED
034000        AND (AIQ-LAST-PAY-DATE = SPACES
034100             OR PAY-DATE > AIQ-LAST-PAY-DATE)
034200         MOVE PAY-DATE           TO AIQ-LAST-PAY-DATE
034300         MOVE PAY-AMOUNT         TO AIQ-LAST-PAY-AMT
034400     END-IF.
034500 3760-NEXT-PAYMENT-EXIT.
034600     EXIT.
034700*
034800******************************************************************
034900* WALK EVERY CARD ON THE ACCOUNT (CARDAIX) AND EACH CARD'S
035000* TRANSACTIONS (TRANCARD) AS COTRN00C DOES, KEEPING THE NEWEST
035100* FIVE, THEN HAND THEM BACK NEWEST FIRST.
035200******************************************************************
035300 4000-LIST-RECENT-TRANS.
035400     MOVE ZERO                   TO WS-TRN-USED
035500     MOVE 'N'                    TO WS-CARD-BROWSE-SW
035600     MOVE WS-INQ-ACCT-ID         TO CARD-ACCT-ID
035700     EXEC CICS
035800         STARTBR DATASET('CARDAIX')
035900         RIDFLD(CARD-ACCT-ID)
036000         GTEQ
036100         RESP(WS-RESP-CD)
036200     END-EXEC
036300     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
036400         GO TO 4000-LIST-RECENT-TRANS-EXIT
036500     END-IF
036600     PERFORM 4100-NEXT-CARD THRU 4100-NEXT-CARD-EXIT
036700         UNTIL WS-CARD-BROWSE-DONE
036800     EXEC CICS
036900         ENDBR DATASET('CARDAIX')
037000     END-EXEC
037100     MOVE WS-TRN-USED            TO AIQ-TRAN-COUNT
037200     PERFORM 4500-RETURN-TRAN THRU 4500-RETURN-TRAN-EXIT
037300         VARYING WS-TRN-SUB FROM 1 BY 1
037400         UNTIL WS-TRN-SUB > WS-TRN-USED.
037500 4000-LIST-RECENT-TRANS-EXIT.
037600     EXIT.
037700*
037800 4100-NEXT-CARD.
037900     EXEC CICS
038000         READNEXT DATASET('CARDAIX')
038100         INTO(CARD-RECORD)
038200         RIDFLD(CARD-ACCT-ID)
038300         RESP(WS-RESP-CD)
038400     END-EXEC
038500     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
038600        OR CARD-ACCT-ID NOT = WS-INQ-ACCT-ID
038700         MOVE 'Y'                TO WS-CARD-BROWSE-SW
038800         GO TO 4100-NEXT-CARD-EXIT
038900     END-IF
039000     PERFORM 4200-CARD-TRANS THRU 4200-CARD-TRANS-EXIT.
039100 4100-NEXT-CARD-EXIT.
039200     EXIT.
039300*
039400 4200-CARD-TRANS.
039500     MOVE 'N'                    TO WS-BROWSE-SW
039600     MOVE CARD-NUM               TO TRAN-CARD-NUM
039700     EXEC CICS
039800         STARTBR DATASET('TRANCARD')
039900         RIDFLD(TRAN-CARD-NUM)
040000         GTEQ
040100         RESP(WS-RESP-CD)
040200     END-EXEC
040300     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
040400         GO TO 4200-CARD-TRANS-EXIT
040500     END-IF
040600     PERFORM 4300-NEXT-TRAN THRU 4300-NEXT-TRAN-EXIT
040700         UNTIL WS-BROWSE-DONE
040800     EXEC CICS
040900         ENDBR DATASET('TRANCARD')
041000     END-EXEC.
041100 4200-CARD-TRANS-EXIT.
041200     EXIT.
041300*
041400 4300-NEXT-TRAN.
041500     EXEC CICS
041600         READNEXT DATASET('TRANCARD')
041700         INTO(TRAN-RECORD)
041800         RIDFLD(TRAN-CARD-NUM)
041900         RESP(WS-RESP-CD)
042000     END-EXEC
042100     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
042200        OR TRAN-CARD-NUM NOT = CARD-NUM
042300         MOVE 'Y'                TO WS-BROWSE-SW
042400         GO TO 4300-NEXT-TRAN-EXIT
042500     END-IF
042600     PERFORM 4400-PLACE-TRAN THRU 4400-PLACE-TRAN-EXIT.
042700 4300-NEXT-TRAN-EXIT.
042800     EXIT.
042900*
043000******************************************************************
043100* SLOT ONE TRANSACTION INTO THE NEWEST-FIVE TABLE. A ROW OLDER
043200* THAN EVERYTHING ALREADY HELD IN A FULL TABLE IS PASSED OVER;
043300* OTHERWISE THE ROWS BELOW ITS PLACE MOVE DOWN ONE AND THE
043400* OLDEST FALLS OFF.
043500******************************************************************
043600 4400-PLACE-TRAN.
043700     MOVE TRAN-ORIG-DATE         TO WS-TRN-NEW-DATE
043800     MOVE TRAN-ID                TO WS-TRN-NEW-ID
043900     MOVE TRAN-DESC (1:30)       TO WS-TRN-NEW-DESC
044000     MOVE TRAN-AMT               TO WS-TRN-NEW-AMT
044100     IF WS-TRN-USED = 5
044200        AND WS-TRN-NEW-KEY NOT > WS-TRN-KEY (5)
044300         GO TO 4400-PLACE-TRAN-EXIT
044400     END-IF
044500     MOVE 1                      TO WS-TRN-POS
044600     PERFORM 4410-FIND-SLOT THRU 4410-FIND-SLOT-EXIT
044700         UNTIL WS-TRN-POS > WS-TRN-USED
044800            OR WS-TRN-NEW-KEY > WS-TRN-KEY (WS-TRN-POS)
044900     IF WS-TRN-USED < 5
045000         ADD 1                   TO WS-TRN-USED
045100     END-IF
045200     MOVE WS-TRN-USED            TO WS-TRN-SUB
045300     PERFORM 4420-SHIFT-DOWN THRU 4420-SHIFT-DOWN-EXIT
045400         UNTIL WS-TRN-SUB NOT > WS-TRN-POS
045500     MOVE WS-TRN-NEW             TO WS-TRN-ENTRY (WS-TRN-POS).
045600 4400-PLACE-TRAN-EXIT.
045700     EXIT.
045800*
045900 4410-FIND-SLOT.
046000     ADD 1                       TO WS-TRN-POS.
046100 4410-FIND-SLOT-EXIT.
046200     EXIT.
046300*
046400 4420-SHIFT-DOWN.
046500     MOVE WS-TRN-ENTRY (WS-TRN-SUB - 1)
046600                                 TO WS-TRN-ENTRY (WS-TRN-SUB)
046700     SUBTRACT 1                  FROM WS-TRN-SUB.
046800 4420-SHIFT-DOWN-EXIT.
046900     EXIT.
047000*
047100 4500-RETURN-TRAN.
047200     MOVE WS-TRN-DATE (WS-TRN-SUB) TO AIQ-TRAN-DATE (WS-TRN-SUB)
047300     MOVE WS-TRN-ID (WS-TRN-SUB) TO AIQ-TRAN-ID (WS-TRN-SUB)
047400     MOVE WS-TRN-DESC (WS-TRN-SUB)
047500                                 TO AIQ-TRAN-DESC (WS-TRN-SUB)
047600     MOVE WS-TRN-AMT (WS-TRN-SUB) TO AIQ-TRAN-AMT (WS-TRN-SUB).
047700 4500-RETURN-TRAN-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100* ONE INQLOG ROW PER INQUIRY, ANSWERED OR REFUSED. A LOG WRITE
048200* THAT FAILS DOES NOT COST THE CALLER THEIR ANSWER.
048300******************************************************************
048400 5000-LOG-INQUIRY.
048500     MOVE SPACES                 TO ACCT-INQUIRY-LOG-RECORD
048600     MOVE FUNCTION CURRENT-DATE  TO IQL-TIMESTAMP
048700     MOVE AIQ-CARD-NUM           TO IQL-CARD-NUM
048800     MOVE AIQ-CHANNEL            TO IQL-CHANNEL
048900     MOVE AIQ-SESSION-ID         TO IQL-SESSION-ID
049000     MOVE AIQ-ACCT-ID            TO IQL-ACCT-ID
049100     MOVE AIQ-VERIFY-TYPE        TO IQL-VERIFY-TYPE
049200     MOVE AIQ-RESULT             TO IQL-RESULT
049300     MOVE AIQ-REASON-CD          TO IQL-REASON-CD
049400     EXEC CICS
049500         WRITE DATASET('INQLOG')
049600         FROM(ACCT-INQUIRY-LOG-RECORD)
049700         RIDFLD(IQL-KEY)
049800         RESP(WS-RESP-CD)
049900     END-EXEC.
050000 5000-LOG-INQUIRY-EXIT.
050100     EXIT.
