000000*                     PARAMETERS (ESCSTATE, CVESP01Y) CONSUMED
000000*                     BY CBESC01C/CBESC02C - STATE DORMANCY
000000*                     PERIODS ARE STATUTE, NOT CODE.
000000* 2026-10-15  MAINT   NEW DATASET 'F' - FOREIGN TRANSACTION AND
000000*                     CASH ADVANCE FEE RATES PER ACCOUNT GROUP
000000*                     (FEERATE, CVFER01Y) CONSUMED BY CBTRN03C
000000*                     AND COTRN02C AT POSTING.
000000* 2026-10-15  MAINT   NEW DATASET 'P' - VARIABLE APR MARGIN,
000000*                     FLOOR AND CEILING PER ACCOUNT GROUP
000000*                     (APRMARGN, CVAMG01Y) CONSUMED BY CBIDX02C
000000*                     AND CBACT05C.
000000* 2026-10-15  MAINT   FEE RATE ROWS NOW ALSO CARRY THE ANNUAL
000000*                     FEE, KEYED AFTER THE CASH ADVANCE FLAT FEE
000000*                     IN REFVAL2I.
000000* 2026-10-15  MAINT   MESSAGE TEXT ROWS (MSGTEXT, DATASET L) -
000000*                     STATEMENT, SUMMARY AND ALERT WORDING BY
000000*                     LANGUAGE, AND TRANSLATED TRANTYPE
000000*                     DESCRIPTIONS.
000000* 2026-10-15  MAINT   NEW DATASET 'X' - INTERCHANGE RATES PER
000000*                     CARD PRODUCT, CHANNEL AND MCC (INTCHRT,
000000*                     CVICR01Y) CONSUMED BY CBTRN03C.
000000* 2026-10-15  MAINT   NEW DATASET 'C' - QUALITATIVE OVERLAY ON
000000*                     THE CREDIT LOSS RATES (LOSSRATE, CVLRT01Y)
000000*                     CONSUMED BY THE CBCEL02C RESERVE RUN.
000000* 2026-10-15  MAINT   CLEAR RFP-SIM-RUN-ID ON THE QUEUED ROW - THE
000000*                     CBSIM01C PRICING RUN STAMPS IT.
001300******************************************************************
001400******************************************************************
001500* REMARKS.       ADMIN MAINTENANCE FOR THE FOUR REFERENCE
000000         88 REFTYP-MINPAY        VALUE 'M'.
000000         88 REFTYP-GLMAP         VALUE 'G'.
000000         88 REFTYP-ESCSTATE      VALUE 'E'.
000000         88 REFTYP-FEERATE       VALUE 'F'.
000000         88 REFTYP-APRMARGN      VALUE 'P'.
000000         88 REFTYP-MSGTEXT       VALUE 'L'.
000000         88 REFTYP-INTCHRT       VALUE 'X'.
000000         88 REFTYP-LOSSRATE      VALUE 'C'.
004600     05  REFACTI                 PIC X(01).
004700         88 REFACT-SET           VALUE 'S'.
004800     05  REFKEY1I                PIC X(10).
000000 COPY CVMPP01Y.
000000 COPY CVGLM01Y.
000000 COPY CVESP01Y.
000000 COPY CVFER01Y.
000000 COPY CVAMG01Y.
000000 COPY CVLNG01Y.
000000 COPY CVICR01Y.
000000 COPY CVLRT01Y.
000000 COPY CVRFP01Y.
006000 COPY CVAUD02Y.
006100*
006300     05  WS-RESP-CD              PIC S9(08) COMP.
006400     05  WS-RATE-WORK            PIC 9(02)V9(02).
000000     05  WS-CASH-RATE-WORK       PIC 9(02)V9(02).
000000     05  WS-VAL2-TEXT-1          PIC X(10).
000000     05  WS-VAL2-TEXT-2          PIC X(10).
000000     05  WS-RATE-EDIT            PIC Z9.99.
000000     05  WS-RATE-EDIT-2          PIC Z9.99.
000000     05  WS-ICR-PCT-EDIT         PIC Z9.999.
000000     05  WS-ICR-FLAT-EDIT        PIC ZZ9.99.
006500     05  WS-HOL-DATE-N           PIC 9(08).
000000     05  WS-PEND-DATASET         PIC X(08).
000000     05  WS-CURRENT-TIMESTAMP    PIC X(26).
000000     05  WS-LRT-ADJ-EDIT         PIC -ZZ9.9999.
000000     05  WS-LRT-HIST-EDIT        PIC ZZ9.9999.
000000     05  WS-LRT-OBS-EDIT         PIC Z(6)9.
000000     05  WS-LRT-ADJ-WORK         PIC S9(05)V9(04).
000000     05  WS-LRT-HIST-PCT         PIC 9(03)V9(04).
000000     05  WS-LRT-OBS-COUNT        PIC 9(07).
000000     05  WS-LRT-BROWSE-SW        PIC X(01).
000000         88 WS-LRT-BROWSE-DONE   VALUE 'Y'.
000000     05  WS-LRT-BROWSE-KEY.
000000         10  WS-LRT-BROWSE-SEGMENT.
000000             15  WS-LRT-BROWSE-GROUP  PIC X(10).
000000             15  WS-LRT-BROWSE-BUCKET PIC 9(01).
000000             15  WS-LRT-BROWSE-BAND   PIC X(01).
000000         10  WS-LRT-BROWSE-EFF-DATE   PIC X(10).
006600*
006700 COPY CSDAT01Y.
006800*
018700     END-IF
018800     IF NOT (REFTYP-RATE OR REFTYP-TRANTYPE OR REFTYP-STATRSN
018900             OR REFTYP-HOLIDAY OR REFTYP-MINPAY OR REFTYP-GLMAP
000000             OR REFTYP-ESCSTATE OR REFTYP-FEERATE
000000             OR REFTYP-APRMARGN OR REFTYP-MSGTEXT
000000             OR REFTYP-INTCHRT OR REFTYP-LOSSRATE)
000000         MOVE 'Dataset must be I, T, S, H, M, G, E, F, P, L, X or
000000-             ' C'
000000                                 TO ERRMSGI
019100         GO TO 3000-PROCESS-INPUT-EXIT
019200     END-IF
019300     IF REFACT-SET
000000                 MOVE SPACES     TO REFVAL2I
000000                 MOVE ESP-DILIGENCE-DAYS TO REFVAL2I (1:3)
000000             END-IF
000000         WHEN REFTYP-FEERATE
000000             MOVE REFKEY1I       TO FER-GROUP-ID
000000             MOVE REFEFFI        TO FER-EFF-DATE
000000             EXEC CICS
000000                 READ DATASET('FEERATE')
000000                 INTO(TRAN-FEE-RATE-RECORD)
000000                 RIDFLD(FER-KEY)
000000                 RESP(WS-RESP-CD)
000000             END-EXEC
000000             IF WS-RESP-CD = ZERO
000000                 MOVE FER-FX-PCT TO REFVAL1I
000000                 MOVE SPACES     TO REFVAL2I
000000                 MOVE FER-CASH-FLAT-AMT TO REFVAL2I (1:5)
000000                 IF FER-ANNUAL-FEE-AMT IS NUMERIC
000000                     MOVE FER-ANNUAL-FEE-AMT TO REFVAL2I (7:5)
000000                 END-IF
000000                 MOVE FER-CASH-PCT TO REFKEY2I
000000             END-IF
000000         WHEN REFTYP-APRMARGN
000000             MOVE REFKEY1I       TO AMG-GROUP-ID
000000             EXEC CICS
000000                 READ DATASET('APRMARGN')
000000                 INTO(APR-MARGIN-RECORD)
000000                 RIDFLD(AMG-GROUP-ID)
000000                 RESP(WS-RESP-CD)
000000             END-EXEC
000000             IF WS-RESP-CD = ZERO
000000                 MOVE AMG-PURCH-MARGIN TO REFVAL1I
000000                 MOVE AMG-CASH-MARGIN TO REFKEY2I
000000                 MOVE AMG-FLOOR-RATE TO WS-RATE-EDIT
000000                 MOVE AMG-CEILING-RATE TO WS-RATE-EDIT-2
000000                 MOVE SPACES     TO REFVAL2I
000000                 STRING WS-RATE-EDIT   DELIMITED BY SIZE
000000                        ' '            DELIMITED BY SIZE
000000                        WS-RATE-EDIT-2 DELIMITED BY SIZE
000000                   INTO REFVAL2I
000000                 END-STRING
000000             END-IF
000000         WHEN REFTYP-MSGTEXT
000000             MOVE REFKEY2I (1:2) TO LMT-LANG-CD
000000             MOVE REFKEY1I (1:8) TO LMT-MSG-ID
000000             EXEC CICS
000000                 READ DATASET('MSGTEXT')
000000                 INTO(LANG-MSG-TEXT-RECORD)
000000                 RIDFLD(LMT-KEY)
000000                 RESP(WS-RESP-CD)
000000             END-EXEC
000000             IF WS-RESP-CD = ZERO
000000                 MOVE LMT-TEXT (1:20) TO REFVAL1I
000000                 MOVE LMT-TEXT (21:30) TO REFVAL2I
000000             END-IF
000000         WHEN REFTYP-INTCHRT
000000             MOVE SPACES         TO WS-VAL2-TEXT-1
000000             UNSTRING REFVAL2I DELIMITED BY ALL SPACE
000000                 INTO WS-VAL2-TEXT-1
000000             END-UNSTRING
000000             MOVE REFKEY1I       TO ICR-GROUP-ID
000000             MOVE WS-VAL2-TEXT-1 TO ICR-CHANNEL-CD
000000             MOVE REFKEY2I       TO ICR-MCC
000000             MOVE REFEFFI        TO ICR-EFF-DATE
000000             EXEC CICS
000000                 READ DATASET('INTCHRT')
000000                 INTO(INTERCHANGE-RATE-RECORD)
000000                 RIDFLD(ICR-KEY)
000000                 RESP(WS-RESP-CD)
000000             END-EXEC
000000             IF WS-RESP-CD = ZERO
000000                 MOVE ICR-RATE-PCT TO WS-ICR-PCT-EDIT
000000                 MOVE WS-ICR-PCT-EDIT TO REFVAL1I
000000                 MOVE ICR-FLAT-AMT TO WS-ICR-FLAT-EDIT
000000                 MOVE SPACES     TO REFVAL2I
000000                 STRING ICR-CHANNEL-CD   DELIMITED BY SPACE
000000                        ' '              DELIMITED BY SIZE
000000                        WS-ICR-FLAT-EDIT DELIMITED BY SIZE
000000                   INTO REFVAL2I
000000                 END-STRING
000000             END-IF
000000         WHEN REFTYP-LOSSRATE
000000             MOVE REFKEY1I       TO LRT-GROUP-ID
000000             MOVE REFKEY2I (1:1) TO LRT-BUCKET-IDX
000000             MOVE REFKEY2I (2:1) TO LRT-FICO-BAND
000000             MOVE REFEFFI        TO LRT-EFF-DATE
000000             EXEC CICS
000000                 READ DATASET('LOSSRATE')
000000                 INTO(LOSS-RATE-REF-RECORD)
000000                 RIDFLD(LRT-KEY)
000000                 RESP(WS-RESP-CD)
000000             END-EXEC
000000             IF WS-RESP-CD = ZERO
000000                 MOVE LRT-QUAL-ADJ-PCT TO WS-LRT-ADJ-EDIT
000000                 MOVE WS-LRT-ADJ-EDIT TO REFVAL1I
000000                 MOVE LRT-HIST-LOSS-PCT TO WS-LRT-HIST-EDIT
000000                 MOVE LRT-OBS-COUNT TO WS-LRT-OBS-EDIT
000000                 MOVE SPACES     TO REFVAL2I
000000                 STRING 'HIST '          DELIMITED BY SIZE
000000                        WS-LRT-HIST-EDIT DELIMITED BY SIZE
000000                        ' OBS '          DELIMITED BY SIZE
000000                        WS-LRT-OBS-EDIT  DELIMITED BY SIZE
000000                   INTO REFVAL2I
000000                 END-STRING
000000             END-IF
026600     END-EVALUATE
026700     IF WS-RESP-CD NOT = ZERO
026800         MOVE 'No reference row on file for that key' TO ERRMSGI
000000         WHEN REFTYP-ESCSTATE
000000             PERFORM 5700-SET-ESCSTATE-ROW
000000                 THRU 5700-SET-ESCSTATE-ROW-EXIT
000000         WHEN REFTYP-FEERATE
000000             PERFORM 5800-SET-FEERATE-ROW
000000                 THRU 5800-SET-FEERATE-ROW-EXIT
000000         WHEN REFTYP-APRMARGN
000000             PERFORM 5850-SET-APRMARGN-ROW
000000                 THRU 5850-SET-APRMARGN-ROW-EXIT
000000         WHEN REFTYP-MSGTEXT
000000             PERFORM 5870-SET-MSGTEXT-ROW
000000                 THRU 5870-SET-MSGTEXT-ROW-EXIT
000000         WHEN REFTYP-INTCHRT
000000             PERFORM 5880-SET-INTCHRT-ROW
000000                 THRU 5880-SET-INTCHRT-ROW-EXIT
000000         WHEN REFTYP-LOSSRATE
000000             PERFORM 5890-SET-LOSSRATE-ROW
000000                 THRU 5890-SET-LOSSRATE-ROW-EXIT
029200     END-EVALUATE.
029300 5000-SET-ROW-EXIT.
029400     EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* TRANSACTION FEE RATE ROW (FEERATE, CVFER01Y) - REFKEY1I IS THE
000000* ACCOUNT GROUP, REFVAL1I THE FOREIGN TRANSACTION FEE PERCENT,
000000* REFVAL2I THE CASH ADVANCE FLAT FEE FOLLOWED BY THE ANNUAL FEE
000000* (BLANK KEEPS THE COMPILED CVAFE01Y AMOUNT) AND REFKEY2I THE
000000* CASH ADVANCE PERCENT - THE GREATER OF THE TWO CASH ADVANCE
000000* FEES IS CHARGED. A ZERO PERCENT IS ALLOWED (A GROUP THAT PAYS
000000* NO FOREIGN FEE). CONSUMED BY CBTRN03C AND COTRN02C AT POSTING,
000000* AND THE ANNUAL FEE BY CBFEE01C AND COACT02C.
000000******************************************************************
000000 5800-SET-FEERATE-ROW.
000000     IF REFKEY1I = SPACES
000000         MOVE 'Account group is required' TO ERRMSGI
000000         GO TO 5800-SET-FEERATE-ROW-EXIT
000000     END-IF
000000     IF REFVAL1I = SPACES
000000         MOVE ZERO               TO WS-RATE-WORK
000000     ELSE
000000         MOVE FUNCTION NUMVAL(REFVAL1I) TO WS-RATE-WORK
000000     END-IF
000000     IF REFKEY2I = SPACES
000000         MOVE ZERO               TO WS-CASH-RATE-WORK
000000     ELSE
000000         MOVE FUNCTION NUMVAL(REFKEY2I) TO WS-CASH-RATE-WORK
000000     END-IF
000000     MOVE SPACES                 TO TRAN-FEE-RATE-RECORD
000000     MOVE REFKEY1I               TO FER-GROUP-ID
000000     MOVE REFEFFI                TO FER-EFF-DATE
000000     MOVE WS-RATE-WORK           TO FER-FX-PCT
000000     MOVE SPACES                 TO WS-VAL2-TEXT-1
000000     MOVE SPACES                 TO WS-VAL2-TEXT-2
000000     UNSTRING REFVAL2I DELIMITED BY ALL SPACE
000000         INTO WS-VAL2-TEXT-1 WS-VAL2-TEXT-2
000000     END-UNSTRING
000000     IF WS-VAL2-TEXT-1 = SPACES
000000         MOVE ZERO               TO FER-CASH-FLAT-AMT
000000     ELSE
000000         MOVE FUNCTION NUMVAL(WS-VAL2-TEXT-1)
000000                                 TO FER-CASH-FLAT-AMT
000000     END-IF
000000     IF WS-VAL2-TEXT-2 NOT = SPACES
000000         MOVE FUNCTION NUMVAL(WS-VAL2-TEXT-2)
000000                                 TO FER-ANNUAL-FEE-AMT
000000     END-IF
000000     MOVE WS-CASH-RATE-WORK      TO FER-CASH-PCT
000000     MOVE CDEMO-USER-ID          TO FER-SET-BY
000000     MOVE FUNCTION CURRENT-DATE  TO FER-SET-TIMESTAMP
000000     MOVE 'FEERATE ' TO WS-PEND-DATASET
000000     MOVE TRAN-FEE-RATE-RECORD
000000                                 TO RFP-RECORD-IMAGE
000000     PERFORM 5900-QUEUE-PENDING-CHANGE
000000         THRU 5900-QUEUE-PENDING-CHANGE-EXIT.
000000 5800-SET-FEERATE-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* VARIABLE APR MARGIN ROW (APRMARGN, CVAMG01Y) - REFKEY1I IS THE
000000* ACCOUNT GROUP, REFVAL1I THE PURCHASE MARGIN OVER THE PRIME RATE,
000000* REFKEY2I THE CASH ADVANCE MARGIN (BLANK FOR THE PURCHASE MARGIN)
000000* AND REFVAL2I THE FLOOR AND CEILING APRS SEPARATED BY A SPACE (A
000000* ZERO CEILING MEANS NONE). NOT EFFECTIVE-DATED - THE NEXT INDEX
000000* MOVE REPRICES WITH IT (CBIDX02C).
000000******************************************************************
000000 5850-SET-APRMARGN-ROW.
000000     IF REFKEY1I = SPACES
000000         MOVE 'Account group is required' TO ERRMSGI
000000         GO TO 5850-SET-APRMARGN-ROW-EXIT
000000     END-IF
000000     IF REFVAL1I = SPACES
000000         MOVE 'Purchase margin is required' TO ERRMSGI
000000         GO TO 5850-SET-APRMARGN-ROW-EXIT
000000     END-IF
000000     MOVE FUNCTION NUMVAL(REFVAL1I) TO WS-RATE-WORK
000000     IF REFKEY2I = SPACES
000000         MOVE WS-RATE-WORK       TO WS-CASH-RATE-WORK
000000     ELSE
000000         MOVE FUNCTION NUMVAL(REFKEY2I) TO WS-CASH-RATE-WORK
000000     END-IF
000000     MOVE SPACES                 TO WS-VAL2-TEXT-1
000000     MOVE SPACES                 TO WS-VAL2-TEXT-2
000000     UNSTRING REFVAL2I DELIMITED BY ALL SPACE
000000         INTO WS-VAL2-TEXT-1 WS-VAL2-TEXT-2
000000     END-UNSTRING
000000     MOVE SPACES                 TO APR-MARGIN-RECORD
000000     MOVE REFKEY1I               TO AMG-GROUP-ID
000000     MOVE 'PRIME'                TO AMG-INDEX-CD
000000     MOVE WS-RATE-WORK           TO AMG-PURCH-MARGIN
000000     MOVE WS-CASH-RATE-WORK      TO AMG-CASH-MARGIN
000000     IF WS-VAL2-TEXT-1 = SPACES
000000         MOVE ZERO               TO AMG-FLOOR-RATE
000000     ELSE
000000         MOVE FUNCTION NUMVAL(WS-VAL2-TEXT-1) TO AMG-FLOOR-RATE
000000     END-IF
000000     IF WS-VAL2-TEXT-2 = SPACES
000000         MOVE ZERO               TO AMG-CEILING-RATE
000000     ELSE
000000         MOVE FUNCTION NUMVAL(WS-VAL2-TEXT-2) TO AMG-CEILING-RATE
000000     END-IF
000000     IF AMG-CEILING-RATE > ZERO
000000        AND AMG-CEILING-RATE < AMG-FLOOR-RATE
000000         MOVE 'Ceiling APR may not be below the floor' TO ERRMSGI
000000         GO TO 5850-SET-APRMARGN-ROW-EXIT
000000     END-IF
000000     MOVE CDEMO-USER-ID          TO AMG-SET-BY
000000     MOVE FUNCTION CURRENT-DATE  TO AMG-SET-TIMESTAMP
000000     MOVE 'APRMARGN' TO WS-PEND-DATASET
000000     MOVE APR-MARGIN-RECORD
000000                                 TO RFP-RECORD-IMAGE
000000     PERFORM 5900-QUEUE-PENDING-CHANGE
000000         THRU 5900-QUEUE-PENDING-CHANGE-EXIT.
000000 5850-SET-APRMARGN-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* MESSAGE TEXT ROW (MSGTEXT, CVLNG01Y) - REFKEY1I IS THE
000000* MESSAGE ID, REFKEY2I THE LANGUAGE CODE, AND REFVAL1I FOLLOWED
000000* BY REFVAL2I THE 50-CHARACTER TEXT. A TRANSLATED TRANSACTION
000000* TYPE/CATEGORY DESCRIPTION IS ID 'TT' + TYPE + CATEGORY, WITH
000000* THE TYPE WORDING IN REFVAL1I AND THE CATEGORY WORDING IN THE
000000* FIRST 20 POSITIONS OF REFVAL2I.
000000* NOT EFFECTIVE-DATED - THE NEXT STATEMENT, SUMMARY OR ALERT RUN
000000* PRINTS WITH IT.
000000******************************************************************
000000 5870-SET-MSGTEXT-ROW.
000000     IF REFKEY1I = SPACES
000000         MOVE 'Message id is required' TO ERRMSGI
000000         GO TO 5870-SET-MSGTEXT-ROW-EXIT
000000     END-IF
000000     IF REFKEY2I (1:2) = SPACES OR REFKEY2I (3:2) NOT = SPACES
000000         MOVE 'Language must be a 2-character code' TO ERRMSGI
000000         GO TO 5870-SET-MSGTEXT-ROW-EXIT
000000     END-IF
000000     IF REFVAL1I = SPACES AND REFVAL2I = SPACES
000000         MOVE 'Message text is required' TO ERRMSGI
000000         GO TO 5870-SET-MSGTEXT-ROW-EXIT
000000     END-IF
000000     MOVE SPACES                 TO LANG-MSG-TEXT-RECORD
000000     MOVE REFKEY2I (1:2)         TO LMT-LANG-CD
000000     MOVE REFKEY1I (1:8)         TO LMT-MSG-ID
000000     MOVE REFVAL1I               TO LMT-TEXT (1:20)
000000     MOVE REFVAL2I               TO LMT-TEXT (21:30)
000000     MOVE CDEMO-USER-ID          TO LMT-SET-BY
000000     MOVE FUNCTION CURRENT-DATE  TO LMT-SET-TIMESTAMP
000000     MOVE 'MSGTEXT ' TO WS-PEND-DATASET
000000     MOVE LANG-MSG-TEXT-RECORD
000000                                 TO RFP-RECORD-IMAGE
000000     PERFORM 5900-QUEUE-PENDING-CHANGE
000000         THRU 5900-QUEUE-PENDING-CHANGE-EXIT.
000000 5870-SET-MSGTEXT-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* INTERCHANGE RATE ROW (INTCHRT, CVICR01Y) - REFKEY1I IS THE CARD
000000* PRODUCT (ACCOUNT GROUP, 'DEFAULT' FOR EVERY PRODUCT WITH NO ROW
000000* OF ITS OWN), REFKEY2I THE MERCHANT CATEGORY CODE (BLANK FOR
000000* EVERY CATEGORY), REFVAL1I THE PERCENT OF THE SALE, AND REFVAL2I
000000* THE CHANNEL (CP OR CNP) FOLLOWED BY THE FLAT AMOUNT PER SALE.
000000* EFFECTIVE-DATED - CBTRN03C PICKS UP THE NEWEST ROW DATED ON OR
000000* BEFORE ITS RUN DATE.
000000******************************************************************
000000 5880-SET-INTCHRT-ROW.
000000     IF REFKEY1I = SPACES
000000         MOVE 'Card product (account group) is required'
000000                                 TO ERRMSGI
000000         GO TO 5880-SET-INTCHRT-ROW-EXIT
000000     END-IF
000000     MOVE SPACES                 TO WS-VAL2-TEXT-1
000000     MOVE SPACES                 TO WS-VAL2-TEXT-2
000000     UNSTRING REFVAL2I DELIMITED BY ALL SPACE
000000         INTO WS-VAL2-TEXT-1 WS-VAL2-TEXT-2
000000     END-UNSTRING
000000     IF WS-VAL2-TEXT-1 NOT = 'CP' AND WS-VAL2-TEXT-1 NOT = 'CNP'
000000         MOVE 'Channel must be CP or CNP, then the flat amount'
000000                                 TO ERRMSGI
000000         GO TO 5880-SET-INTCHRT-ROW-EXIT
000000     END-IF
000000     IF REFVAL1I = SPACES AND WS-VAL2-TEXT-2 = SPACES
000000         MOVE 'Interchange percent or flat amount is required'
000000                                 TO ERRMSGI
000000         GO TO 5880-SET-INTCHRT-ROW-EXIT
000000     END-IF
000000     MOVE SPACES                 TO INTERCHANGE-RATE-RECORD
000000     MOVE REFKEY1I               TO ICR-GROUP-ID
000000     MOVE WS-VAL2-TEXT-1         TO ICR-CHANNEL-CD
000000     MOVE REFKEY2I               TO ICR-MCC
000000     MOVE REFEFFI                TO ICR-EFF-DATE
000000     IF REFVAL1I = SPACES
000000         MOVE ZERO               TO ICR-RATE-PCT
000000     ELSE
000000         MOVE FUNCTION NUMVAL(REFVAL1I) TO ICR-RATE-PCT
000000     END-IF
000000     IF WS-VAL2-TEXT-2 = SPACES
000000         MOVE ZERO               TO ICR-FLAT-AMT
000000     ELSE
000000         MOVE FUNCTION NUMVAL(WS-VAL2-TEXT-2) TO ICR-FLAT-AMT
000000     END-IF
000000     MOVE CDEMO-USER-ID          TO ICR-SET-BY
000000     MOVE FUNCTION CURRENT-DATE  TO ICR-SET-TIMESTAMP
000000     MOVE 'INTCHRT ' TO WS-PEND-DATASET
000000     MOVE INTERCHANGE-RATE-RECORD
000000                                 TO RFP-RECORD-IMAGE
000000     PERFORM 5900-QUEUE-PENDING-CHANGE
000000         THRU 5900-QUEUE-PENDING-CHANGE-EXIT.
000000 5880-SET-INTCHRT-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* CREDIT LOSS RATE ROW (LOSSRATE, CVLRT01Y) - REFKEY1I IS THE
000000* ACCOUNT GROUP ('DEFAULT' FOR EVERY GROUP WITH NO ROW OF ITS
000000* OWN), REFKEY2I THE DELINQUENCY BUCKET (1-4) FOLLOWED BY THE
000000* FICO BAND (H, M, L OR U), AND REFVAL1I THE QUALITATIVE OVERLAY
000000* IN PERCENT, WHICH MAY BE NEGATIVE. THE HISTORICAL RATE IS NOT
000000* KEYED - CBCEL01C DERIVES IT - SO THE NEW ROW CARRIES FORWARD
000000* THE ONE ON THE SEGMENT'S LATEST ROW DATED ON OR BEFORE REFEFFI.
000000******************************************************************
000000 5890-SET-LOSSRATE-ROW.
000000     IF REFKEY1I = SPACES
000000         MOVE 'Account group (or DEFAULT) is required'
000000                                 TO ERRMSGI
000000         GO TO 5890-SET-LOSSRATE-ROW-EXIT
000000     END-IF
000000     IF REFKEY2I (1:1) < '1' OR REFKEY2I (1:1) > '4'
000000        OR (REFKEY2I (2:1) NOT = 'H' AND NOT = 'M'
000000                         AND NOT = 'L' AND NOT = 'U')
000000         MOVE 'Key 2 must be the bucket (1-4) then band H/M/L/U'
000000                                 TO ERRMSGI
000000         GO TO 5890-SET-LOSSRATE-ROW-EXIT
000000     END-IF
000000     IF REFVAL1I = SPACES
000000         MOVE 'Qualitative overlay percent is required'
000000                                 TO ERRMSGI
000000         GO TO 5890-SET-LOSSRATE-ROW-EXIT
000000     END-IF
000000     MOVE FUNCTION NUMVAL(REFVAL1I) TO WS-LRT-ADJ-WORK
000000     IF WS-LRT-ADJ-WORK > 100 OR WS-LRT-ADJ-WORK < -100
000000         MOVE 'Overlay must be between -100 and 100 percent'
000000                                 TO ERRMSGI
000000         GO TO 5890-SET-LOSSRATE-ROW-EXIT
000000     END-IF
000000     PERFORM 5895-FIND-HIST-RATE THRU 5895-FIND-HIST-RATE-EXIT
000000     MOVE SPACES                 TO LOSS-RATE-REF-RECORD
000000     MOVE REFKEY1I               TO LRT-GROUP-ID
000000     MOVE REFKEY2I (1:1)         TO LRT-BUCKET-IDX
000000     MOVE REFKEY2I (2:1)         TO LRT-FICO-BAND
000000     MOVE REFEFFI                TO LRT-EFF-DATE
000000     MOVE WS-LRT-HIST-PCT        TO LRT-HIST-LOSS-PCT
000000     MOVE WS-LRT-ADJ-WORK        TO LRT-QUAL-ADJ-PCT
000000     MOVE WS-LRT-OBS-COUNT       TO LRT-OBS-COUNT
000000     MOVE CDEMO-USER-ID          TO LRT-SET-BY
000000     MOVE FUNCTION CURRENT-DATE  TO LRT-SET-TIMESTAMP
000000     MOVE 'LOSSRATE' TO WS-PEND-DATASET
000000     MOVE LOSS-RATE-REF-RECORD   TO RFP-RECORD-IMAGE
000000     PERFORM 5900-QUEUE-PENDING-CHANGE
000000         THRU 5900-QUEUE-PENDING-CHANGE-EXIT.
000000 5890-SET-LOSSRATE-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* READ BACK FROM THE END OF THE SEGMENT'S ROWS, AS COFICVWC DOES
000000* FOR THE LATEST SCORE, TO THE FIRST ROW DATED ON OR BEFORE THE
000000* NEW ROW'S EFFECTIVE DATE. NONE MEANS NO HISTORICAL RATE YET.
000000******************************************************************
000000 5895-FIND-HIST-RATE.
000000     MOVE ZERO                   TO WS-LRT-HIST-PCT
000000     MOVE ZERO                   TO WS-LRT-OBS-COUNT
000000     MOVE 'N'                    TO WS-LRT-BROWSE-SW
000000     MOVE REFKEY1I               TO WS-LRT-BROWSE-GROUP
000000     MOVE REFKEY2I (1:1)         TO WS-LRT-BROWSE-BUCKET
000000     MOVE REFKEY2I (2:1)         TO WS-LRT-BROWSE-BAND
000000     MOVE HIGH-VALUES            TO WS-LRT-BROWSE-EFF-DATE
000000     EXEC CICS
000000         STARTBR DATASET('LOSSRATE')
000000         RIDFLD(WS-LRT-BROWSE-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     PERFORM 5896-READ-PREV-RATE THRU 5896-READ-PREV-RATE-EXIT
000000         UNTIL WS-LRT-BROWSE-DONE
000000     EXEC CICS
000000         ENDBR DATASET('LOSSRATE')
000000     END-EXEC.
000000 5895-FIND-HIST-RATE-EXIT.
000000     EXIT.
000000*
000000 5896-READ-PREV-RATE.
000000     EXEC CICS
000000         READPREV DATASET('LOSSRATE')
000000         INTO(LOSS-RATE-REF-RECORD)
000000         RIDFLD(WS-LRT-BROWSE-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000        OR LRT-GROUP-ID NOT = REFKEY1I
000000        OR LRT-BUCKET-IDX NOT = REFKEY2I (1:1)
000000        OR LRT-FICO-BAND NOT = REFKEY2I (2:1)
000000         MOVE 'Y'                TO WS-LRT-BROWSE-SW
000000         GO TO 5896-READ-PREV-RATE-EXIT
000000     END-IF
000000     IF LRT-EFF-DATE NOT > REFEFFI
000000         MOVE LRT-HIST-LOSS-PCT  TO WS-LRT-HIST-PCT
000000         MOVE LRT-OBS-COUNT      TO WS-LRT-OBS-COUNT
000000         MOVE 'Y'                TO WS-LRT-BROWSE-SW
000000     END-IF.
000000 5896-READ-PREV-RATE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PARK THE BUILT ROW AS A PENDING CHANGE (REFPEND, CVRFP01Y)
000000* INSTEAD OF WRITING THE LIVE DATASET - A DIFFERENT ADMIN
000000* APPLIES OR REJECTS IT ON COREFAPC, THE SAME MAKER-CHECKER
000000     SET RFP-PENDING             TO TRUE
000000     MOVE SPACES                 TO RFP-APPROVED-BY
000000     MOVE SPACES                 TO RFP-APPROVED-TS
000000     MOVE SPACES                 TO RFP-SIM-RUN-ID
000000     EXEC CICS
000000         WRITE DATASET('REFPEND')
000000         FROM(REF-PENDING-RECORD)
