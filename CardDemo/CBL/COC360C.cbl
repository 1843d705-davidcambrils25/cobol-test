000000*                     BEFORE A REP DIALS.
000000* 2026-09-03  MAINT   PF7 DRILLS INTO THE CORRESPONDENCE
000000*                     HISTORY PANEL (COCOR00C).
000000* 2026-10-15  MAINT   SHOW THE INTERNAL BEHAVIOR SCORE (CBBHV01C)
000000*                     AND ITS TOP FACTORS BESIDE THE FICO.
000000* 2026-10-15  MAINT   LIST THE CUSTOMER'S OPEN COMPLAINT CASES
000000*                     (CPLFILE, COCPL00C) WITH THEIR RESPONSE DUE
000000*                     DATES.
000000* 2026-10-15  MAINT   PF8 SETS UP A FOLLOW-UP TASK ON COTSK00C FOR
000000*                     THE CUSTOMER AND SELECTED ACCOUNT.
000000* 2026-10-15  MAINT   SHOW EACH ACCOUNT'S LATEST MONTH AND
000000*                     TRAILING 12-MONTH PROFITABILITY (ACCTPRF,
000000*                     CBAPF01C) FOR RETENTION CALLS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ONE SCREEN ANSWERS THE CALL: THE CUSTOMER'S
001600*                STATUS AND BALANCE, CARDS (CARDAIX) MASKED TO
001700*                THE LAST FOUR WITH ACTIVATION STATE, THE LAST
001800*                FEW POSTED PAYMENTS, THE CURRENT FICO SCORE
000000*                WITH ITS TREND DIRECTION OFF FICOHIST, OUR OWN
000000*                BEHAVIOR SCORE (CBBHV01C) FOR THE WEAKEST
000000*                ACCOUNT WITH ITS TOP FACTORS OFF BHVHIST, AND ANY
002000*                OPEN TRANFRD HOLDS ON THE CUSTOMER'S CARDS, AND
000000*                ANY OPEN COMPLAINT CASES (CPLFILE), AND WHAT
000000*                EACH ACCOUNT EARNED US LAST MONTH AND OVER THE
000000*                PAST YEAR (ACCTPRF) FOR A RETENTION OFFER.
002100*                THE CUSTOMER FIELDS RIDE THE
002200*                CDEMO-CUSTOMER-INFO COMMAREA CACHE, RE-READ
002300*                ONLY WHEN A DIFFERENT CUSTOMER IS KEYED.
002500*                LIST AND TRANSACTION LIST CARRYING THE SELECTED
002600*                ACCOUNT ALONG AND PUSHING THIS SCREEN ON THE
002700*                NAVIGATION STACK, SO PF3 COMES STRAIGHT BACK.
000000*                PF8 SETS UP A FOLLOW-UP TASK (COTSK00C) FOR THE
000000*                CUSTOMER AND SELECTED ACCOUNT THE SAME WAY.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 DATA DIVISION.
004300     05  CNAMEI                  PIC X(50).
004400     05  FICOI                   PIC X(03).
004500     05  FICOTRI                 PIC X(04).
000000     05  BHVSCRI                 PIC X(03).
000000     05  BHVFCTI                 PIC X(14).
004600     05  ACCTLNI                 PIC X(60) OCCURS 4 TIMES.
004700     05  CARDLNI                 PIC X(40) OCCURS 4 TIMES.
004800     05  PAYLNI                  PIC X(40) OCCURS 3 TIMES.
004900     05  HOLDLNI                 PIC X(60) OCCURS 3 TIMES.
000000     05  CPLLNI                  PIC X(60) OCCURS 3 TIMES.
000000     05  PRFLNI                  PIC X(60) OCCURS 4 TIMES.
000000     05  DNCBANI                 PIC X(70).
005000     05  ERRMSGI                 PIC X(78).
005100     05  INFOMSGI                PIC X(45).
000000 COPY CVCHO01Y.
000000 COPY CVCXR01Y.
000000 COPY CVCPR01Y.
000000 COPY CVBHV01Y.
000000 COPY CVCPL01Y.
000000 COPY CVAPF01Y.
006000*
006100 01  WS-MISC-STORAGE.
006200     05  WS-RESP-CD              PIC S9(08) COMP.
007000     05  WS-SCORE-ROWS           PIC 9(03).
007100     05  WS-DRILL-PGM            PIC X(08).
000000     05  WS-PLACED-TAG           PIC X(17).
000000     05  WS-OVERDUE-TAG          PIC X(11).
000000     05  WS-HOLDER-TAG           PIC X(09).
000000     05  WS-BHV-LOW-SCORE        PIC 9(03).
000000     05  WS-BHV-LOW-ACCT         PIC 9(11).
000000     05  WS-BHV-LOW-DATE         PIC X(10).
000000     05  WS-NET12-EDIT           PIC +ZZZ,ZZZ,ZZ9.99.
000000     05  WS-PRF-LAST-MONTH.
000000         10  WS-PRF-LAST-YYYY    PIC 9(04).
000000         10  FILLER              PIC X(01) VALUE '-'.
000000         10  WS-PRF-LAST-MM      PIC 9(02).
007200*
007300 01  WS-C360-TABLES.
007400     05  WS-ACCT-CNT             PIC 9(01) VALUE ZERO.
007900         10  WS-TAB-CARD-NUM     PIC X(16).
008000     05  WS-PAY-CNT              PIC 9(01) VALUE ZERO.
008100     05  WS-HOLD-CNT             PIC 9(01) VALUE ZERO.
000000     05  WS-CPL-CNT              PIC 9(01) VALUE ZERO.
008200*
008300 COPY CSDAT01Y.
008400*
000000         WHEN DFHPF7
000000             MOVE 'COCOR00C'     TO WS-DRILL-PGM
000000             PERFORM 7000-DRILL-DOWN THRU 7000-DRILL-DOWN-EXIT
000000         WHEN DFHPF8
000000             PERFORM 7100-NEW-TASK THRU 7100-NEW-TASK-EXIT
021800         WHEN OTHER
021900             CONTINUE
022000     END-EVALUATE.
022400******************************************************************
022500* ASSEMBLE THE WHOLE PICTURE FOR THE KEYED CUSTOMER. EACH
022600* SECTION IS BOUNDED - FOUR ACCOUNTS, FOUR CARDS, THE LAST THREE
022700* PAYMENTS, THREE OPEN HOLDS, THREE OPEN COMPLAINTS, AND A
000000* PROFITABILITY LINE PER LISTED ACCOUNT - WHICH
000000* COVERS THE BOOK; A CUSTOMER CARRYING MORE DRILLS INTO THE
022800* DETAIL SCREENS.
022900******************************************************************
023000 4000-BUILD-SUMMARY.
023100     MOVE FUNCTION NUMVAL(CUSTSIDI) TO WS-CUST-ID-N
023700     PERFORM 4300-LIST-CARDS THRU 4300-LIST-CARDS-EXIT
023800     PERFORM 4400-LIST-PAYMENTS THRU 4400-LIST-PAYMENTS-EXIT
023900     PERFORM 4500-SCORE-TREND THRU 4500-SCORE-TREND-EXIT
000000     PERFORM 4550-BEHAVIOR-SCORE THRU 4550-BEHAVIOR-SCORE-EXIT
024000     PERFORM 4600-LIST-HOLDS THRU 4600-LIST-HOLDS-EXIT
000000     PERFORM 4700-LIST-COMPLAINTS THRU 4700-LIST-COMPLAINTS-EXIT
000000     PERFORM 4800-LIST-PROFIT THRU 4800-LIST-PROFIT-EXIT.
024100 4000-BUILD-SUMMARY-EXIT.
024200     EXIT.
024300*
000000*
028500 4200-LIST-ACCOUNTS.
028600     MOVE ZERO                   TO WS-ACCT-CNT
000000     MOVE 999                    TO WS-BHV-LOW-SCORE
000000     MOVE ZERO                   TO WS-BHV-LOW-ACCT
028700     PERFORM VARYING ACC-IDX FROM 1 BY 1 UNTIL ACC-IDX > 4
028800         MOVE SPACES             TO ACCTLNI (ACC-IDX)
028900     END-PERFORM
032900     END-IF
033000     ADD 1                       TO WS-ACCT-CNT
033100     MOVE ACCT-ID                TO WS-TAB-ACCT-ID (WS-ACCT-CNT)
000000     IF ACCT-BHV-SCORE IS NUMERIC AND ACCT-BHV-SCORE > ZERO
000000        AND ACCT-BHV-SCORE < WS-BHV-LOW-SCORE
000000         MOVE ACCT-BHV-SCORE     TO WS-BHV-LOW-SCORE
000000         MOVE ACCT-ID            TO WS-BHV-LOW-ACCT
000000         MOVE ACCT-BHV-SCORE-DATE TO WS-BHV-LOW-DATE
000000     END-IF
033200     MOVE ACCT-CURR-BAL          TO WS-BAL-EDIT
000000     PERFORM 4220-CHECK-AGENCY-PLACED
000000         THRU 4220-CHECK-AGENCY-PLACED-EXIT
053500     EXIT.
053600*
053700******************************************************************
000000* OUR OWN BEHAVIOR SCORE (CBBHV01C) BESIDE THE BUREAU FICO - THE
000000* WEAKEST OF THE CUSTOMER'S ACCOUNTS, WITH THE FACTOR CODES THAT
000000* COST IT THE MOST POINTS OFF ITS BHVHIST ROW.
000000******************************************************************
000000 4550-BEHAVIOR-SCORE.
000000     MOVE SPACES                 TO BHVSCRI BHVFCTI
000000     IF WS-BHV-LOW-ACCT = ZERO
000000         GO TO 4550-BEHAVIOR-SCORE-EXIT
000000     END-IF
000000     MOVE WS-BHV-LOW-SCORE       TO BHVSCRI
000000     MOVE WS-BHV-LOW-ACCT        TO BHV-ACCT-ID
000000     MOVE WS-BHV-LOW-DATE        TO BHV-SCORE-DATE
000000     EXEC CICS
000000         READ DATASET('BHVHIST')
000000         INTO(BEHAVIOR-SCORE-RECORD)
000000         RIDFLD(BHV-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 4550-BEHAVIOR-SCORE-EXIT
000000     END-IF
000000     STRING BHV-FACTOR-CD (1)    DELIMITED BY SPACE
000000            ' '                  DELIMITED BY SIZE
000000            BHV-FACTOR-CD (2)    DELIMITED BY SPACE
000000            ' '                  DELIMITED BY SIZE
000000            BHV-FACTOR-CD (3)    DELIMITED BY SPACE
000000       INTO BHVFCTI
000000     END-STRING.
000000 4550-BEHAVIOR-SCORE-EXIT.
000000     EXIT.
000000*
053700******************************************************************
053800* OPEN FRAUD HOLDS ON ANY OF THE CUSTOMER'S CARDS - THE SAME
053900* FULL-QUEUE BROWSE THE REVIEW SCREEN USES, KEPT TO THE FIRST
054000* THREE PENDING MATCHES.
059600 4610-NEXT-HOLD-EXIT.
059700     EXIT.
059800*
000000******************************************************************
000000* OPEN COMPLAINTS FROM THIS CUSTOMER (CPLFILE, COCPL00C) - THE
000000* SAME FULL-FILE BROWSE AS THE HOLDS, KEPT TO THE FIRST THREE
000000* STILL OPEN, WITH THE DUE DATE AND A MARK ONCE IT HAS PASSED SO
000000* THE REP KNOWS BEFORE THE CALLER SAYS SO.
000000******************************************************************
000000 4700-LIST-COMPLAINTS.
000000     MOVE ZERO                   TO WS-CPL-CNT
000000     MOVE SPACES                 TO CPLLNI (1) CPLLNI (2)
000000                                    CPLLNI (3)
000000     MOVE 'N'                    TO WS-BROWSE-SW
000000     MOVE LOW-VALUES             TO CPL-ID
000000     EXEC CICS
000000         STARTBR DATASET('CPLFILE')
000000         RIDFLD(CPL-ID)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 4700-LIST-COMPLAINTS-EXIT
000000     END-IF
000000     PERFORM 4710-NEXT-COMPLAINT THRU 4710-NEXT-COMPLAINT-EXIT
000000         UNTIL WS-BROWSE-DONE OR WS-CPL-CNT = 3
000000     EXEC CICS
000000         ENDBR DATASET('CPLFILE')
000000     END-EXEC.
000000 4700-LIST-COMPLAINTS-EXIT.
000000     EXIT.
000000*
000000 4710-NEXT-COMPLAINT.
000000     EXEC CICS
000000         READNEXT DATASET('CPLFILE')
000000         INTO(COMPLAINT-CASE-RECORD)
000000         RIDFLD(CPL-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Y'                TO WS-BROWSE-SW
000000         GO TO 4710-NEXT-COMPLAINT-EXIT
000000     END-IF
000000     IF CPL-CLOSED OR CPL-CUST-ID NOT = WS-CUST-ID-N
000000         GO TO 4710-NEXT-COMPLAINT-EXIT
000000     END-IF
000000     ADD 1                       TO WS-CPL-CNT
000000     MOVE SPACES                 TO WS-OVERDUE-TAG
000000     IF CPL-DUE-DATE < WS-CURDATE-YYYY-MM-DD
000000         MOVE '  *OVERDUE*'      TO WS-OVERDUE-TAG
000000     END-IF
000000     STRING CPL-ID               DELIMITED BY SIZE
000000            '  '                 DELIMITED BY SIZE
000000            CPL-CATEGORY         DELIMITED BY SIZE
000000            '  CHNL='            DELIMITED BY SIZE
000000            CPL-CHANNEL          DELIMITED BY SIZE
000000            '  DUE '             DELIMITED BY SIZE
000000            CPL-DUE-DATE         DELIMITED BY SIZE
000000            WS-OVERDUE-TAG       DELIMITED BY SIZE
000000       INTO CPLLNI (WS-CPL-CNT)
000000     END-STRING.
000000 4710-NEXT-COMPLAINT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* WHAT EACH LISTED ACCOUNT EARNED US - ITS NEWEST ACCTPRF ROW
000000* (CBAPF01C, MONTH-END) WITH THE TRAILING TWELVE MONTHS, SO A
000000* RETENTION REP CAN WEIGH AN OFFER. THE ROW IS THIS MONTH'S ONCE
000000* MONTH-END HAS RUN AND LAST MONTH'S UNTIL THEN; AN ACCOUNT WITH
000000* NEITHER (OPENED SINCE) GETS NO LINE.
000000******************************************************************
000000 4800-LIST-PROFIT.
000000     MOVE SPACES                 TO PRFLNI (1) PRFLNI (2)
000000                                    PRFLNI (3) PRFLNI (4)
000000     MOVE WS-CURDATE-YEAR        TO WS-PRF-LAST-YYYY
000000     MOVE WS-CURDATE-MONTH       TO WS-PRF-LAST-MM
000000     IF WS-PRF-LAST-MM = 1
000000         MOVE 12                 TO WS-PRF-LAST-MM
000000         SUBTRACT 1              FROM WS-PRF-LAST-YYYY
000000     ELSE
000000         SUBTRACT 1              FROM WS-PRF-LAST-MM
000000     END-IF
000000     PERFORM 4810-PROFIT-FOR-ACCOUNT
000000         THRU 4810-PROFIT-FOR-ACCOUNT-EXIT
000000         VARYING ACC-IDX FROM 1 BY 1
000000         UNTIL ACC-IDX > WS-ACCT-CNT.
000000 4800-LIST-PROFIT-EXIT.
000000     EXIT.
000000*
000000 4810-PROFIT-FOR-ACCOUNT.
000000     MOVE WS-TAB-ACCT-ID (ACC-IDX) TO APF-ACCT-ID
000000     MOVE WS-CURDATE-YYYY-MM-DD (1:7) TO APF-MONTH
000000     EXEC CICS
000000         READ DATASET('ACCTPRF')
000000         INTO(ACCT-PROFIT-RECORD)
000000         RIDFLD(APF-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE WS-TAB-ACCT-ID (ACC-IDX) TO APF-ACCT-ID
000000         MOVE WS-PRF-LAST-MONTH  TO APF-MONTH
000000         EXEC CICS
000000             READ DATASET('ACCTPRF')
000000             INTO(ACCT-PROFIT-RECORD)
000000             RIDFLD(APF-KEY)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000     END-IF
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 4810-PROFIT-FOR-ACCOUNT-EXIT
000000     END-IF
000000     MOVE APF-NET-PROFIT         TO WS-BAL-EDIT
000000     MOVE APF-NET-12MO           TO WS-NET12-EDIT
000000     STRING APF-ACCT-ID          DELIMITED BY SIZE
000000            ' '                  DELIMITED BY SIZE
000000            APF-MONTH            DELIMITED BY SIZE
000000            ' NET '              DELIMITED BY SIZE
000000            WS-BAL-EDIT          DELIMITED BY SIZE
000000            ' 12M '              DELIMITED BY SIZE
000000            WS-NET12-EDIT        DELIMITED BY SIZE
000000       INTO PRFLNI (ACC-IDX)
000000     END-STRING.
000000 4810-PROFIT-FOR-ACCOUNT-EXIT.
000000     EXIT.
000000*
059900******************************************************************
060000* CARRY THE SELECTED ACCOUNT (C360SELI, DEFAULT THE FIRST) INTO
060100* THE DETAIL SCREEN, PUSH THIS SCREEN ON THE NAVIGATION STACK
061100         MOVE 1                  TO C360SELI
061200     END-IF
061300     MOVE WS-TAB-ACCT-ID (C360SELI) TO CDEMO-ACCT-ID
000000     PERFORM 7900-HAND-OFF THRU 7900-HAND-OFF-EXIT.
000000 7000-DRILL-DOWN-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PF8 = SET UP A FOLLOW-UP TASK (COTSK00C) FOR THIS CUSTOMER AND
000000* THE SELECTED ACCOUNT - NO ACCOUNT WHEN THE CUSTOMER HAS NONE.
000000* THE CUSTOMER RIDES CDEMO-CUST-ID, STAMPED BY 4100.
000000******************************************************************
000000 7100-NEW-TASK.
000000     MOVE ZERO                   TO CDEMO-ACCT-ID
000000     IF WS-ACCT-CNT > ZERO
000000         IF C360SELI = ZERO OR C360SELI > WS-ACCT-CNT
000000             MOVE 1              TO C360SELI
000000         END-IF
000000         MOVE WS-TAB-ACCT-ID (C360SELI) TO CDEMO-ACCT-ID
000000     END-IF
000000     MOVE SPACES                 TO CDEMO-TASK-CONTEXT
000000     MOVE 'COTSK00C'             TO WS-DRILL-PGM
000000     PERFORM 7900-HAND-OFF THRU 7900-HAND-OFF-EXIT.
000000 7100-NEW-TASK-EXIT.
000000     EXIT.
000000*
000000 7900-HAND-OFF.
061400     MOVE WS-PGMNAME             TO CDEMO-FROM-PROGRAM
061500     MOVE WS-TRANID              TO CDEMO-FROM-TRANID
061600     MOVE WS-DRILL-PGM           TO CDEMO-TO-PROGRAM
062600         XCTL PROGRAM(WS-DRILL-PGM)
062700         COMMAREA(CARDDEMO-COMMAREA)
062800     END-EXEC.
000000 7900-HAND-OFF-EXIT.
000000     EXIT.
063100*
063200 8000-SEND-MAP.
063300     EXEC CICS
