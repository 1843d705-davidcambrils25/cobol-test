000000*                     UNDELIVERABLE FLAG (CBRML01C), AUDITED AS
000000*                     'ADDRLIFT' - CBRML01C THEN RELEASES ANY
000000*                     HELD STATEMENTS TO PRINT.
000000* 2026-10-15  MAINT   THE SCRA ACTIVE-DUTY PERIOD (START, END,
000000*                     DOCUMENTATION DATE) CAN BE KEYED AND IS
000000*                     AUDITED. A NEW PERIOD STARTING BEFORE TODAY
000000*                     IS MARKED REFUND-PENDING FOR CBSCR02C.
000000* 2026-10-15  MAINT   THE BEFORE-IMAGE CARRIES THE DATE-OF-DEATH
000000*                     FIELDS, SO A MAINTENANCE UPDATE KEEPS THEM.
000000* 2026-10-15  MAINT   A CREATE, OR AN UPDATE TO NAME, DATE OF
000000*                     BIRTH OR COUNTRY, IS SCREENED AGAINST THE
000000*                     SDN LIST (CBOFC03C). A POTENTIAL MATCH IS
000000*                     QUEUED TO OFACREV AND THE CUSTOMER HELD 'P'
000000*                     FOR REVIEW ON COOFC00C.
000000* 2026-10-15  MAINT   PREFERRED LANGUAGE (CLANGI) KEYED,
000000*                     VALIDATED AND AUDITED.
000000* 2026-10-15  MAINT   STATED INCOME (CINCI) AND MONTHLY HOUSING
000000*                     PAYMENT (CHSGPMTI) KEYED FOR THE ABILITY-
000000*                     TO-PAY TEST (CBATP01C); KEYING THE INCOME
000000*                     RESETS ITS CAPTURE DATE. ALL THREE ARE
000000*                     AUDITED.
000000* 2026-10-15  MAINT   A CHANGE TO NAME, SSN OR DATE OF BIRTH
000000*                     RETURNS THE CUSTOMER'S IDENTITY
000000*                     VERIFICATION (CUST-CIP-STATUS) TO
000000*                     NOT-YET-SENT FOR RE-CHECK BY CBCIP01C,
000000*                     AUDITED AND LOGGED TO CIPHIST.
000000* 2026-10-15  MAINT   A KEYED ADDRESS CHANGE CLEARS THE ZIP+4 AND
000000*                     PRESORT DATA LOADED BY ADDRESS
000000*                     STANDARDIZATION (CBASD02C), AUDITED AS
000000*                     'CZIP4'.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       FULL CUSTOMER MASTER MAINTENANCE - THE FIELDS
005900     05  CPFLGI                  PIC X(01).
000000     05  COVLFI                  PIC X(01).
000000     05  CCMBI                   PIC X(01).
000000     05  CSCRSTI                 PIC X(10).
000000     05  CSCRENDI                PIC X(10).
000000     05  CSCRDOCI                PIC X(10).
000000     05  CLANGI                  PIC X(02).
000000         88 CLANG-SUPPORTED      VALUE 'EN' 'ES' SPACES.
000000     05  CINCI                   PIC X(12).
000000     05  CHSGPMTI                PIC X(10).
000000     05  CINCDTO                 PIC X(10).
006000     05  ERRMSGI                 PIC X(78).
006100     05  INFOMSGI                PIC X(45).
006200*
000000         ==CUST-ADDR-UNDELIV-IND==
000000             BY ==BCST-ADDR-UNDELIV-IND==
000000         ==CUST-ADDR-UNDELIVERABLE==
000000             BY ==BCST-ADDR-UNDELIVERABLE==
000000         ==CUST-SCRA-START-DATE== BY ==BCST-SCRA-START-DATE==
000000         ==CUST-SCRA-END-DATE== BY ==BCST-SCRA-END-DATE==
000000         ==CUST-SCRA-DOC-DATE== BY ==BCST-SCRA-DOC-DATE==
000000         ==CUST-SCRA-RECORDED-DATE==
000000             BY ==BCST-SCRA-RECORDED-DATE==
000000         ==CUST-SCRA-SOURCE== BY ==BCST-SCRA-SOURCE==
000000         ==CUST-SCRA-FROM-DMDC== BY ==BCST-SCRA-FROM-DMDC==
000000         ==CUST-SCRA-KEYED== BY ==BCST-SCRA-KEYED==
000000         ==CUST-SCRA-REFUND-IND== BY ==BCST-SCRA-REFUND-IND==
000000         ==CUST-SCRA-REFUND-PENDING==
000000             BY ==BCST-SCRA-REFUND-PENDING==
000000         ==CUST-SCRA-REFUND-DONE==
000000             BY ==BCST-SCRA-REFUND-DONE==
000000         ==CUST-DECEASED-DATE== BY ==BCST-DECEASED-DATE==
000000         ==CUST-DECEASED-NOTIFY-DATE==
000000             BY ==BCST-DECEASED-NOTIFY-DATE==
000000         ==CUST-DECEASED-SOURCE== BY ==BCST-DECEASED-SOURCE==
000000         ==CUST-DECEASED-FROM-DMF==
000000             BY ==BCST-DECEASED-FROM-DMF==
000000         ==CUST-DECEASED-NOTIFIED==
000000             BY ==BCST-DECEASED-NOTIFIED==
000000         ==CUST-DECEASED-REFUND-IND==
000000             BY ==BCST-DECEASED-REFUND-IND==
000000         ==CUST-DECEASED-REFUND-PENDING==
000000             BY ==BCST-DECEASED-REFUND-PENDING==
000000         ==CUST-DECEASED-REFUND-DONE==
000000             BY ==BCST-DECEASED-REFUND-DONE==
000000         ==CUST-OFAC-STATUS== BY ==BCST-OFAC-STATUS==
000000         ==CUST-OFAC-REVIEW-PENDING==
000000             BY ==BCST-OFAC-REVIEW-PENDING==
000000         ==CUST-OFAC-CONFIRMED-HIT==
000000             BY ==BCST-OFAC-CONFIRMED-HIT==
000000         ==CUST-OFAC-SCREEN-DATE== BY ==BCST-OFAC-SCREEN-DATE==
000000         ==CUST-LANG-CD== BY ==BCST-LANG-CD==
000000         ==CUST-LANG-ENGLISH== BY ==BCST-LANG-ENGLISH==
000000         ==CUST-LANG-SPANISH== BY ==BCST-LANG-SPANISH==
000000         ==CUST-LANG-SUPPORTED== BY ==BCST-LANG-SUPPORTED==
000000         ==CUST-STATED-INCOME== BY ==BCST-STATED-INCOME==
000000         ==CUST-INCOME-DATE== BY ==BCST-INCOME-DATE==
000000         ==CUST-HOUSING-PMT== BY ==BCST-HOUSING-PMT==
000000         ==CUST-CIP-STATUS== BY ==BCST-CIP-STATUS==
000000         ==CUST-CIP-NOT-SENT== BY ==BCST-CIP-NOT-SENT==
000000         ==CUST-CIP-SENT== BY ==BCST-CIP-SENT==
000000         ==CUST-CIP-VERIFIED== BY ==BCST-CIP-VERIFIED==
000000         ==CUST-CIP-VENDOR-VERIFIED==
000000             BY ==BCST-CIP-VENDOR-VERIFIED==
000000         ==CUST-CIP-DOC-VERIFIED== BY ==BCST-CIP-DOC-VERIFIED==
000000         ==CUST-CIP-FAILED== BY ==BCST-CIP-FAILED==
000000         ==CUST-CIP-STATUS-DATE== BY ==BCST-CIP-STATUS-DATE==
000000         ==CUST-ADDR-ZIP4== BY ==BCST-ADDR-ZIP4==
000000         ==CUST-ADDR-DLV-POINT== BY ==BCST-ADDR-DLV-POINT==
000000         ==CUST-ADDR-CARRIER-RT== BY ==BCST-ADDR-CARRIER-RT==
000000         ==CUST-ADDR-STD-IND== BY ==BCST-ADDR-STD-IND==
000000         ==CUST-ADDR-STANDARDIZED== BY ==BCST-ADDR-STANDARDIZED==
000000         ==CUST-ADDR-STD-DATE== BY ==BCST-ADDR-STD-DATE==.
009900 COPY CVAUD01Y.
000000 COPY CVACT01Y.
000000 COPY CVXRF01Y.
000000 COPY CVSDN01Y.
000000 COPY CVOFR01Y.
000000 COPY CVCIP03Y.
000000*
000000******************************************************************
000000* SANCTIONS MATCH RULE PARAMETER - SEE CBOFC03C.
000000******************************************************************
000000 COPY CVOFP01Y.
010000*
010100 01  WS-MISC-STORAGE.
010200     05  WS-RESP-CD              PIC S9(08) COMP.
000000     05  WS-XREF-BROWSE-SW       PIC X(01) VALUE 'N'.
000000         88 WS-XREF-BROWSE-DONE  VALUE 'Y'.
000000     05  WS-XREF-CUST-KEY        PIC 9(09).
000000     05  WS-PRIOR-SCRA-START     PIC X(10).
000000     05  WS-SCRA-DATE            PIC X(10).
000000     05  WS-SDN-BROWSE-SW        PIC X(01) VALUE 'N'.
000000         88 WS-SDN-BROWSE-DONE   VALUE 'Y'.
000000     05  WS-OFAC-PENDING-SW      PIC X(01) VALUE 'N'.
000000         88 WS-OFAC-PENDING      VALUE 'Y'.
000000     05  WS-SCREEN-LAST-NAME     PIC X(25).
000000     05  WS-PRIOR-OFAC-STATUS    PIC X(01).
000000     05  WS-INCOME-AMT           PIC S9(09)V99 COMP-3.
000000     05  WS-HOUSING-AMT          PIC S9(07)V99 COMP-3.
000000     05  WS-AUD-AMT              PIC -(9)9.99.
000000*
000000******************************************************************
000000* NEW SDN LIST MATCHES FOUND BY 4900-SCREEN-SANCTIONS, HELD UNTIL
000000* THE CUSTOMER RECORD IS SAFELY WRITTEN AND THEN QUEUED TO OFACREV
000000* BY 4950-QUEUE-MATCHES.
000000******************************************************************
000000 01  WS-OFC-MATCH-TABLE.
000000     05  WS-OFC-MATCH-USED       PIC 9(02) VALUE ZERO.
000000     05  WS-OFC-MATCH-ENTRY OCCURS 10 TIMES
000000                            INDEXED BY OFM-IDX.
000000         10  WS-OFM-ENT-NUM      PIC X(10).
000000         10  WS-OFM-LAST-NAME    PIC X(25).
000000         10  WS-OFM-FIRST-NAME   PIC X(25).
000000         10  WS-OFM-PROGRAM      PIC X(10).
000000         10  WS-OFM-BASIS        PIC X(20).
000000         10  WS-OFM-LIST-ID      PIC X(16).
010700*
010800******************************************************************
010900* POSTAL STATE CODE TABLE - THE 50 STATES PLUS DC, USED TO EDIT
033600     IF WS-DTVAL-BAD
033700         MOVE 'Date of birth is invalid - enter YYYY-MM-DD'
033800                                 TO ERRMSGI
000000         GO TO 4000-VALIDATE-FIELDS-EXIT
000000     END-IF
000000     IF CLANGI = LOW-VALUES
000000         MOVE SPACES             TO CLANGI
000000     END-IF
000000     IF NOT CLANG-SUPPORTED
000000         MOVE 'Language must be EN or ES (blank for English)'
000000                                 TO ERRMSGI
000000         GO TO 4000-VALIDATE-FIELDS-EXIT
000000     END-IF
000000     PERFORM 4700-VALIDATE-INCOME THRU 4700-VALIDATE-INCOME-EXIT
000000     IF ERRMSGI NOT = SPACES
000000         GO TO 4000-VALIDATE-FIELDS-EXIT
000000     END-IF
000000     PERFORM 4600-VALIDATE-SCRA THRU 4600-VALIDATE-SCRA-EXIT.
034000 4000-VALIDATE-FIELDS-EXIT.
034100     EXIT.
034200*
038100 4500-VALIDATE-DOB-EXIT.
038200     EXIT.
038300*
000000******************************************************************
000000* SCRA ACTIVE-DUTY PERIOD - OPTIONAL. A START DATE NEEDS THE DATE
000000* THE ORDERS OR DMDC CERTIFICATE WERE RECEIVED, NEITHER IN THE
000000* FUTURE; AN END DATE, WHEN KEYED, CANNOT PRECEDE THE START. AN
000000* END DATE WITH NO START IS REFUSED. A BLANK START REMOVES THE
000000* PERIOD.
000000******************************************************************
000000 4600-VALIDATE-SCRA.
000000     IF CSCRSTI = LOW-VALUES
000000         MOVE SPACES             TO CSCRSTI
000000     END-IF
000000     IF CSCRENDI = LOW-VALUES
000000         MOVE SPACES             TO CSCRENDI
000000     END-IF
000000     IF CSCRDOCI = LOW-VALUES
000000         MOVE SPACES             TO CSCRDOCI
000000     END-IF
000000     IF CSCRSTI = SPACES
000000         IF CSCRENDI NOT = SPACES OR CSCRDOCI NOT = SPACES
000000             MOVE 'SCRA end/doc date needs an active-duty start'
000000                                 TO ERRMSGI
000000         END-IF
000000         GO TO 4600-VALIDATE-SCRA-EXIT
000000     END-IF
000000     MOVE CSCRSTI                TO WS-SCRA-DATE
000000     PERFORM 4650-VALIDATE-SCRA-DATE
000000         THRU 4650-VALIDATE-SCRA-DATE-EXIT
000000     IF WS-DTVAL-BAD OR CSCRSTI > WS-CURDATE-YYYY-MM-DD
000000         MOVE 'SCRA start date is invalid - enter YYYY-MM-DD'
000000                                 TO ERRMSGI
000000         GO TO 4600-VALIDATE-SCRA-EXIT
000000     END-IF
000000     IF CSCRDOCI = SPACES
000000         MOVE 'SCRA documentation date is required'
000000                                 TO ERRMSGI
000000         GO TO 4600-VALIDATE-SCRA-EXIT
000000     END-IF
000000     MOVE CSCRDOCI               TO WS-SCRA-DATE
000000     PERFORM 4650-VALIDATE-SCRA-DATE
000000         THRU 4650-VALIDATE-SCRA-DATE-EXIT
000000     IF WS-DTVAL-BAD OR CSCRDOCI > WS-CURDATE-YYYY-MM-DD
000000         MOVE 'SCRA documentation date is invalid' TO ERRMSGI
000000         GO TO 4600-VALIDATE-SCRA-EXIT
000000     END-IF
000000     IF CSCRENDI = SPACES
000000         GO TO 4600-VALIDATE-SCRA-EXIT
000000     END-IF
000000     MOVE CSCRENDI               TO WS-SCRA-DATE
000000     PERFORM 4650-VALIDATE-SCRA-DATE
000000         THRU 4650-VALIDATE-SCRA-DATE-EXIT
000000     IF WS-DTVAL-BAD OR CSCRENDI < CSCRSTI
000000         MOVE 'SCRA end date is invalid or before the start'
000000                                 TO ERRMSGI
000000     END-IF.
000000 4600-VALIDATE-SCRA-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* CALENDAR CHECK OF WS-SCRA-DATE, THE SAME LEAP-YEAR-AWARE TEST
000000* 4500-VALIDATE-DOB APPLIES.
000000******************************************************************
000000 4650-VALIDATE-SCRA-DATE.
000000     SET WS-DTVAL-OK             TO TRUE
000000     IF WS-SCRA-DATE (1:4) NOT NUMERIC
000000        OR WS-SCRA-DATE (5:1) NOT = '-'
000000        OR WS-SCRA-DATE (6:2) NOT NUMERIC
000000        OR WS-SCRA-DATE (8:1) NOT = '-'
000000        OR WS-SCRA-DATE (9:2) NOT NUMERIC
000000         SET WS-DTVAL-BAD        TO TRUE
000000         GO TO 4650-VALIDATE-SCRA-DATE-EXIT
000000     END-IF
000000     MOVE WS-SCRA-DATE (1:4)     TO WS-DTVAL-YEAR
000000     MOVE WS-SCRA-DATE (6:2)     TO WS-DTVAL-MONTH
000000     MOVE WS-SCRA-DATE (9:2)     TO WS-DTVAL-DAY
000000     IF WS-DTVAL-YEAR < 1900
000000        OR WS-DTVAL-MONTH < 1 OR WS-DTVAL-MONTH > 12
000000         SET WS-DTVAL-BAD        TO TRUE
000000         GO TO 4650-VALIDATE-SCRA-DATE-EXIT
000000     END-IF
000000     MOVE WS-DAYS-IN-MONTH (WS-DTVAL-MONTH) TO WS-DTVAL-MAX-DAY
000000     IF WS-DTVAL-MONTH = 2
000000         AND FUNCTION MOD(WS-DTVAL-YEAR, 4) = 0
000000         AND (FUNCTION MOD(WS-DTVAL-YEAR, 100) NOT = 0
000000             OR FUNCTION MOD(WS-DTVAL-YEAR, 400) = 0)
000000         MOVE 29                 TO WS-DTVAL-MAX-DAY
000000     END-IF
000000     IF WS-DTVAL-DAY < 1 OR WS-DTVAL-DAY > WS-DTVAL-MAX-DAY
000000         SET WS-DTVAL-BAD        TO TRUE
000000     END-IF.
000000 4650-VALIDATE-SCRA-DATE-EXIT.
000000     EXIT.
000000*
038400******************************************************************
000000* ABILITY-TO-PAY INPUTS. BLANK LEAVES THE VALUE ON FILE AS IT IS;
000000* A KEYED STATED INCOME (ANNUAL GROSS) MUST BE A POSITIVE AMOUNT
000000* AND A KEYED HOUSING PAYMENT (MONTHLY) ZERO OR MORE. KEYING THE
000000* INCOME - EVEN UNCHANGED - IS A RE-CAPTURE AND RESETS ITS DATE.
000000******************************************************************
000000 4700-VALIDATE-INCOME.
000000     IF CINCI = LOW-VALUES
000000         MOVE SPACES             TO CINCI
000000     END-IF
000000     IF CHSGPMTI = LOW-VALUES
000000         MOVE SPACES             TO CHSGPMTI
000000     END-IF
000000     IF CINCI NOT = SPACES
000000         MOVE FUNCTION NUMVAL(CINCI) TO WS-INCOME-AMT
000000         IF WS-INCOME-AMT NOT > ZERO
000000             MOVE 'Stated income must be a positive annual amount'
000000                                 TO ERRMSGI
000000             GO TO 4700-VALIDATE-INCOME-EXIT
000000         END-IF
000000     END-IF
000000     IF CHSGPMTI NOT = SPACES
000000         MOVE FUNCTION NUMVAL(CHSGPMTI) TO WS-HOUSING-AMT
000000         IF WS-HOUSING-AMT < ZERO
000000             MOVE 'Housing payment must be 0 or a positive amount'
000000                                 TO ERRMSGI
000000             GO TO 4700-VALIDATE-INCOME-EXIT
000000         END-IF
000000     END-IF.
000000 4700-VALIDATE-INCOME-EXIT.
000000     EXIT.
000000*
000000******************************************************************
038500* BUILD THE CUSTOMER RECORD FROM THE EDITED SCREEN FIELDS. THE
038600* FICO FIELDS ARE NOT KEYED HERE - A NEW CUSTOMER STARTS WITH NO
038700* SCORE UNTIL THE BUREAU FEED (COFICUPC) SUPPLIES ONE.
000000         MOVE CCMBI              TO CUST-COMBINED-STMT-IND
000000     ELSE
000000         MOVE 'N'                TO CUST-COMBINED-STMT-IND
000000     END-IF
000000     MOVE CLANGI                 TO CUST-LANG-CD
000000     IF CUST-STATED-INCOME NOT NUMERIC
000000         MOVE ZERO               TO CUST-STATED-INCOME
000000     END-IF
000000     IF CUST-HOUSING-PMT NOT NUMERIC
000000         MOVE ZERO               TO CUST-HOUSING-PMT
000000     END-IF
000000     IF CINCI NOT = SPACES
000000         MOVE WS-INCOME-AMT      TO CUST-STATED-INCOME
000000         MOVE WS-CURDATE-YYYY-MM-DD TO CUST-INCOME-DATE
000000     END-IF
000000     IF CHSGPMTI NOT = SPACES
000000         MOVE WS-HOUSING-AMT     TO CUST-HOUSING-PMT
000000     END-IF
000000     MOVE CUST-INCOME-DATE       TO CINCDTO
000000     PERFORM 4850-STAMP-SCRA-PERIOD
000000         THRU 4850-STAMP-SCRA-PERIOD-EXIT.
041000 4800-BUILD-CUSTOMER-FIELDS-EXIT.
041100     EXIT.
041200*
000000******************************************************************
000000* A NEW OR CHANGED ACTIVE-DUTY START IS A NEWLY RECORDED PERIOD:
000000* KEYED SOURCE, RECORDED TODAY, AND - WHEN THE DUTY BEGAN BEFORE
000000* TODAY - REFUND-PENDING, SO CBSCR02C CREDITS BACK WHAT THE
000000* ACCOUNTS WERE CHARGED ABOVE THE CAP IN THE MEANTIME. AN END
000000* DATE OR DOCUMENTATION CHANGE ON THE SAME PERIOD KEEPS ITS
000000* STAMPS. WS-PRIOR-SCRA-START IS SET BY THE ADD/UPDATE CALLER.
000000******************************************************************
000000 4850-STAMP-SCRA-PERIOD.
000000     MOVE CSCRSTI                TO CUST-SCRA-START-DATE
000000     MOVE CSCRENDI               TO CUST-SCRA-END-DATE
000000     MOVE CSCRDOCI               TO CUST-SCRA-DOC-DATE
000000     IF CUST-SCRA-START-DATE = WS-PRIOR-SCRA-START
000000         GO TO 4850-STAMP-SCRA-PERIOD-EXIT
000000     END-IF
000000     IF CUST-SCRA-START-DATE = SPACES
000000         MOVE SPACES             TO CUST-SCRA-RECORDED-DATE
000000                                    CUST-SCRA-SOURCE
000000                                    CUST-SCRA-REFUND-IND
000000         GO TO 4850-STAMP-SCRA-PERIOD-EXIT
000000     END-IF
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-SCRA-RECORDED-DATE
000000     SET CUST-SCRA-KEYED         TO TRUE
000000     IF CUST-SCRA-START-DATE < WS-CURDATE-YYYY-MM-DD
000000         SET CUST-SCRA-REFUND-PENDING TO TRUE
000000     ELSE
000000         MOVE SPACES             TO CUST-SCRA-REFUND-IND
000000     END-IF.
000000 4850-STAMP-SCRA-PERIOD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* SCREEN THE CUSTOMER AGAINST THE SDN LIST BEFORE THE RECORD IS
000000* WRITTEN: EVERY LIST ROW FILED UNDER THE SAME LAST NAME IS
000000* WEIGHED BY CBOFC03C, THE RULE THE CBOFC02C NIGHTLY RESCREEN
000000* USES. A POTENTIAL MATCH NOT YET ON THE OFACREV QUEUE IS HELD
000000* FOR 4950-QUEUE-MATCHES; ONE ALREADY CLEARED AS A FALSE
000000* POSITIVE IS NOT RAISED AGAIN. ANY MATCH LEFT PENDING FLAGS THE
000000* CUSTOMER 'P', WHICH BLOCKS NEW ACCOUNTS AND CARD ISSUANCE
000000* UNTIL IT IS REVIEWED ON COOFC00C. A CONFIRMED HIT KEEPS ITS 'C'.
000000******************************************************************
000000 4900-SCREEN-SANCTIONS.
000000     MOVE ZERO                   TO WS-OFC-MATCH-USED
000000     MOVE 'N'                    TO WS-OFAC-PENDING-SW
000000     MOVE FUNCTION UPPER-CASE(CUST-LAST-NAME)
000000                                 TO WS-SCREEN-LAST-NAME
000000     IF WS-SCREEN-LAST-NAME = SPACES
000000         GO TO 4900-SCREEN-SANCTIONS-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-SDN-BROWSE-SW
000000     MOVE WS-SCREEN-LAST-NAME    TO SDN-LAST-NAME
000000     MOVE LOW-VALUES             TO SDN-ENT-NUM
000000     EXEC CICS
000000         STARTBR DATASET('SDNLIST')
000000         RIDFLD(SDN-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 4900-SCREEN-SANCTIONS-EXIT
000000     END-IF
000000     PERFORM 4910-SCREEN-NEXT-CANDIDATE
000000         THRU 4910-SCREEN-NEXT-CANDIDATE-EXIT
000000         UNTIL WS-SDN-BROWSE-DONE
000000     EXEC CICS
000000         ENDBR DATASET('SDNLIST')
000000     END-EXEC
000000     IF WS-OFAC-PENDING
000000        AND NOT CUST-OFAC-CONFIRMED-HIT
000000        AND NOT CUST-OFAC-REVIEW-PENDING
000000         SET CUST-OFAC-REVIEW-PENDING TO TRUE
000000         MOVE WS-CURDATE-YYYY-MM-DD TO CUST-OFAC-SCREEN-DATE
000000     END-IF.
000000 4900-SCREEN-SANCTIONS-EXIT.
000000     EXIT.
000000*
000000 4910-SCREEN-NEXT-CANDIDATE.
000000     EXEC CICS
000000         READNEXT DATASET('SDNLIST')
000000         INTO(SDN-LIST-RECORD)
000000         RIDFLD(SDN-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000        OR SDN-LAST-NAME NOT = WS-SCREEN-LAST-NAME
000000         MOVE 'Y'                TO WS-SDN-BROWSE-SW
000000         GO TO 4910-SCREEN-NEXT-CANDIDATE-EXIT
000000     END-IF
000000     MOVE CUST-FIRST-NAME        TO OFP-CUST-FIRST-NAME
000000     MOVE CUST-LAST-NAME         TO OFP-CUST-LAST-NAME
000000     MOVE CUST-DOB-YYYY-MM-DD    TO OFP-CUST-DOB
000000     MOVE CUST-ADDR-COUNTRY-CD   TO OFP-CUST-COUNTRY-CD
000000     MOVE SDN-FIRST-NAME         TO OFP-SDN-FIRST-NAME
000000     MOVE SDN-LAST-NAME          TO OFP-SDN-LAST-NAME
000000     MOVE SDN-DOB-YYYY-MM-DD     TO OFP-SDN-DOB
000000     MOVE SDN-COUNTRY-CD         TO OFP-SDN-COUNTRY-CD
000000     CALL 'CBOFC03C' USING OFAC-MATCH-PARM
000000     IF NOT OFP-POTENTIAL-MATCH
000000         GO TO 4910-SCREEN-NEXT-CANDIDATE-EXIT
000000     END-IF
000000     MOVE CUST-ID                TO OFR-CUST-ID
000000     MOVE SDN-ENT-NUM            TO OFR-ENT-NUM
000000     EXEC CICS
000000         READ DATASET('OFACREV')
000000         INTO(OFAC-REVIEW-RECORD)
000000         RIDFLD(OFR-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = ZERO
000000         IF OFR-PENDING
000000             MOVE 'Y'            TO WS-OFAC-PENDING-SW
000000         END-IF
000000         GO TO 4910-SCREEN-NEXT-CANDIDATE-EXIT
000000     END-IF
000000     MOVE 'Y'                    TO WS-OFAC-PENDING-SW
000000     IF WS-OFC-MATCH-USED NOT < 10
000000         GO TO 4910-SCREEN-NEXT-CANDIDATE-EXIT
000000     END-IF
000000     ADD 1                       TO WS-OFC-MATCH-USED
000000     SET OFM-IDX                 TO WS-OFC-MATCH-USED
000000     MOVE SDN-ENT-NUM            TO WS-OFM-ENT-NUM (OFM-IDX)
000000     MOVE SDN-LAST-NAME          TO WS-OFM-LAST-NAME (OFM-IDX)
000000     MOVE SDN-FIRST-NAME         TO WS-OFM-FIRST-NAME (OFM-IDX)
000000     MOVE SDN-PROGRAM            TO WS-OFM-PROGRAM (OFM-IDX)
000000     MOVE OFP-MATCH-BASIS        TO WS-OFM-BASIS (OFM-IDX)
000000     MOVE SDN-LIST-ID            TO WS-OFM-LIST-ID (OFM-IDX).
000000 4910-SCREEN-NEXT-CANDIDATE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* QUEUE THE MATCHES 4900-SCREEN-SANCTIONS FOUND, NOW THAT THE
000000* CUSTOMER RECORD IS ON FILE, PENDING REVIEW UNDER THE KEYING USER
000000* - WHO MAY NOT THEN DECIDE THEM ON COOFC00C.
000000******************************************************************
000000 4950-QUEUE-MATCHES.
000000     IF WS-OFC-MATCH-USED = ZERO
000000         GO TO 4950-QUEUE-MATCHES-EXIT
000000     END-IF
000000     PERFORM 4960-QUEUE-ONE-MATCH THRU 4960-QUEUE-ONE-MATCH-EXIT
000000         VARYING OFM-IDX FROM 1 BY 1
000000         UNTIL OFM-IDX > WS-OFC-MATCH-USED.
000000 4950-QUEUE-MATCHES-EXIT.
000000     EXIT.
000000*
000000 4960-QUEUE-ONE-MATCH.
000000     MOVE SPACES                 TO OFAC-REVIEW-RECORD
000000     MOVE CUST-ID                TO OFR-CUST-ID
000000     MOVE WS-OFM-ENT-NUM (OFM-IDX) TO OFR-ENT-NUM
000000     MOVE WS-OFM-LAST-NAME (OFM-IDX) TO OFR-SDN-LAST-NAME
000000     MOVE WS-OFM-FIRST-NAME (OFM-IDX) TO OFR-SDN-FIRST-NAME
000000     MOVE WS-OFM-PROGRAM (OFM-IDX) TO OFR-SDN-PROGRAM
000000     MOVE WS-OFM-BASIS (OFM-IDX) TO OFR-MATCH-BASIS
000000     MOVE WS-OFM-LIST-ID (OFM-IDX) TO OFR-LIST-ID
000000     SET OFR-FROM-ONLINE         TO TRUE
000000     MOVE CDEMO-USER-ID          TO OFR-QUEUED-BY
000000     MOVE FUNCTION CURRENT-DATE  TO OFR-QUEUED-TS
000000     SET OFR-PENDING             TO TRUE
000000     EXEC CICS
000000         WRITE DATASET('OFACREV')
000000         FROM(OFAC-REVIEW-RECORD)
000000         RIDFLD(OFR-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 4960-QUEUE-ONE-MATCH-EXIT.
000000     EXIT.
000000*
041300 5000-ADD-CUSTOMER.
041400     MOVE SPACES                 TO CUSTOMER-RECORD
041500     MOVE FUNCTION NUMVAL(CUSTIDI) TO CUST-ID
000000     MOVE SPACES                 TO WS-PRIOR-SCRA-START
041600     PERFORM 4800-BUILD-CUSTOMER-FIELDS
041700         THRU 4800-BUILD-CUSTOMER-FIELDS-EXIT
041800     MOVE 'Y'                    TO CUST-PRI-CARD-HOLDER-IND
041900     MOVE ZERO                   TO CUST-FICO-CREDIT-SCORE
042000     MOVE SPACES                 TO CUST-FICO-LAST-REFRESH-DT
000000     PERFORM 4900-SCREEN-SANCTIONS
000000         THRU 4900-SCREEN-SANCTIONS-EXIT
042100     EXEC CICS
042200         WRITE DATASET('CUSTDAT')
042300         FROM(CUSTOMER-RECORD)
043700     MOVE SPACES                 TO AUD-OLD-VALUE
043800     MOVE CLNAMEI                TO AUD-NEW-VALUE
043900     PERFORM 7110-WRITE-AUDIT-ROW
000000     IF CINCI NOT = SPACES
000000         MOVE 'CINCOME'          TO AUD-FIELD-NAME
000000         MOVE SPACES             TO AUD-OLD-VALUE
000000         MOVE CUST-STATED-INCOME TO WS-AUD-AMT
000000         MOVE WS-AUD-AMT         TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF CHSGPMTI NOT = SPACES
000000         MOVE 'CHOUSING'         TO AUD-FIELD-NAME
000000         MOVE SPACES             TO AUD-OLD-VALUE
000000         MOVE CUST-HOUSING-PMT   TO WS-AUD-AMT
000000         MOVE WS-AUD-AMT         TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     PERFORM 4950-QUEUE-MATCHES THRU 4950-QUEUE-MATCHES-EXIT
000000     IF CUST-OFAC-REVIEW-PENDING
000000         MOVE 'Customer created - held for sanctions review'
000000                                 TO INFOMSGI
000000         GO TO 5000-ADD-CUSTOMER-EXIT
000000     END-IF
044000     MOVE 'Customer record created' TO INFOMSGI.
044100 5000-ADD-CUSTOMER-EXIT.
044200     EXIT.
046000         GO TO 6000-UPDATE-CUSTOMER-EXIT
046100     END-IF
046200     MOVE BEFORE-CUSTOMER-RECORD TO CUSTOMER-RECORD
000000     MOVE BCST-SCRA-START-DATE   TO WS-PRIOR-SCRA-START
046300     PERFORM 4800-BUILD-CUSTOMER-FIELDS
046400         THRU 4800-BUILD-CUSTOMER-FIELDS-EXIT
046500     PERFORM 7100-AUDIT-CHANGED-FIELDS
000000         MOVE SPACES             TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000*    A KEYED ADDRESS IS NO LONGER THE ONE THE STANDARDIZATION
000000*    SERVICE CERTIFIED - ITS ZIP+4 AND PRESORT DATA GO UNTIL THE
000000*    NEXT MONTHLY CBASD01C/CBASD02C PASS.
000000     IF BCST-ADDR-ZIP4 NOT = SPACES
000000        AND (BCST-ADDR-LINE-1 NOT = CUST-ADDR-LINE-1
000000         OR BCST-ADDR-LINE-2 NOT = CUST-ADDR-LINE-2
000000         OR BCST-ADDR-STATE-CD NOT = CUST-ADDR-STATE-CD
000000         OR BCST-ADDR-ZIP NOT = CUST-ADDR-ZIP)
000000         MOVE SPACES             TO CUST-ADDR-ZIP4
000000                                    CUST-ADDR-DLV-POINT
000000                                    CUST-ADDR-CARRIER-RT
000000                                    CUST-ADDR-STD-IND
000000         MOVE 'CZIP4'            TO AUD-FIELD-NAME
000000         MOVE BCST-ADDR-ZIP4     TO AUD-OLD-VALUE
000000         MOVE SPACES             TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF BCST-FIRST-NAME NOT = CUST-FIRST-NAME
000000        OR BCST-LAST-NAME NOT = CUST-LAST-NAME
000000        OR BCST-DOB-YYYY-MM-DD NOT = CUST-DOB-YYYY-MM-DD
000000        OR BCST-ADDR-COUNTRY-CD NOT = CUST-ADDR-COUNTRY-CD
000000         PERFORM 4900-SCREEN-SANCTIONS
000000             THRU 4900-SCREEN-SANCTIONS-EXIT
000000     END-IF
000000     IF BCST-OFAC-STATUS NOT = CUST-OFAC-STATUS
000000         MOVE 'OFACHOLD'         TO AUD-FIELD-NAME
000000         MOVE BCST-OFAC-STATUS   TO AUD-OLD-VALUE
000000         MOVE CUST-OFAC-STATUS   TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF (BCST-FIRST-NAME NOT = CUST-FIRST-NAME
000000         OR BCST-LAST-NAME NOT = CUST-LAST-NAME
000000         OR BCST-SSN NOT = CUST-SSN
000000         OR BCST-DOB-YYYY-MM-DD NOT = CUST-DOB-YYYY-MM-DD)
000000        AND NOT CUST-CIP-NOT-SENT
000000         MOVE SPACES             TO CUST-CIP-STATUS
000000         MOVE WS-CURDATE-YYYY-MM-DD TO CUST-CIP-STATUS-DATE
000000         MOVE 'CIPSTAT'          TO AUD-FIELD-NAME
000000         MOVE BCST-CIP-STATUS    TO AUD-OLD-VALUE
000000         MOVE CUST-CIP-STATUS    TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
046700     EXEC CICS
046800         REWRITE DATASET('CUSTDAT')
046900         FROM(CUSTOMER-RECORD)
000000     IF BCST-ADDR-ZIP NOT = CUST-ADDR-ZIP
000000         PERFORM 6500-PROPAGATE-ZIP THRU 6500-PROPAGATE-ZIP-EXIT
000000     END-IF
000000     IF BCST-CIP-STATUS NOT = CUST-CIP-STATUS
000000         PERFORM 6700-LOG-CIP-RESET THRU 6700-LOG-CIP-RESET-EXIT
000000     END-IF
000000     PERFORM 4950-QUEUE-MATCHES THRU 4950-QUEUE-MATCHES-EXIT
000000     IF CUST-OFAC-REVIEW-PENDING
000000         MOVE 'Customer updated - held for sanctions review'
000000                                 TO INFOMSGI
000000         GO TO 6000-UPDATE-CUSTOMER-EXIT
000000     END-IF
047600     MOVE 'Customer update applied' TO INFOMSGI.
047700 6000-UPDATE-CUSTOMER-EXIT.
047800     EXIT.
000000 6600-PROPAGATE-NEXT-ACCT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A CHANGED NAME, SSN OR DATE OF BIRTH IS A DIFFERENT IDENTITY
000000* CLAIM FROM THE ONE THE VENDOR OR THE SUPERVISOR CHECKED, SO THE
000000* CUSTOMER GOES BACK TO NOT-YET-SENT FOR THE NEXT CBCIP01C RUN AND
000000* THE RESET IS WRITTEN TO THE CIPHIST TRAIL.
000000******************************************************************
000000 6700-LOG-CIP-RESET.
000000     MOVE SPACES                 TO CIP-HISTORY-RECORD
000000     MOVE CUST-ID                TO CIH-CUST-ID
000000     MOVE FUNCTION CURRENT-DATE  TO CIH-TS
000000     SET CIH-DATA-CHANGED        TO TRUE
000000     MOVE CDEMO-USER-ID          TO CIH-USER-ID
000000     MOVE BCST-CIP-STATUS        TO CIH-STATUS-BEFORE
000000     MOVE CUST-CIP-STATUS        TO CIH-STATUS-AFTER
000000     MOVE 'NAME, SSN OR DATE OF BIRTH CHANGED' TO CIH-NOTES
000000     EXEC CICS
000000         WRITE DATASET('CIPHIST')
000000         FROM(CIP-HISTORY-RECORD)
000000         RIDFLD(CIH-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 6700-LOG-CIP-RESET-EXIT.
000000     EXIT.
000000*
048000 7100-AUDIT-CHANGED-FIELDS.
048100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
048200     MOVE CUST-ID                TO AUD-ACCT-ID
000000         MOVE BCST-COMBINED-STMT-IND TO AUD-OLD-VALUE
000000         MOVE CUST-COMBINED-STMT-IND TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF BCST-SCRA-START-DATE NOT = CUST-SCRA-START-DATE
000000         MOVE 'CSCRST'           TO AUD-FIELD-NAME
000000         MOVE BCST-SCRA-START-DATE TO AUD-OLD-VALUE
000000         MOVE CUST-SCRA-START-DATE TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF BCST-SCRA-END-DATE NOT = CUST-SCRA-END-DATE
000000         MOVE 'CSCREND'          TO AUD-FIELD-NAME
000000         MOVE BCST-SCRA-END-DATE TO AUD-OLD-VALUE
000000         MOVE CUST-SCRA-END-DATE TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF BCST-SCRA-DOC-DATE NOT = CUST-SCRA-DOC-DATE
000000         MOVE 'CSCRDOC'          TO AUD-FIELD-NAME
000000         MOVE BCST-SCRA-DOC-DATE TO AUD-OLD-VALUE
000000         MOVE CUST-SCRA-DOC-DATE TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF BCST-LANG-CD NOT = CUST-LANG-CD
000000         MOVE 'CLANG'            TO AUD-FIELD-NAME
000000         MOVE BCST-LANG-CD       TO AUD-OLD-VALUE
000000         MOVE CUST-LANG-CD       TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF BCST-STATED-INCOME NOT NUMERIC
000000         MOVE ZERO               TO BCST-STATED-INCOME
000000     END-IF
000000     IF BCST-HOUSING-PMT NOT NUMERIC
000000         MOVE ZERO               TO BCST-HOUSING-PMT
000000     END-IF
000000     IF BCST-STATED-INCOME NOT = CUST-STATED-INCOME
000000         MOVE 'CINCOME'          TO AUD-FIELD-NAME
000000         MOVE BCST-STATED-INCOME TO WS-AUD-AMT
000000         MOVE WS-AUD-AMT         TO AUD-OLD-VALUE
000000         MOVE CUST-STATED-INCOME TO WS-AUD-AMT
000000         MOVE WS-AUD-AMT         TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF BCST-INCOME-DATE NOT = CUST-INCOME-DATE
000000         MOVE 'CINCDATE'         TO AUD-FIELD-NAME
000000         MOVE BCST-INCOME-DATE   TO AUD-OLD-VALUE
000000         MOVE CUST-INCOME-DATE   TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF
000000     IF BCST-HOUSING-PMT NOT = CUST-HOUSING-PMT
000000         MOVE 'CHOUSING'         TO AUD-FIELD-NAME
000000         MOVE BCST-HOUSING-PMT   TO WS-AUD-AMT
000000         MOVE WS-AUD-AMT         TO AUD-OLD-VALUE
000000         MOVE CUST-HOUSING-PMT   TO WS-AUD-AMT
000000         MOVE WS-AUD-AMT         TO AUD-NEW-VALUE
000000         PERFORM 7110-WRITE-AUDIT-ROW
000000     END-IF.
056400 7100-AUDIT-CHANGED-FIELDS-EXIT.
056500     EXIT.
