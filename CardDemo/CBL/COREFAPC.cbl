001200*                     CHANGES.
000000* 2026-09-03  MAINT   APPLY ESCHEATMENT STATE PARAMETER ROWS
000000*                     (ESCSTATE, CVESP01Y) QUEUED FROM COREF00C.
000000* 2026-10-15  MAINT   APPLY TRANSACTION FEE RATE ROWS (FEERATE,
000000*                     CVFER01Y) QUEUED FROM COREF00C.
000000* 2026-10-15  MAINT   APPLY VARIABLE APR MARGIN ROWS (APRMARGN,
000000*                     CVAMG01Y) QUEUED FROM COREF00C AND THE
000000*                     PRIME REPRICING ROWS QUEUED BY CBIDX02C.
000000* 2026-10-15  MAINT   APPROVING A HIGHER INTRATES APR, A HIGHER
000000*                     FEERATE FEE OR A NEW MINPAY ROW QUEUES THE
000000*                     CHANGE-IN-TERMS NOTICES (TERMSCHG,
000000*                     CVCIT01Y) AND IS REFUSED INSIDE THE NOTICE
000000*                     PERIOD (CVCIT02Y).
000000* 2026-10-15  MAINT   APPLY MESSAGE TEXT ROWS (MSGTEXT,
000000*                     CVLNG01Y).
000000* 2026-10-15  MAINT   APPLY INTERCHANGE RATE ROWS (INTCHRT,
000000*                     CVICR01Y).
000000* 2026-10-15  MAINT   APPLY CREDIT LOSS RATE ROWS (LOSSRATE,
000000*                     CVLRT01Y).
000000* 2026-10-15  MAINT   SHOW THE CBSIM01C PRICING SIMULATION
000000*                     (SIMRSLT, CVSIM01Y) BEHIND A KEYED PENDING
000000*                     ROW, AND MARK SIMULATED ROWS ON THE LIST.
001300******************************************************************
001400******************************************************************
001500* REMARKS.       THE CHECKER HALF OF THE REFERENCE-DATA
004400         10  PNDLNI              PIC X(50).
004500     05  ERRMSGI                 PIC X(78).
004600     05  INFOMSGI                PIC X(45).
000000     05  SIMLNI                  PIC X(78).
004700*
004800 COPY CVRFP01Y.
004900 COPY CVIRT01Y.
005300 COPY CVMPP01Y.
005400 COPY CVGLM01Y.
000000 COPY CVESP01Y.
000000 COPY CVFER01Y.
000000 COPY CVAMG01Y.
000000 COPY CVLNG01Y.
000000 COPY CVICR01Y.
000000 COPY CVLRT01Y.
000000 COPY CVCIT01Y.
005500 COPY CVFPR01Y.
000000 COPY CVSIM01Y.
005600*
005700 01  WS-MISC-STORAGE.
005800     05  WS-RESP-CD              PIC S9(08) COMP.
006000     05  WS-BROWSE-SW            PIC X(01).
006100         88  WS-BROWSE-DONE      VALUE 'Y'.
006200     05  WS-CURRENT-TIMESTAMP    PIC X(26).
000000     05  WS-SIM-EDIT-CYC         PIC Z9.
000000     05  WS-SIM-EDIT-AMT-1       PIC -ZZ,ZZZ,ZZ9.99.
000000     05  WS-SIM-EDIT-AMT-2       PIC -ZZ,ZZZ,ZZ9.99.
000000     05  WS-SIM-EDIT-CNT         PIC Z(6)9.
000000     05  WS-SIM-DELTA            PIC S9(11)V99 COMP-3.
000000*
000000******************************************************************
000000* CHANGE-IN-TERMS TEST - THE TERMS IN FORCE BEFORE THE APPROVED
000000* ROW (THE GROUP'S NEWEST EARLIER ROW, ELSE THE COMPILED TABLE)
000000* AGAINST THE TERMS ON IT.
000000******************************************************************
000000 01  WS-CIT-WORK.
000000     05  WS-CIT-SW               PIC X(01) VALUE 'N'.
000000         88  WS-CIT-NEEDED       VALUE 'Y'.
000000     05  WS-CIT-FOUND-SW         PIC X(01) VALUE 'N'.
000000         88  WS-CIT-FOUND        VALUE 'Y'.
000000     05  WS-CIT-EOF-SW           PIC X(01) VALUE 'N'.
000000         88  WS-CIT-END-OF-ROWS  VALUE 'Y'.
000000     05  WS-CIT-SUB              PIC S9(04) COMP.
000000     05  WS-CIT-PTR              PIC S9(04) COMP.
000000     05  WS-CIT-GROUP-ID         PIC X(10).
000000     05  WS-CIT-EFF-DATE         PIC X(10).
000000     05  WS-CIT-DESC             PIC X(80).
000000     05  WS-CIT-OLD-RATE-1       PIC 9(02)V9(02).
000000     05  WS-CIT-OLD-RATE-2       PIC 9(02)V9(02).
000000     05  WS-CIT-NEW-RATE-1       PIC 9(02)V9(02).
000000     05  WS-CIT-NEW-RATE-2       PIC 9(02)V9(02).
000000     05  WS-CIT-OLD-AMT-1        PIC 9(03)V99.
000000     05  WS-CIT-OLD-AMT-2        PIC 9(03)V99.
000000     05  WS-CIT-NEW-AMT-1        PIC 9(03)V99.
000000     05  WS-CIT-NEW-AMT-2        PIC 9(03)V99.
000000     05  WS-CIT-NEW-ANNUAL-SW    PIC X(01).
000000         88  WS-CIT-NEW-ANNUAL   VALUE 'Y'.
000000     05  WS-CIT-EDIT-RATE        PIC Z9.99.
000000     05  WS-CIT-EDIT-RATE-2      PIC Z9.99.
000000     05  WS-CIT-EDIT-AMT         PIC ZZ9.99.
000000     05  WS-CIT-EDIT-DAYS        PIC ZZ9.
000000     05  WS-CIT-LIMIT-INT        PIC 9(08).
000000     05  WS-CIT-LIMIT-N          PIC 9(08).
000000     05  WS-CIT-LIMIT-X.
000000         10  WS-CIT-LIMIT-YYYY   PIC 9(04).
000000         10  FILLER              PIC X(01) VALUE '-'.
000000         10  WS-CIT-LIMIT-MM     PIC 9(02).
000000         10  FILLER              PIC X(01) VALUE '-'.
000000         10  WS-CIT-LIMIT-DD     PIC 9(02).
000000*
000000 COPY CVCIT02Y.
000000 COPY CVINT01Y.
000000 COPY CVFET01Y.
000000 COPY CVAFE01Y.
006300*
006400 COPY CSDAT01Y.
006500*
018500         PERFORM 5000-DECIDE-CHANGE
018600             THRU 5000-DECIDE-CHANGE-EXIT
018700     END-IF
000000     IF APRTSI NOT = SPACES AND APRSEQI NOT = SPACES
000000         PERFORM 6200-SHOW-SIMULATION
000000             THRU 6200-SHOW-SIMULATION-EXIT
000000     END-IF
018800     IF ERRMSGI = SPACES
018900         PERFORM 6000-LIST-PENDING
019000             THRU 6000-LIST-PENDING-EXIT
022600     END-IF
022700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
022800     IF APRACT-APPROVE
000000         PERFORM 5050-CHECK-TERMS-CHANGE
000000             THRU 5050-CHECK-TERMS-CHANGE-EXIT
000000         IF ERRMSGI NOT = SPACES
000000             GO TO 5000-DECIDE-CHANGE-EXIT
000000         END-IF
000000         IF WS-CIT-NEEDED
000000             PERFORM 5060-QUEUE-TERMS-CHANGE
000000                 THRU 5060-QUEUE-TERMS-CHANGE-EXIT
000000             IF ERRMSGI NOT = SPACES
000000                 GO TO 5000-DECIDE-CHANGE-EXIT
000000             END-IF
000000         END-IF
022900         PERFORM 5100-APPLY-CHANGE
023000             THRU 5100-APPLY-CHANGE-EXIT
023100         IF ERRMSGI NOT = SPACES
000000             IF WS-CIT-NEEDED
000000                 PERFORM 5070-DROP-TERMS-CHANGE
000000                     THRU 5070-DROP-TERMS-CHANGE-EXIT
000000             END-IF
023200             GO TO 5000-DECIDE-CHANGE-EXIT
023300         END-IF
023400         SET RFP-APPROVED        TO TRUE
023500         MOVE 'Change approved and applied' TO INFOMSGI
000000         IF WS-CIT-NEEDED
000000             MOVE 'Approved - change-in-terms notices queued'
000000                                 TO INFOMSGI
000000         END-IF
023600     ELSE
023700         SET RFP-REJECTED        TO TRUE
023800         MOVE 'Change rejected' TO INFOMSGI
024500         RESP(WS-RESP-CD)
024600     END-EXEC.
024700 5000-DECIDE-CHANGE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* CHANGE IN TERMS - A HIGHER PURCHASE OR CASH APR, A HIGHER FEE
000000* (FOREIGN, CASH ADVANCE OR ANNUAL) OR ANY NEW MINIMUM PAYMENT
000000* POLICY ROW WORSENS THE GROUP'S TERMS AND NEEDS ADVANCE NOTICE
000000* (CVCIT02Y). THE APPROVAL IS REFUSED WHEN THE ROW TAKES EFFECT
000000* INSIDE THE NOTICE PERIOD COUNTED FROM TONIGHT'S NOTICE RUN
000000* (CBCIT01C). INDEX-DRIVEN APR MOVES QUEUED BY CBIDX02C ARE
000000* DISCLOSED IN THE AGREEMENT AND NEED NO NOTICE.
000000******************************************************************
000000 5050-CHECK-TERMS-CHANGE.
000000     MOVE 'N'                    TO WS-CIT-SW
000000     MOVE SPACES                 TO WS-CIT-DESC
000000     MOVE 1                      TO WS-CIT-PTR
000000     IF RFP-KEYED-BY = 'CBIDX02C'
000000         GO TO 5050-CHECK-TERMS-CHANGE-EXIT
000000     END-IF
000000     EVALUATE RFP-DATASET
000000         WHEN 'INTRATES'
000000             PERFORM 5051-CHECK-RATE-CHANGE
000000                 THRU 5051-CHECK-RATE-CHANGE-EXIT
000000         WHEN 'FEERATE '
000000             PERFORM 5053-CHECK-FEE-CHANGE
000000                 THRU 5053-CHECK-FEE-CHANGE-EXIT
000000         WHEN 'MINPAY  '
000000             PERFORM 5055-DESCRIBE-MINPAY
000000                 THRU 5055-DESCRIBE-MINPAY-EXIT
000000         WHEN OTHER
000000             GO TO 5050-CHECK-TERMS-CHANGE-EXIT
000000     END-EVALUATE
000000     IF NOT WS-CIT-NEEDED
000000         GO TO 5050-CHECK-TERMS-CHANGE-EXIT
000000     END-IF
000000     COMPUTE WS-CIT-LIMIT-INT =
000000         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N) + CTP-NOTICE-DAYS
000000     COMPUTE WS-CIT-LIMIT-N =
000000         FUNCTION DATE-OF-INTEGER(WS-CIT-LIMIT-INT)
000000     MOVE WS-CIT-LIMIT-N (1:4)   TO WS-CIT-LIMIT-YYYY
000000     MOVE WS-CIT-LIMIT-N (5:2)   TO WS-CIT-LIMIT-MM
000000     MOVE WS-CIT-LIMIT-N (7:2)   TO WS-CIT-LIMIT-DD
000000     IF WS-CIT-EFF-DATE < WS-CIT-LIMIT-X
000000         MOVE CTP-NOTICE-DAYS    TO WS-CIT-EDIT-DAYS
000000         STRING 'Terms change needs'  DELIMITED BY SIZE
000000                WS-CIT-EDIT-DAYS      DELIMITED BY SIZE
000000                ' days notice - effective date must be '
000000                                      DELIMITED BY SIZE
000000                WS-CIT-LIMIT-X        DELIMITED BY SIZE
000000                ' or later'           DELIMITED BY SIZE
000000           INTO ERRMSGI
000000         END-STRING
000000     END-IF.
000000 5050-CHECK-TERMS-CHANGE-EXIT.
000000     EXIT.
000000*
000000 5051-CHECK-RATE-CHANGE.
000000     MOVE RFP-RECORD-IMAGE       TO INT-RATE-REF-RECORD
000000     MOVE IRT-GROUP-ID           TO WS-CIT-GROUP-ID
000000     MOVE IRT-EFF-DATE           TO WS-CIT-EFF-DATE
000000     MOVE IRT-ANNUAL-RATE        TO WS-CIT-NEW-RATE-1
000000     MOVE IRT-CASH-ADV-RATE      TO WS-CIT-NEW-RATE-2
000000     IF IRT-CASH-ADV-RATE = ZERO
000000         MOVE IRT-ANNUAL-RATE    TO WS-CIT-NEW-RATE-2
000000     END-IF
000000     MOVE AIR-VALUE-RATE (1)     TO WS-CIT-OLD-RATE-1
000000     MOVE AIR-VALUE-CASH-RATE (1) TO WS-CIT-OLD-RATE-2
000000     MOVE 'N'                    TO WS-CIT-FOUND-SW
000000     PERFORM VARYING WS-CIT-SUB FROM 1 BY 1
000000             UNTIL WS-CIT-SUB > 5 OR WS-CIT-FOUND
000000         IF AIR-VALUE-GROUP-ID (WS-CIT-SUB) = WS-CIT-GROUP-ID
000000             MOVE AIR-VALUE-RATE (WS-CIT-SUB) TO WS-CIT-OLD-RATE-1
000000             MOVE AIR-VALUE-CASH-RATE (WS-CIT-SUB)
000000                                 TO WS-CIT-OLD-RATE-2
000000             MOVE 'Y'            TO WS-CIT-FOUND-SW
000000         END-IF
000000     END-PERFORM
000000     MOVE 'N'                    TO WS-CIT-EOF-SW
000000     MOVE LOW-VALUES             TO IRT-KEY
000000     MOVE WS-CIT-GROUP-ID        TO IRT-GROUP-ID
000000     EXEC CICS
000000         STARTBR DATASET('INTRATES')
000000         RIDFLD(IRT-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(NORMAL)
000000         PERFORM 5052-READ-PRIOR-RATE
000000             THRU 5052-READ-PRIOR-RATE-EXIT
000000             UNTIL WS-CIT-END-OF-ROWS
000000         EXEC CICS
000000             ENDBR DATASET('INTRATES')
000000         END-EXEC
000000     END-IF
000000     IF WS-CIT-NEW-RATE-1 > WS-CIT-OLD-RATE-1
000000         MOVE 'Y'                TO WS-CIT-SW
000000         MOVE WS-CIT-NEW-RATE-1  TO WS-CIT-EDIT-RATE
000000         STRING 'PURCHASE APR TO ' DELIMITED BY SIZE
000000                WS-CIT-EDIT-RATE   DELIMITED BY SIZE
000000                '% '               DELIMITED BY SIZE
000000           INTO WS-CIT-DESC WITH POINTER WS-CIT-PTR
000000         END-STRING
000000     END-IF
000000     IF WS-CIT-NEW-RATE-2 > WS-CIT-OLD-RATE-2
000000         MOVE 'Y'                TO WS-CIT-SW
000000         MOVE WS-CIT-NEW-RATE-2  TO WS-CIT-EDIT-RATE
000000         STRING 'CASH ADVANCE APR TO ' DELIMITED BY SIZE
000000                WS-CIT-EDIT-RATE   DELIMITED BY SIZE
000000                '%'                DELIMITED BY SIZE
000000           INTO WS-CIT-DESC WITH POINTER WS-CIT-PTR
000000         END-STRING
000000     END-IF.
000000 5051-CHECK-RATE-CHANGE-EXIT.
000000     EXIT.
000000*
000000 5052-READ-PRIOR-RATE.
000000     EXEC CICS
000000         READNEXT DATASET('INTRATES')
000000         INTO(INT-RATE-REF-RECORD)
000000         RIDFLD(IRT-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000        OR IRT-GROUP-ID NOT = WS-CIT-GROUP-ID
000000        OR IRT-EFF-DATE NOT < WS-CIT-EFF-DATE
000000         MOVE 'Y'                TO WS-CIT-EOF-SW
000000         GO TO 5052-READ-PRIOR-RATE-EXIT
000000     END-IF
000000     MOVE IRT-ANNUAL-RATE        TO WS-CIT-OLD-RATE-1
000000     MOVE IRT-CASH-ADV-RATE      TO WS-CIT-OLD-RATE-2
000000     IF IRT-CASH-ADV-RATE = ZERO
000000         MOVE IRT-ANNUAL-RATE    TO WS-CIT-OLD-RATE-2
000000     END-IF.
000000 5052-READ-PRIOR-RATE-EXIT.
000000     EXIT.
000000*
000000 5053-CHECK-FEE-CHANGE.
000000     MOVE RFP-RECORD-IMAGE       TO TRAN-FEE-RATE-RECORD
000000     MOVE FER-GROUP-ID           TO WS-CIT-GROUP-ID
000000     MOVE FER-EFF-DATE           TO WS-CIT-EFF-DATE
000000     MOVE FER-FX-PCT             TO WS-CIT-NEW-RATE-1
000000     MOVE FER-CASH-PCT           TO WS-CIT-NEW-RATE-2
000000     MOVE FER-CASH-FLAT-AMT      TO WS-CIT-NEW-AMT-1
000000     MOVE 'N'                    TO WS-CIT-NEW-ANNUAL-SW
000000     IF FER-ANNUAL-FEE-AMT IS NUMERIC
000000         MOVE FER-ANNUAL-FEE-AMT TO WS-CIT-NEW-AMT-2
000000         MOVE 'Y'                TO WS-CIT-NEW-ANNUAL-SW
000000     END-IF
000000     MOVE FET-VALUE-FX-PCT (1)   TO WS-CIT-OLD-RATE-1
000000     MOVE FET-VALUE-CASH-PCT (1) TO WS-CIT-OLD-RATE-2
000000     MOVE FET-VALUE-CASH-FLAT (1) TO WS-CIT-OLD-AMT-1
000000     MOVE 'N'                    TO WS-CIT-FOUND-SW
000000     PERFORM VARYING WS-CIT-SUB FROM 1 BY 1
000000             UNTIL WS-CIT-SUB > 5 OR WS-CIT-FOUND
000000         IF FET-VALUE-GROUP-ID (WS-CIT-SUB) = WS-CIT-GROUP-ID
000000             MOVE FET-VALUE-FX-PCT (WS-CIT-SUB)
000000                                 TO WS-CIT-OLD-RATE-1
000000             MOVE FET-VALUE-CASH-PCT (WS-CIT-SUB)
000000                                 TO WS-CIT-OLD-RATE-2
000000             MOVE FET-VALUE-CASH-FLAT (WS-CIT-SUB)
000000                                 TO WS-CIT-OLD-AMT-1
000000             MOVE 'Y'            TO WS-CIT-FOUND-SW
000000         END-IF
000000     END-PERFORM
000000     MOVE AFE-VALUE-FEE-AMT (1)  TO WS-CIT-OLD-AMT-2
000000     MOVE 'N'                    TO WS-CIT-FOUND-SW
000000     PERFORM VARYING WS-CIT-SUB FROM 1 BY 1
000000             UNTIL WS-CIT-SUB > 5 OR WS-CIT-FOUND
000000         IF AFE-VALUE-GROUP-ID (WS-CIT-SUB) = WS-CIT-GROUP-ID
000000             MOVE AFE-VALUE-FEE-AMT (WS-CIT-SUB)
000000                                 TO WS-CIT-OLD-AMT-2
000000             MOVE 'Y'            TO WS-CIT-FOUND-SW
000000         END-IF
000000     END-PERFORM
000000     MOVE 'N'                    TO WS-CIT-EOF-SW
000000     MOVE LOW-VALUES             TO FER-KEY
000000     MOVE WS-CIT-GROUP-ID        TO FER-GROUP-ID
000000     EXEC CICS
000000         STARTBR DATASET('FEERATE')
000000         RIDFLD(FER-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(NORMAL)
000000         PERFORM 5054-READ-PRIOR-FEE
000000             THRU 5054-READ-PRIOR-FEE-EXIT
000000             UNTIL WS-CIT-END-OF-ROWS
000000         EXEC CICS
000000             ENDBR DATASET('FEERATE')
000000         END-EXEC
000000     END-IF
000000     IF WS-CIT-NEW-RATE-1 > WS-CIT-OLD-RATE-1
000000         MOVE 'Y'                TO WS-CIT-SW
000000         MOVE WS-CIT-NEW-RATE-1  TO WS-CIT-EDIT-RATE
000000         STRING 'FOREIGN FEE TO '  DELIMITED BY SIZE
000000                WS-CIT-EDIT-RATE   DELIMITED BY SIZE
000000                '% '               DELIMITED BY SIZE
000000           INTO WS-CIT-DESC WITH POINTER WS-CIT-PTR
000000         END-STRING
000000     END-IF
000000     IF WS-CIT-NEW-AMT-1 > WS-CIT-OLD-AMT-1
000000        OR WS-CIT-NEW-RATE-2 > WS-CIT-OLD-RATE-2
000000         MOVE 'Y'                TO WS-CIT-SW
000000         MOVE WS-CIT-NEW-AMT-1   TO WS-CIT-EDIT-AMT
000000         MOVE WS-CIT-NEW-RATE-2  TO WS-CIT-EDIT-RATE-2
000000         STRING 'CASH ADVANCE FEE $' DELIMITED BY SIZE
000000                WS-CIT-EDIT-AMT    DELIMITED BY SIZE
000000                ' OR '             DELIMITED BY SIZE
000000                WS-CIT-EDIT-RATE-2 DELIMITED BY SIZE
000000                '% '               DELIMITED BY SIZE
000000           INTO WS-CIT-DESC WITH POINTER WS-CIT-PTR
000000         END-STRING
000000     END-IF
000000     IF WS-CIT-NEW-ANNUAL
000000        AND WS-CIT-NEW-AMT-2 > WS-CIT-OLD-AMT-2
000000         MOVE 'Y'                TO WS-CIT-SW
000000         MOVE WS-CIT-NEW-AMT-2   TO WS-CIT-EDIT-AMT
000000         STRING 'ANNUAL FEE $'     DELIMITED BY SIZE
000000                WS-CIT-EDIT-AMT    DELIMITED BY SIZE
000000           INTO WS-CIT-DESC WITH POINTER WS-CIT-PTR
000000         END-STRING
000000     END-IF.
000000 5053-CHECK-FEE-CHANGE-EXIT.
000000     EXIT.
000000*
000000 5054-READ-PRIOR-FEE.
000000     EXEC CICS
000000         READNEXT DATASET('FEERATE')
000000         INTO(TRAN-FEE-RATE-RECORD)
000000         RIDFLD(FER-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000        OR FER-GROUP-ID NOT = WS-CIT-GROUP-ID
000000        OR FER-EFF-DATE NOT < WS-CIT-EFF-DATE
000000         MOVE 'Y'                TO WS-CIT-EOF-SW
000000         GO TO 5054-READ-PRIOR-FEE-EXIT
000000     END-IF
000000     MOVE FER-FX-PCT             TO WS-CIT-OLD-RATE-1
000000     MOVE FER-CASH-PCT           TO WS-CIT-OLD-RATE-2
000000     MOVE FER-CASH-FLAT-AMT      TO WS-CIT-OLD-AMT-1
000000     IF FER-ANNUAL-FEE-AMT IS NUMERIC
000000         MOVE FER-ANNUAL-FEE-AMT TO WS-CIT-OLD-AMT-2
000000     END-IF.
000000 5054-READ-PRIOR-FEE-EXIT.
000000     EXIT.
000000*
000000 5055-DESCRIBE-MINPAY.
000000     MOVE RFP-RECORD-IMAGE       TO MIN-PAY-POLICY-RECORD
000000     MOVE MPP-GROUP-ID           TO WS-CIT-GROUP-ID
000000     MOVE MPP-EFF-DATE           TO WS-CIT-EFF-DATE
000000     MOVE 'Y'                    TO WS-CIT-SW
000000     MOVE MPP-PCT-OF-BAL         TO WS-CIT-EDIT-RATE
000000     MOVE MPP-FLOOR-AMT          TO WS-CIT-EDIT-AMT
000000     STRING 'MINIMUM PAYMENT '     DELIMITED BY SIZE
000000            WS-CIT-EDIT-RATE       DELIMITED BY SIZE
000000            '% OF BALANCE, AT LEAST $' DELIMITED BY SIZE
000000            WS-CIT-EDIT-AMT        DELIMITED BY SIZE
000000       INTO WS-CIT-DESC WITH POINTER WS-CIT-PTR
000000     END-STRING.
000000 5055-DESCRIBE-MINPAY-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* QUEUE THE CHANGE FOR TONIGHT'S NOTICE RUN (TERMSCHG, CVCIT01Y)
000000* UNDER THE PENDING ROW'S OWN KEY, AHEAD OF APPLYING IT - A ROW
000000* THAT CANNOT BE QUEUED IS NOT APPLIED, AND ONE THAT CANNOT BE
000000* APPLIED HAS ITS QUEUE ROW TAKEN BACK OUT (5070).
000000******************************************************************
000000 5060-QUEUE-TERMS-CHANGE.
000000     MOVE SPACES                 TO TERMS-CHANGE-RECORD
000000     MOVE RFP-KEYED-TS           TO CIT-KEYED-TS
000000     MOVE RFP-SEQ                TO CIT-SEQ
000000     MOVE RFP-DATASET            TO CIT-DATASET
000000     MOVE WS-CIT-GROUP-ID        TO CIT-GROUP-ID
000000     MOVE WS-CIT-EFF-DATE        TO CIT-EFF-DATE
000000     MOVE WS-CIT-DESC            TO CIT-CHANGE-DESC
000000     MOVE CDEMO-USER-ID          TO CIT-APPROVED-BY
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO CIT-APPROVED-DATE
000000     SET CIT-QUEUED              TO TRUE
000000     MOVE ZERO                   TO CIT-TERMS-VERSION
000000     MOVE ZERO                   TO CIT-NOTICE-COUNT
000000     EXEC CICS
000000         WRITE DATASET('TERMSCHG')
000000         FROM(TERMS-CHANGE-RECORD)
000000         RIDFLD(CIT-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Change-in-terms notice could not be queued'
000000                                 TO ERRMSGI
000000     END-IF.
000000 5060-QUEUE-TERMS-CHANGE-EXIT.
000000     EXIT.
000000*
000000 5070-DROP-TERMS-CHANGE.
000000     MOVE RFP-KEYED-TS           TO CIT-KEYED-TS
000000     MOVE RFP-SEQ                TO CIT-SEQ
000000     EXEC CICS
000000         DELETE DATASET('TERMSCHG')
000000         RIDFLD(CIT-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 5070-DROP-TERMS-CHANGE-EXIT.
024800     EXIT.
024900*
025000******************************************************************
000000                                 TO ESCHEAT-STATE-PARM-RECORD
000000             PERFORM 5180-APPLY-ESCSTATE
000000                 THRU 5180-APPLY-ESCSTATE-EXIT
000000         WHEN 'FEERATE '
000000             MOVE RFP-RECORD-IMAGE TO TRAN-FEE-RATE-RECORD
000000             PERFORM 5190-APPLY-FEERATE
000000                 THRU 5190-APPLY-FEERATE-EXIT
000000         WHEN 'APRMARGN'
000000             MOVE RFP-RECORD-IMAGE TO APR-MARGIN-RECORD
000000             PERFORM 5195-APPLY-APRMARGN
000000                 THRU 5195-APPLY-APRMARGN-EXIT
000000         WHEN 'MSGTEXT '
000000             MOVE RFP-RECORD-IMAGE TO LANG-MSG-TEXT-RECORD
000000             PERFORM 5197-APPLY-MSGTEXT
000000                 THRU 5197-APPLY-MSGTEXT-EXIT
000000         WHEN 'INTCHRT '
000000             MOVE RFP-RECORD-IMAGE TO INTERCHANGE-RATE-RECORD
000000             PERFORM 5198-APPLY-INTCHRT
000000                 THRU 5198-APPLY-INTCHRT-EXIT
000000         WHEN 'LOSSRATE'
000000             MOVE RFP-RECORD-IMAGE TO LOSS-RATE-REF-RECORD
000000             PERFORM 5199-APPLY-LOSSRATE
000000                 THRU 5199-APPLY-LOSSRATE-EXIT
028500         WHEN OTHER
028600             MOVE 'Unknown dataset on pending row' TO ERRMSGI
028700     END-EVALUATE.
000000 5180-APPLY-ESCSTATE-EXIT.
000000     EXIT.
000000*
000000 5190-APPLY-FEERATE.
000000     EXEC CICS
000000         WRITE DATASET('FEERATE')
000000         FROM(TRAN-FEE-RATE-RECORD)
000000         RIDFLD(FER-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         EXEC CICS
000000             READ DATASET('FEERATE')
000000             INTO(TRAN-FEE-RATE-RECORD)
000000             RIDFLD(FER-KEY)
000000             UPDATE
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000         IF WS-RESP-CD NOT = ZERO
000000             MOVE 'Fee rate row could not be applied' TO ERRMSGI
000000             GO TO 5190-APPLY-FEERATE-EXIT
000000         END-IF
000000         MOVE RFP-RECORD-IMAGE   TO TRAN-FEE-RATE-RECORD
000000         EXEC CICS
000000             REWRITE DATASET('FEERATE')
000000             FROM(TRAN-FEE-RATE-RECORD)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000     END-IF.
000000 5190-APPLY-FEERATE-EXIT.
000000     EXIT.
000000*
000000 5195-APPLY-APRMARGN.
000000     EXEC CICS
000000         WRITE DATASET('APRMARGN')
000000         FROM(APR-MARGIN-RECORD)
000000         RIDFLD(AMG-GROUP-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         EXEC CICS
000000             READ DATASET('APRMARGN')
000000             INTO(APR-MARGIN-RECORD)
000000             RIDFLD(AMG-GROUP-ID)
000000             UPDATE
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000         IF WS-RESP-CD NOT = ZERO
000000             MOVE 'APR margin row could not be applied' TO ERRMSGI
000000             GO TO 5195-APPLY-APRMARGN-EXIT
000000         END-IF
000000         MOVE RFP-RECORD-IMAGE   TO APR-MARGIN-RECORD
000000         EXEC CICS
000000             REWRITE DATASET('APRMARGN')
000000             FROM(APR-MARGIN-RECORD)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000     END-IF.
000000 5195-APPLY-APRMARGN-EXIT.
000000     EXIT.
000000*
000000 5197-APPLY-MSGTEXT.
000000     EXEC CICS
000000         WRITE DATASET('MSGTEXT')
000000         FROM(LANG-MSG-TEXT-RECORD)
000000         RIDFLD(LMT-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         EXEC CICS
000000             READ DATASET('MSGTEXT')
000000             INTO(LANG-MSG-TEXT-RECORD)
000000             RIDFLD(LMT-KEY)
000000             UPDATE
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000         IF WS-RESP-CD NOT = ZERO
000000             MOVE 'Message text row could not be applied'
000000                          TO ERRMSGI
000000             GO TO 5197-APPLY-MSGTEXT-EXIT
000000         END-IF
000000         MOVE RFP-RECORD-IMAGE   TO LANG-MSG-TEXT-RECORD
000000         EXEC CICS
000000             REWRITE DATASET('MSGTEXT')
000000             FROM(LANG-MSG-TEXT-RECORD)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000     END-IF.
000000 5197-APPLY-MSGTEXT-EXIT.
000000     EXIT.
000000*
000000 5198-APPLY-INTCHRT.
000000     EXEC CICS
000000         WRITE DATASET('INTCHRT')
000000         FROM(INTERCHANGE-RATE-RECORD)
000000         RIDFLD(ICR-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         EXEC CICS
000000             READ DATASET('INTCHRT')
000000             INTO(INTERCHANGE-RATE-RECORD)
000000             RIDFLD(ICR-KEY)
000000             UPDATE
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000         IF WS-RESP-CD NOT = ZERO
000000             MOVE 'Interchange rate row could not be applied'
000000                                 TO ERRMSGI
000000             GO TO 5198-APPLY-INTCHRT-EXIT
000000         END-IF
000000         MOVE RFP-RECORD-IMAGE   TO INTERCHANGE-RATE-RECORD
000000         EXEC CICS
000000             REWRITE DATASET('INTCHRT')
000000             FROM(INTERCHANGE-RATE-RECORD)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000     END-IF.
000000 5198-APPLY-INTCHRT-EXIT.
000000     EXIT.
000000*
000000 5199-APPLY-LOSSRATE.
000000     EXEC CICS
000000         WRITE DATASET('LOSSRATE')
000000         FROM(LOSS-RATE-REF-RECORD)
000000         RIDFLD(LRT-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         EXEC CICS
000000             READ DATASET('LOSSRATE')
000000             INTO(LOSS-RATE-REF-RECORD)
000000             RIDFLD(LRT-KEY)
000000             UPDATE
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000         IF WS-RESP-CD NOT = ZERO
000000             MOVE 'Credit loss rate row could not be applied'
000000                                 TO ERRMSGI
000000             GO TO 5199-APPLY-LOSSRATE-EXIT
000000         END-IF
000000         MOVE RFP-RECORD-IMAGE   TO LOSS-RATE-REF-RECORD
000000         EXEC CICS
000000             REWRITE DATASET('LOSSRATE')
000000             FROM(LOSS-RATE-REF-RECORD)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000     END-IF.
000000 5199-APPLY-LOSSRATE-EXIT.
000000     EXIT.
000000*
049500 6000-LIST-PENDING.
049600     MOVE ZERO                   TO WS-LINE-CNT
049700     PERFORM VARYING WS-PND-IDX FROM 1 BY 1 UNTIL WS-PND-IDX > 5
054600            '  BY '              DELIMITED BY SIZE
054700            RFP-KEYED-BY         DELIMITED BY SIZE
054800       INTO PNDLNI (WS-PND-IDX)
000000     END-STRING
000000     IF RFP-SIM-RUN-ID NOT = SPACES
000000         MOVE 'SIM'              TO PNDLNI (WS-PND-IDX) (46:3)
000000     END-IF.
055000 6100-LIST-NEXT-PENDING-EXIT.
055100     EXIT.
055200*
000000******************************************************************
000000* THE PRICING SIMULATION BEHIND THE KEYED PENDING ROW - THE
000000* '*TOTAL' ROW CBSIM01C WROTE UNDER THE RUN ID STAMPED ON IT -
000000* SO THE CHECKER SEES THE INCOME CHANGE BEFORE APPROVING.
000000******************************************************************
000000 6200-SHOW-SIMULATION.
000000     MOVE SPACES                 TO SIMLNI
000000     MOVE APRTSI                 TO RFP-KEYED-TS
000000     MOVE APRSEQI                TO RFP-SEQ
000000     EXEC CICS
000000         READ DATASET('REFPEND')
000000         INTO(REF-PENDING-RECORD)
000000         RIDFLD(RFP-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 6200-SHOW-SIMULATION-EXIT
000000     END-IF
000000     IF RFP-SIM-RUN-ID = SPACES
000000         MOVE 'No pricing simulation run for this change'
000000                                 TO SIMLNI
000000         GO TO 6200-SHOW-SIMULATION-EXIT
000000     END-IF
000000     MOVE RFP-SIM-RUN-ID         TO SIM-RUN-ID
000000     MOVE '*TOTAL'               TO SIM-GROUP-ID
000000     EXEC CICS
000000         READ DATASET('SIMRSLT')
000000         INTO(PRICING-SIM-RECORD)
000000         RIDFLD(SIM-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Pricing simulation results not found' TO SIMLNI
000000         GO TO 6200-SHOW-SIMULATION-EXIT
000000     END-IF
000000     MOVE SIM-CYCLES             TO WS-SIM-EDIT-CYC
000000     COMPUTE WS-SIM-DELTA = SIM-PROP-INT-AMT - SIM-CURR-INT-AMT
000000     MOVE WS-SIM-DELTA           TO WS-SIM-EDIT-AMT-1
000000     COMPUTE WS-SIM-DELTA = SIM-PROP-FEE-AMT - SIM-CURR-FEE-AMT
000000     MOVE WS-SIM-DELTA           TO WS-SIM-EDIT-AMT-2
000000     MOVE SIM-MINPAY-CHG-COUNT   TO WS-SIM-EDIT-CNT
000000     STRING 'Sim '               DELIMITED BY SIZE
000000            WS-SIM-EDIT-CYC      DELIMITED BY SIZE
000000            ' cyc - interest '   DELIMITED BY SIZE
000000            WS-SIM-EDIT-AMT-1    DELIMITED BY SIZE
000000            ' fees '             DELIMITED BY SIZE
000000            WS-SIM-EDIT-AMT-2    DELIMITED BY SIZE
000000            ' min pay chg '      DELIMITED BY SIZE
000000            WS-SIM-EDIT-CNT      DELIMITED BY SIZE
000000       INTO SIMLNI
000000     END-STRING.
000000 6200-SHOW-SIMULATION-EXIT.
000000     EXIT.
000000*
055300 8000-SEND-MAP.
055400     EXEC CICS
055500         SEND MAP('CRFA00A') MAPSET('COREFAP')
