000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - CROSS-FILE REFERENTIAL
001100*                     INTEGRITY CHECKER.
001110* 2026-10-15  MAINT   A CROSS-REFERENCE ROW OR CARD LINK STILL
001120*                     NAMING A CUSTOMER RETIRED BY A DUPLICATE
001130*                     MERGE IS A FINDING; NEW PASS 4 CHECKS THE
001140*                     CARDXREF CARD-TO-CUSTOMER LINKS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WEEKLY INTEGRITY WALK OF THE ACCOUNT/CUSTOMER/
002300*                     XREF ROW (MED).
002400*                  3. CARDDAT VIA CARDAIX - EVERY CARD MUST
002500*                     POINT AT A LIVE ACCTDAT ROW (HIGH).
002510*                  4. CARDXREF - EVERY CARD-TO-CUSTOMER LINK MUST
002520*                     POINT AT A LIVE CUSTDAT ROW (HIGH).
002530*                A CUSTOMER RETIRED BY A DUPLICATE MERGE (CUST-
002540*                MERGED) COUNTS AS NOT LIVE: ANY ROW STILL NAMING
002550*                ONE WAS MISSED BY CBDUP02C (HIGH, OR MED FOR A
002560*                JOINT HOLDER). RUN AFTER EVERY MERGE NIGHT.
002600*                FINDINGS GO TO THE XRFINTEG REPORT BY SEVERITY
002700*                AND THE TOTAL TRENDS IN JOBLOG REC-COUNT, SO
002800*                WEEK OVER WEEK WE SEE WHETHER THE WEB IS
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CARD-ACCT-ID
004400         FILE STATUS IS WS-CARDAIX-STATUS.
004410     SELECT CARD-XREF-FILE ASSIGN TO CARDXREF
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS SEQUENTIAL
004440         RECORD KEY IS CXR-CARD-NUM
004450         FILE STATUS IS WS-CARDXREF-STATUS.
004500     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
007200 FD  CARD-AIX-FILE.
007300     COPY CVACT02Y.
007400*
007410 FD  CARD-XREF-FILE.
007420     COPY CVCXR01Y.
007430*
007500 FD  CUSTOMER-FILE.
007600     COPY CVCUS01Y.
007700*
009400     88 WS-ACCOUNT-OK                 VALUE '00'.
009500 01  WS-CARDAIX-STATUS                PIC XX.
009600     88 WS-CARDAIX-OK                 VALUE '00'.
009610 01  WS-CARDXREF-STATUS               PIC XX.
009620     88 WS-CARDXREF-OK                VALUE '00'.
009700 01  WS-CUSTOMER-STATUS               PIC XX.
009800     88 WS-CUSTOMER-OK                VALUE '00'.
009900 01  WS-XREF-STATUS                   PIC XX.
010800     88 WS-END-OF-ACCOUNTS            VALUE 'Y'.
010900 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
011000     88 WS-END-OF-CARDS               VALUE 'Y'.
011010 01  WS-CXR-EOF-SW                    PIC X(01) VALUE 'N'.
011020     88 WS-END-OF-CARD-XREF           VALUE 'Y'.
011030 01  WS-CXR-COUNT                     PIC 9(07) VALUE ZERO.
011100 01  WS-XREF-COUNT                    PIC 9(07) VALUE ZERO.
011200 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
011300 01  WS-CARD-COUNT                    PIC 9(07) VALUE ZERO.
014120         THRU 3900-POSITION-CARDS-EXIT
014200     PERFORM 4000-CHECK-CARD-ROW THRU 4000-CHECK-CARD-ROW-EXIT
014300         UNTIL WS-END-OF-CARDS
014310     PERFORM 5000-CHECK-CARD-XREF-ROW
014320         THRU 5000-CHECK-CARD-XREF-ROW-EXIT
014330         UNTIL WS-END-OF-CARD-XREF
014400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014500     GOBACK.
014600*
015300     OPEN INPUT CARD-AIX-FILE
015400     OPEN INPUT CUSTOMER-FILE
015500     OPEN INPUT XREF-FILE
015510     OPEN INPUT CARD-XREF-FILE
015520     IF NOT WS-CARDXREF-OK
015530         DISPLAY 'CBXRF02C - CARDXREF NOT OPEN - PASS 4 SKIPPED'
015540         MOVE 'Y'                TO WS-CXR-EOF-SW
015550     END-IF
015600     OPEN OUTPUT INTEG-REPORT-FILE
015700     IF NOT WS-ACCOUNT-OK OR NOT WS-XREF-OK
015800         DISPLAY 'CBXRF02C - ERROR OPENING MASTER FILES'
015900         MOVE 'Y'                TO WS-XREF-EOF-SW
016000         MOVE 'Y'                TO WS-ACCT-EOF-SW
016100         MOVE 'Y'                TO WS-CARD-EOF-SW
016110         MOVE 'Y'                TO WS-CXR-EOF-SW
016200         MOVE 'MASTER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
016300         PERFORM 9100-ABEND-NOTIFY
016400             THRU 9100-ABEND-NOTIFY-EXIT
017900             MOVE 'Y'            TO WS-XREF-EOF-SW
018000     END-START
018100     PERFORM 2100-READ-NEXT-XREF
018200         THRU 2100-READ-NEXT-XREF-EXIT
018210     IF NOT WS-END-OF-CARD-XREF
018220         PERFORM 5100-READ-NEXT-CARD-XREF
018230             THRU 5100-READ-NEXT-CARD-XREF-EXIT
018240     END-IF.
019700 1000-INITIALIZE-EXIT.
019800     EXIT.
019900*
022500             MOVE XRF-CUST-ID    TO WS-FINDING-KEY
022600             PERFORM 7000-REPORT-FINDING
022700                 THRU 7000-REPORT-FINDING-EXIT
022710         NOT INVALID KEY
022720             IF CUST-MERGED
022730                 MOVE 'HIGH'     TO WS-FINDING-SEV
022740                 MOVE 'XREF ROW POINTS AT MERGED CUSTOMER'
022750                                 TO WS-FINDING-TEXT
022760                 MOVE XRF-CUST-ID TO WS-FINDING-KEY
022770                 PERFORM 7000-REPORT-FINDING
022780                     THRU 7000-REPORT-FINDING-EXIT
022790             END-IF
022800     END-READ
022900     IF XRF-JOINT-CUST-ID NOT = ZERO
023000         MOVE XRF-JOINT-CUST-ID  TO CUST-ID
023600                 MOVE XRF-JOINT-CUST-ID TO WS-FINDING-KEY
023700                 PERFORM 7000-REPORT-FINDING
023800                     THRU 7000-REPORT-FINDING-EXIT
023810             NOT INVALID KEY
023820                 IF CUST-MERGED
023830                     MOVE 'MED '     TO WS-FINDING-SEV
023840                     MOVE 'JOINT HOLDER IS A MERGED CUSTOMER'
023850                                 TO WS-FINDING-TEXT
023860                     MOVE XRF-JOINT-CUST-ID TO WS-FINDING-KEY
023870                     PERFORM 7000-REPORT-FINDING
023880                         THRU 7000-REPORT-FINDING-EXIT
023890                 END-IF
023900         END-READ
024000     END-IF
024100     MOVE WS-HOLD-ACCT-ID        TO XRF-ACCT-ID
031200     END-READ.
031300 4100-READ-NEXT-CARD-EXIT.
031400     EXIT.
031410*
031420******************************************************************
031430* PASS 4 - EVERY CARD-TO-CUSTOMER LINK (CARDXREF) MUST NAME A
031440* LIVE CUSTOMER - NOT ONE MISSING, AND NOT ONE RETIRED INTO A
031450* SURVIVOR BY A DUPLICATE MERGE.
031460******************************************************************
031470 5000-CHECK-CARD-XREF-ROW.
031480     ADD 1                       TO WS-CXR-COUNT
031490     MOVE CXR-CUST-ID            TO CUST-ID
031500     READ CUSTOMER-FILE
031510         INVALID KEY
031520             MOVE 'HIGH'         TO WS-FINDING-SEV
031530             MOVE 'CARD LINK POINTS AT MISSING CUSTOMER'
031540                                 TO WS-FINDING-TEXT
031550             MOVE CXR-CARD-NUM   TO WS-FINDING-KEY
031560             PERFORM 7000-REPORT-FINDING
031570                 THRU 7000-REPORT-FINDING-EXIT
031580         NOT INVALID KEY
031590             IF CUST-MERGED
031600                 MOVE 'HIGH'     TO WS-FINDING-SEV
031610                 MOVE 'CARD LINK POINTS AT MERGED CUSTOMER'
031620                                 TO WS-FINDING-TEXT
031630                 MOVE CXR-CARD-NUM TO WS-FINDING-KEY
031640                 PERFORM 7000-REPORT-FINDING
031650                     THRU 7000-REPORT-FINDING-EXIT
031660             END-IF
031670     END-READ
031680     PERFORM 5100-READ-NEXT-CARD-XREF
031690         THRU 5100-READ-NEXT-CARD-XREF-EXIT.
031700 5000-CHECK-CARD-XREF-ROW-EXIT.
031710     EXIT.
031720*
031730 5100-READ-NEXT-CARD-XREF.
031740     READ CARD-XREF-FILE NEXT RECORD
031750         AT END
031760             MOVE 'Y'            TO WS-CXR-EOF-SW
031770     END-READ.
031780 5100-READ-NEXT-CARD-XREF-EXIT.
031790     EXIT.
031500*
031600 7000-REPORT-FINDING.
031700     ADD 1                       TO WS-TOTAL-COUNT
035300       INTO INTEG-REPORT-LINE
035400     END-STRING
035500     WRITE INTEG-REPORT-LINE
035510     MOVE SPACES                 TO INTEG-REPORT-LINE
035520     STRING 'CARD LINKS CHECKED  ' DELIMITED BY SIZE
035530            WS-CXR-COUNT         DELIMITED BY SIZE
035540       INTO INTEG-REPORT-LINE
035550     END-STRING
035560     WRITE INTEG-REPORT-LINE
035600     MOVE SPACES                 TO INTEG-REPORT-LINE
035700     STRING 'HIGH FINDINGS       ' DELIMITED BY SIZE
035800            WS-HIGH-COUNT        DELIMITED BY SIZE
036500     CLOSE CARD-AIX-FILE
036600     CLOSE CUSTOMER-FILE
036700     CLOSE XREF-FILE
036710     CLOSE CARD-XREF-FILE
036800     CLOSE INTEG-REPORT-FILE
036900     DISPLAY 'CBXRF02C - XREF ROWS CHECKED: ' WS-XREF-COUNT
037000     DISPLAY 'CBXRF02C - ACCOUNTS CHECKED: ' WS-ACCT-COUNT
037100     DISPLAY 'CBXRF02C - CARDS CHECKED: ' WS-CARD-COUNT
037110     DISPLAY 'CBXRF02C - CARD LINKS CHECKED: ' WS-CXR-COUNT
037200     DISPLAY 'CBXRF02C - HIGH FINDINGS: ' WS-HIGH-COUNT
037300     DISPLAY 'CBXRF02C - MEDIUM FINDINGS: ' WS-MED-COUNT
037400     IF WS-HIGH-COUNT > ZERO
