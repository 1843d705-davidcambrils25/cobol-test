000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCIP01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - IDENTITY VERIFICATION
001100*                     REQUEST EXTRACT TO THE CIP VENDOR.
000000* 2026-10-15  MAINT   REGISTER THE IDENTITY REQUEST EXTRACT
000000*                     (CIPOUT) ON THE OUTBOUND FILE REGISTRY
000000*                     (CBOBF01C) AS THE RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       SENDS THE IDENTITY VENDOR EVERY CUSTOMER WHOSE
001500*                IDENTITY HAS NOT YET BEEN CHECKED - A NEW
001600*                CUSTOMER KEYED ON COCUS01C, OR ONE WHOSE NAME,
001700*                SSN OR DATE OF BIRTH WAS CHANGED THERE SINCE
001800*                THEY WERE LAST VERIFIED (CUST-CIP-STATUS
001900*                SPACES, CVCUS01Y). EACH GOES OUT ON CIPOUT
002000*                (CVCIP01Y) WITH THE IDENTIFYING DATA AS IT
002100*                STANDS, IS MARKED SENT ('S') SO A RERUN NEVER
002200*                SENDS IT TWICE, AND THE REQUEST IS WRITTEN TO
002300*                THE CIPHIST TRAIL (CVCIP03Y). A DECEASED
002400*                CUSTOMER IS NOT SENT. THE EXTRACT ENDS WITH A
002500*                CONTROL TRAILER (ROW COUNT). THE VENDOR'S
002600*                ANSWER COMES BACK ON THE CBCIP02C FEED. NO
002700*                ACCOUNT IS OPENED (COACT01C) UNTIL THE CUSTOMER
002800*                IS VERIFIED. RUN DAILY.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS CUST-ID
003700         FILE STATUS IS WS-CUSTOMER-STATUS.
003800     SELECT CIP-REQUEST-FILE ASSIGN TO CIPOUT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-REQUEST-STATUS.
004100     SELECT CIP-HISTORY-FILE ASSIGN TO CIPHIST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CIH-KEY
004500         FILE STATUS IS WS-CIPHIST-STATUS.
004600     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-ALERT-STATUS.
004900     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS JBS-KEY
005300         FILE STATUS IS WS-JOBLOG-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CUSTOMER-FILE.
005800     COPY CVCUS01Y.
005900*
006000 FD  CIP-REQUEST-FILE
006100     RECORDING MODE IS F.
006200     COPY CVCIP01Y.
006300*
006400 FD  CIP-HISTORY-FILE.
006500     COPY CVCIP03Y.
006600*
006700 FD  ALERT-QUEUE-FILE
006800     RECORDING MODE IS F.
006900     COPY CSOPS01Y.
007000*
007100 FD  JOB-LOG-FILE.
007200     COPY CVJOB01Y.
007300*
007400 WORKING-STORAGE SECTION.
007500 01  WS-CUSTOMER-STATUS               PIC XX.
007600     88 WS-CUSTOMER-OK                VALUE '00'.
007700 01  WS-REQUEST-STATUS                PIC XX.
007800     88 WS-REQUEST-OK                 VALUE '00'.
007900 01  WS-CIPHIST-STATUS                PIC XX.
008000     88 WS-CIPHIST-OK                 VALUE '00'.
008100 01  WS-ALERT-STATUS                  PIC XX.
008200 01  WS-JOBLOG-STATUS                 PIC XX.
008300     88 WS-JOBLOG-OK                  VALUE '00'.
008400 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
008500     88 WS-END-OF-CUSTOMERS           VALUE 'Y'.
008600 01  WS-CUSTOMER-COUNT                PIC 9(07) VALUE ZERO.
008700 01  WS-SENT-COUNT                    PIC 9(07) VALUE ZERO.
008800 01  WS-DECEASED-COUNT                PIC 9(07) VALUE ZERO.
008900 01  WS-ABEND-REASON-TEXT             PIC X(50).
009000*
009100******************************************************************
009200* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
009300******************************************************************
009400 COPY CSMSG02Y.
009500*
009600 COPY CSDAT01Y.
009700*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
009800 LINKAGE SECTION.
009900*
010000******************************************************************
010100 PROCEDURE DIVISION.
010200******************************************************************
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010500     PERFORM 2000-EXTRACT-CUSTOMERS
010600         THRU 2000-EXTRACT-CUSTOMERS-EXIT
010700         UNTIL WS-END-OF-CUSTOMERS
010800     PERFORM 7000-WRITE-TRAILER THRU 7000-WRITE-TRAILER-EXIT
010900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011000     GOBACK.
011100*
011200 1000-INITIALIZE.
011300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
011400     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
011500     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
011600     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
011700     OPEN I-O CUSTOMER-FILE
011800     OPEN OUTPUT CIP-REQUEST-FILE
011900     OPEN I-O CIP-HISTORY-FILE
012000     IF NOT WS-CUSTOMER-OK
012100         DISPLAY 'CBCIP01C - ERROR OPENING CUSTOMER FILE'
012200         MOVE 'Y'                TO WS-EOF-SW
012300         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
012400         PERFORM 9100-ABEND-NOTIFY
012500             THRU 9100-ABEND-NOTIFY-EXIT
012600     END-IF
012700     IF NOT WS-REQUEST-OK
012800         DISPLAY 'CBCIP01C - ERROR OPENING CIP REQUEST FILE'
012900         MOVE 'Y'                TO WS-EOF-SW
013000         MOVE 'CIP REQUEST EXTRACT OPEN ERROR'
013100                                 TO WS-ABEND-REASON-TEXT
013200         PERFORM 9100-ABEND-NOTIFY
013300             THRU 9100-ABEND-NOTIFY-EXIT
013400     END-IF
013500     IF NOT WS-CIPHIST-OK
013600         DISPLAY 'CBCIP01C - ERROR OPENING CIP HISTORY FILE'
013700         MOVE 'Y'                TO WS-EOF-SW
013800         MOVE 'CIPHIST FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
013900         PERFORM 9100-ABEND-NOTIFY
014000             THRU 9100-ABEND-NOTIFY-EXIT
014100     END-IF
014200     IF NOT WS-END-OF-CUSTOMERS
014300         PERFORM 2100-READ-NEXT-CUSTOMER
014400             THRU 2100-READ-NEXT-CUSTOMER-EXIT
014500     END-IF.
014600 1000-INITIALIZE-EXIT.
014700     EXIT.
014800*
014900******************************************************************
015000* ONE DETAIL ROW PER CUSTOMER NOT YET SENT, THEN MARK THEM SENT
015100* AND LOG THE REQUEST ON THE TRAIL.
015200******************************************************************
015300 2000-EXTRACT-CUSTOMERS.
015400     ADD 1                       TO WS-CUSTOMER-COUNT
015500     IF NOT CUST-CIP-NOT-SENT
015600         GO TO 2000-EXTRACT-CUSTOMERS-NEXT
015700     END-IF
015800     IF CUST-DECEASED-DATE NOT = SPACES
015900         ADD 1                   TO WS-DECEASED-COUNT
016000         GO TO 2000-EXTRACT-CUSTOMERS-NEXT
016100     END-IF
016200     MOVE SPACES                 TO CIP-REQUEST-RECORD
016300     SET CRQ-DETAIL-REC          TO TRUE
016400     MOVE CUST-ID                TO CRQ-CUST-ID
016500     MOVE CUST-FIRST-NAME        TO CRQ-FIRST-NAME
016600     MOVE CUST-MIDDLE-NAME       TO CRQ-MIDDLE-NAME
016700     MOVE CUST-LAST-NAME         TO CRQ-LAST-NAME
016800     MOVE CUST-ADDR-LINE-1       TO CRQ-ADDR-LINE-1
016900     MOVE CUST-ADDR-LINE-2       TO CRQ-ADDR-LINE-2
017000     MOVE CUST-ADDR-STATE-CD     TO CRQ-ADDR-STATE-CD
017100     MOVE CUST-ADDR-COUNTRY-CD   TO CRQ-ADDR-COUNTRY-CD
017200     MOVE CUST-ADDR-ZIP          TO CRQ-ADDR-ZIP
017300     MOVE CUST-PHONE-NUM-1       TO CRQ-PHONE-NUM
017400     MOVE CUST-SSN               TO CRQ-SSN
017500     MOVE CUST-DOB-YYYY-MM-DD    TO CRQ-DOB-YYYY-MM-DD
017600     MOVE CUST-GOVT-ISSUED-ID    TO CRQ-GOVT-ISSUED-ID
017700     MOVE WS-CURDATE-YYYY-MM-DD  TO CRQ-EXTRACT-DATE
017800     WRITE CIP-REQUEST-RECORD
017900     ADD 1                       TO WS-SENT-COUNT
018000     MOVE SPACES                 TO CIP-HISTORY-RECORD
018100     MOVE CUST-ID                TO CIH-CUST-ID
018200     MOVE FUNCTION CURRENT-DATE  TO CIH-TS
018300     SET CIH-REQUEST-SENT        TO TRUE
018400     MOVE 'CBCIP01C'             TO CIH-USER-ID
018500     MOVE CUST-CIP-STATUS        TO CIH-STATUS-BEFORE
018600     SET CUST-CIP-SENT           TO TRUE
018700     MOVE CUST-CIP-STATUS        TO CIH-STATUS-AFTER
018800     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-CIP-STATUS-DATE
018900     REWRITE CUSTOMER-RECORD
019000     WRITE CIP-HISTORY-RECORD
019100         INVALID KEY
019200             DISPLAY 'CBCIP01C - CIPHIST WRITE FAILED CUST '
019300                     CUST-ID
019400     END-WRITE.
019500 2000-EXTRACT-CUSTOMERS-NEXT.
019600     PERFORM 2100-READ-NEXT-CUSTOMER
019700         THRU 2100-READ-NEXT-CUSTOMER-EXIT.
019800 2000-EXTRACT-CUSTOMERS-EXIT.
019900     EXIT.
020000*
020100 2100-READ-NEXT-CUSTOMER.
020200     READ CUSTOMER-FILE NEXT RECORD
020300         AT END
020400             MOVE 'Y'            TO WS-EOF-SW
020500     END-READ.
020600 2100-READ-NEXT-CUSTOMER-EXIT.
020700     EXIT.
020800*
020900 7000-WRITE-TRAILER.
021000     MOVE SPACES                 TO CIP-REQUEST-RECORD
021100     MOVE 'T'                    TO CRT-REC-TYPE
021200     MOVE WS-SENT-COUNT          TO CRT-COUNT
021300     MOVE WS-CURDATE-YYYY-MM-DD  TO CRT-DATE
021400     WRITE CIP-REQUEST-RECORD.
021500 7000-WRITE-TRAILER-EXIT.
021600     EXIT.
021700*
000000******************************************************************
000000* REGISTER THE IDENTITY REQUEST EXTRACT (CIPOUT) ON THE OUTBOUND
000000* FILE REGISTRY SO ITS TRANSMISSION AND THE IDENTITY VENDOR'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'CIPOUT'               TO OBP-FILE-NAME
000000     MOVE 'CIPVEND'              TO OBP-PARTNER-CD
000000     MOVE 'CBCIP01C'             TO OBP-JOB-NAME
000000     MOVE WS-SENT-COUNT          TO OBP-REC-COUNT
000000     MOVE ZERO                   TO OBP-AMT-TOTAL
000000     MOVE 024                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBCIP01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
021800 9000-TERMINATE.
021900     CLOSE CUSTOMER-FILE
022000     CLOSE CIP-REQUEST-FILE
022100     CLOSE CIP-HISTORY-FILE
022200     DISPLAY 'CBCIP01C - CUSTOMERS READ: ' WS-CUSTOMER-COUNT
022300     DISPLAY 'CBCIP01C - SENT FOR VERIFICATION: ' WS-SENT-COUNT
022400     DISPLAY 'CBCIP01C - DECEASED, NOT SENT: ' WS-DECEASED-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
022500     PERFORM 9200-LOG-JOB-STATUS
022600         THRU 9200-LOG-JOB-STATUS-EXIT.
022700 9000-TERMINATE-EXIT.
022800     EXIT.
022900*
023000******************************************************************
023100* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
023200* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
023300* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
023400* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
023500* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
023600* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
023700******************************************************************
023800 9100-ABEND-NOTIFY.
023900     MOVE 'AB01'                 TO ABEND-CODE
024000     MOVE 'CBCIP01C'             TO ABEND-CULPRIT
024100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
024200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
024300            ' - '           DELIMITED BY SIZE
024400            ABEND-REASON    DELIMITED BY SIZE
024500       INTO ABEND-MSG
024600     END-STRING
024700     OPEN EXTEND ALERT-QUEUE-FILE
024800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
024900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
025000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
025100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
025200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
025300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
025400     WRITE OPS-ALERT-RECORD
025500     CLOSE ALERT-QUEUE-FILE
025600     MOVE 16                     TO RETURN-CODE.
025700 9100-ABEND-NOTIFY-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
026200* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
026300* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
026400******************************************************************
026500 9200-LOG-JOB-STATUS.
026600     OPEN I-O JOB-LOG-FILE
026700     IF NOT WS-JOBLOG-OK
026800         DISPLAY 'CBCIP01C - ERROR OPENING JOB LOG FILE'
026900         GO TO 9200-LOG-JOB-STATUS-EXIT
027000     END-IF
027100     MOVE 'CBCIP01C'             TO JBS-JOB-NAME
027200     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
027300     IF RETURN-CODE = ZERO
027400         SET JBS-STATUS-SUCCESS  TO TRUE
027500     ELSE
027600         SET JBS-STATUS-FAILED   TO TRUE
027700     END-IF
027800     MOVE RETURN-CODE            TO JBS-RETURN-CODE
027900     MOVE WS-SENT-COUNT          TO JBS-REC-COUNT
028000     WRITE JOB-STATUS-RECORD
028100     CLOSE JOB-LOG-FILE.
028200 9200-LOG-JOB-STATUS-EXIT.
028300     EXIT.
