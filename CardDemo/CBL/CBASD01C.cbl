000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBASD01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MONTHLY MAILING ADDRESS
001100*                     EXTRACT TO THE STANDARDIZATION SERVICE.
000000* 2026-10-15  MAINT   REGISTER THE ADDRESS EXTRACT (ASDOUT) ON THE
000000*                     OUTBOUND FILE REGISTRY (CBOBF01C) AS THE RUN
000000*                     ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       SENDS THE CASS-CERTIFIED ADDRESS STANDARDIZATION
001500*                SERVICE EVERY DOMESTIC MAILING ADDRESS ON
001600*                CUSTDAT (COUNTRY 'USA' OR BLANK - THE SERVICE
001700*                CODES US ADDRESSES ONLY), ONE DETAIL ROW PER
001800*                CUSTOMER ON ASDOUT (CVASD01Y), ENDING WITH A
001900*                CONTROL TRAILER (ROW COUNT). EVERY ADDRESS GOES,
002000*                NOT JUST THE CHANGED ONES - CERTIFICATION LAPSES
002100*                AND THE POSTAL FILES MOVE UNDER AN UNCHANGED
002200*                ADDRESS. A DECEASED CUSTOMER IS NOT SENT. THE
002300*                SERVICE'S ANSWER IS LOADED BY CBASD02C. READS
002400*                ONLY. RUN MONTHLY, AHEAD OF THE FIRST STATEMENT
002500*                CYCLE.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS CUST-ID
003400         FILE STATUS IS WS-CUSTOMER-STATUS.
003500     SELECT ADDR-REQUEST-FILE ASSIGN TO ASDOUT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-REQUEST-STATUS.
003800     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-ALERT-STATUS.
004100     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS JBS-KEY
004500         FILE STATUS IS WS-JOBLOG-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CUSTOMER-FILE.
005000     COPY CVCUS01Y.
005100*
005200 FD  ADDR-REQUEST-FILE
005300     RECORDING MODE IS F.
005400     COPY CVASD01Y.
005500*
005600 FD  ALERT-QUEUE-FILE
005700     RECORDING MODE IS F.
005800     COPY CSOPS01Y.
005900*
006000 FD  JOB-LOG-FILE.
006100     COPY CVJOB01Y.
006200*
006300 WORKING-STORAGE SECTION.
006400 01  WS-CUSTOMER-STATUS               PIC XX.
006500     88 WS-CUSTOMER-OK                VALUE '00'.
006600 01  WS-REQUEST-STATUS                PIC XX.
006700     88 WS-REQUEST-OK                 VALUE '00'.
006800 01  WS-ALERT-STATUS                  PIC XX.
006900 01  WS-JOBLOG-STATUS                 PIC XX.
007000     88 WS-JOBLOG-OK                  VALUE '00'.
007100 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
007200     88 WS-END-OF-CUSTOMERS           VALUE 'Y'.
007300 01  WS-CUSTOMER-COUNT                PIC 9(07) VALUE ZERO.
007400 01  WS-SENT-COUNT                    PIC 9(07) VALUE ZERO.
007500 01  WS-DECEASED-COUNT                PIC 9(07) VALUE ZERO.
007600 01  WS-FOREIGN-COUNT                 PIC 9(07) VALUE ZERO.
007700 01  WS-ABEND-REASON-TEXT             PIC X(50).
007800*
007900******************************************************************
008000* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
008100******************************************************************
008200 COPY CSMSG02Y.
008300*
008400 COPY CSDAT01Y.
008500*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
008600 LINKAGE SECTION.
008700*
008800******************************************************************
008900 PROCEDURE DIVISION.
009000******************************************************************
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009300     PERFORM 2000-EXTRACT-ADDRESSES
009400         THRU 2000-EXTRACT-ADDRESSES-EXIT
009500         UNTIL WS-END-OF-CUSTOMERS
009600     PERFORM 7000-WRITE-TRAILER THRU 7000-WRITE-TRAILER-EXIT
009700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009800     GOBACK.
009900*
010000 1000-INITIALIZE.
010100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
010200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
010300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
010400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
010500     OPEN INPUT CUSTOMER-FILE
010600     OPEN OUTPUT ADDR-REQUEST-FILE
010700     IF NOT WS-CUSTOMER-OK
010800         DISPLAY 'CBASD01C - ERROR OPENING CUSTOMER FILE'
010900         MOVE 'Y'                TO WS-EOF-SW
011000         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
011100         PERFORM 9100-ABEND-NOTIFY
011200             THRU 9100-ABEND-NOTIFY-EXIT
011300     END-IF
011400     IF NOT WS-REQUEST-OK
011500         DISPLAY 'CBASD01C - ERROR OPENING ADDRESS EXTRACT FILE'
011600         MOVE 'Y'                TO WS-EOF-SW
011700         MOVE 'ADDRESS STANDARDIZATION EXTRACT OPEN ERROR'
011800                                 TO WS-ABEND-REASON-TEXT
011900         PERFORM 9100-ABEND-NOTIFY
012000             THRU 9100-ABEND-NOTIFY-EXIT
012100     END-IF
012200     IF NOT WS-END-OF-CUSTOMERS
012300         PERFORM 2100-READ-NEXT-CUSTOMER
012400             THRU 2100-READ-NEXT-CUSTOMER-EXIT
012500     END-IF.
012600 1000-INITIALIZE-EXIT.
012700     EXIT.
012800*
012900******************************************************************
013000* ONE DETAIL ROW PER LIVING CUSTOMER WITH A DOMESTIC ADDRESS,
013100* CARRYING THE ZIP+4 ALREADY HELD SO THE SERVICE CAN CONFIRM IT.
013200******************************************************************
013300 2000-EXTRACT-ADDRESSES.
013400     ADD 1                       TO WS-CUSTOMER-COUNT
013500     IF CUST-DECEASED-DATE NOT = SPACES
013600         ADD 1                   TO WS-DECEASED-COUNT
013700         GO TO 2000-EXTRACT-ADDRESSES-NEXT
013800     END-IF
013900     IF CUST-ADDR-COUNTRY-CD NOT = 'USA'
014000        AND CUST-ADDR-COUNTRY-CD NOT = SPACES
014100         ADD 1                   TO WS-FOREIGN-COUNT
014200         GO TO 2000-EXTRACT-ADDRESSES-NEXT
014300     END-IF
014400     MOVE SPACES                 TO ADDR-STD-REQUEST-RECORD
014500     SET ASQ-DETAIL-REC          TO TRUE
014600     MOVE CUST-ID                TO ASQ-CUST-ID
014700     MOVE CUST-ADDR-LINE-1       TO ASQ-ADDR-LINE-1
014800     MOVE CUST-ADDR-LINE-2       TO ASQ-ADDR-LINE-2
014900     MOVE CUST-ADDR-STATE-CD     TO ASQ-ADDR-STATE-CD
015000     MOVE CUST-ADDR-COUNTRY-CD   TO ASQ-ADDR-COUNTRY-CD
015100     MOVE CUST-ADDR-ZIP          TO ASQ-ADDR-ZIP
015200     MOVE CUST-ADDR-ZIP4         TO ASQ-ADDR-ZIP4
015300     MOVE WS-CURDATE-YYYY-MM-DD  TO ASQ-EXTRACT-DATE
015400     WRITE ADDR-STD-REQUEST-RECORD
015500     ADD 1                       TO WS-SENT-COUNT.
015600 2000-EXTRACT-ADDRESSES-NEXT.
015700     PERFORM 2100-READ-NEXT-CUSTOMER
015800         THRU 2100-READ-NEXT-CUSTOMER-EXIT.
015900 2000-EXTRACT-ADDRESSES-EXIT.
016000     EXIT.
016100*
016200 2100-READ-NEXT-CUSTOMER.
016300     READ CUSTOMER-FILE NEXT RECORD
016400         AT END
016500             MOVE 'Y'            TO WS-EOF-SW
016600     END-READ.
016700 2100-READ-NEXT-CUSTOMER-EXIT.
016800     EXIT.
016900*
017000 7000-WRITE-TRAILER.
017100     MOVE SPACES                 TO ADDR-STD-REQUEST-RECORD
017200     MOVE 'T'                    TO AST-REC-TYPE
017300     MOVE WS-SENT-COUNT          TO AST-COUNT
017400     MOVE WS-CURDATE-YYYY-MM-DD  TO AST-DATE
017500     WRITE ADDR-STD-REQUEST-RECORD.
017600 7000-WRITE-TRAILER-EXIT.
017700     EXIT.
017800*
000000******************************************************************
000000* REGISTER THE ADDRESS EXTRACT (ASDOUT) ON THE OUTBOUND FILE
000000* REGISTRY SO ITS TRANSMISSION AND THE STANDARDIZATION SERVICE'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'ASDOUT'               TO OBP-FILE-NAME
000000     MOVE 'ADDRSVC'              TO OBP-PARTNER-CD
000000     MOVE 'CBASD01C'             TO OBP-JOB-NAME
000000     MOVE WS-SENT-COUNT          TO OBP-REC-COUNT
000000     MOVE ZERO                   TO OBP-AMT-TOTAL
000000     MOVE 048                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBASD01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
017900 9000-TERMINATE.
018000     CLOSE CUSTOMER-FILE
018100     CLOSE ADDR-REQUEST-FILE
018200     DISPLAY 'CBASD01C - CUSTOMERS READ: ' WS-CUSTOMER-COUNT
018300     DISPLAY 'CBASD01C - ADDRESSES SENT: ' WS-SENT-COUNT
018400     DISPLAY 'CBASD01C - DECEASED, NOT SENT: ' WS-DECEASED-COUNT
018500     DISPLAY 'CBASD01C - NON-US, NOT SENT: ' WS-FOREIGN-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
018600     PERFORM 9200-LOG-JOB-STATUS
018700         THRU 9200-LOG-JOB-STATUS-EXIT.
018800 9000-TERMINATE-EXIT.
018900     EXIT.
019000*
019100******************************************************************
019200* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
019300* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
019400* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
019500* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
019600* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
019700* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
019800******************************************************************
019900 9100-ABEND-NOTIFY.
020000     MOVE 'AB01'                 TO ABEND-CODE
020100     MOVE 'CBASD01C'             TO ABEND-CULPRIT
020200     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
020300     STRING ABEND-CULPRIT   DELIMITED BY SIZE
020400            ' - '           DELIMITED BY SIZE
020500            ABEND-REASON    DELIMITED BY SIZE
020600       INTO ABEND-MSG
020700     END-STRING
020800     OPEN EXTEND ALERT-QUEUE-FILE
020900     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
021000     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
021100     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
021200     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
021300     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
021400     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
021500     WRITE OPS-ALERT-RECORD
021600     CLOSE ALERT-QUEUE-FILE
021700     MOVE 16                     TO RETURN-CODE.
021800 9100-ABEND-NOTIFY-EXIT.
021900     EXIT.
022000*
022100******************************************************************
022200* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
022300* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
022400* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
022500******************************************************************
022600 9200-LOG-JOB-STATUS.
022700     OPEN I-O JOB-LOG-FILE
022800     IF NOT WS-JOBLOG-OK
022900         DISPLAY 'CBASD01C - ERROR OPENING JOB LOG FILE'
023000         GO TO 9200-LOG-JOB-STATUS-EXIT
023100     END-IF
023200     MOVE 'CBASD01C'             TO JBS-JOB-NAME
023300     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
023400     IF RETURN-CODE = ZERO
023500         SET JBS-STATUS-SUCCESS  TO TRUE
023600     ELSE
023700         SET JBS-STATUS-FAILED   TO TRUE
023800     END-IF
023900     MOVE RETURN-CODE            TO JBS-RETURN-CODE
024000     MOVE WS-SENT-COUNT          TO JBS-REC-COUNT
024100     WRITE JOB-STATUS-RECORD
024200     CLOSE JOB-LOG-FILE.
024300 9200-LOG-JOB-STATUS-EXIT.
024400     EXIT.
