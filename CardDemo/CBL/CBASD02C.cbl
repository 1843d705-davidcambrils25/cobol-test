000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBASD02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - ADDRESS STANDARDIZATION
001100*                     AND ZIP+4 LOAD.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       LOADS THE STANDARDIZATION SERVICE'S ANSWER
001500*                (ASDRSP, CVASD01Y) TO THE CBASD01C EXTRACT.
001600*                A STANDARDIZED ROW REPLACES THE ADDRESS LINES,
001700*                STATE AND ZIP WITH THE CORRECTED FORM AND SETS
001800*                THE ZIP+4, DELIVERY POINT AND CARRIER ROUTE THE
001900*                PRINT EXTRACTS PRESORT ON (CVCUS01Y). EVERY
002000*                FIELD CHANGED IS WRITTEN TO CUSTAUD UNDER THE
002100*                FIELD NAMES COCUS01C USES, AND A CHANGED ZIP IS
002200*                PUSHED TO EVERY ACCOUNT THE CUSTOMER HOLDS WITH
002300*                AN ACCTAUD ROW, THE SAME PROPAGATION COCUS01C
002400*                DOES ON A KEYED CHANGE. AN UNDELIVERABLE ROW
002500*                FLAGS THE ADDRESS (CUST-ADDR-UNDELIV-IND) THE
002600*                WAY CBRML01C DOES FOR RETURNED MAIL - CBSTM01C
002700*                THEN HOLDS STATEMENTS AND CBRMD01C STOPS LETTERS
002800*                - AND LEAVES A NOTE FOR A REP TO OBTAIN A GOOD
002900*                ADDRESS. NO-MATCH ROWS LEAVE THE ADDRESS AS IT
003000*                STANDS. EXCEPTIONS GO TO THE ASDRPT REPORT.
003100*                RUN MONTHLY WHEN THE SERVICE'S FILE ARRIVES.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RESULT-FILE ASSIGN TO ASDRSP
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-RESULT-STATUS.
003900     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS CUST-ID
004300         FILE STATUS IS WS-CUSTOMER-STATUS.
004400     SELECT XREF-AIX-FILE ASSIGN TO XREFCAIX
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS XRF-CUST-ID
004800         FILE STATUS IS WS-XREFAIX-STATUS.
004900     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS ACCT-ID
005300         FILE STATUS IS WS-ACCOUNT-STATUS.
005400     SELECT CUST-AUDIT-FILE ASSIGN TO CUSTAUD
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CAUD-KEY
005800         FILE STATUS IS WS-CUSTAUD-STATUS.
005900     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS AUD-KEY
006300         FILE STATUS IS WS-AUDIT-STATUS.
006400     SELECT NOTE-FILE ASSIGN TO NOTEFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS NOT-KEY
006800         FILE STATUS IS WS-NOTE-STATUS.
006900     SELECT ASD-REPORT-FILE ASSIGN TO ASDRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-STATUS.
007200     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-ALERT-STATUS.
007500     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS JBS-KEY
007900         FILE STATUS IS WS-JOBLOG-STATUS.
008000*
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  RESULT-FILE
008400     RECORDING MODE IS F.
008500     COPY CVASD01Y.
008600*
008700 FD  CUSTOMER-FILE.
008800     COPY CVCUS01Y.
008900*
009000 FD  XREF-AIX-FILE.
009100     COPY CVXRF01Y.
009200*
009300 FD  ACCOUNT-FILE.
009400     COPY CVACT01Y.
009500*
009600******************************************************************
009700* CUSTOMER AUDIT TRAIL (CUSTAUD) - THE ACCOUNT AUDIT LAYOUT UNDER
009800* ITS OWN NAMES, KEYED BY CUSTOMER NUMBER AS COCUS01C WRITES IT.
009900******************************************************************
010000 FD  CUST-AUDIT-FILE.
010100     COPY CVAUD01Y
010200     REPLACING ==ACCT-AUDIT-RECORD== BY ==CUST-AUDIT-RECORD==
010300         ==AUD-KEY== BY ==CAUD-KEY==
010400         ==AUD-ACCT-ID== BY ==CAUD-CUST-ID==
010500         ==AUD-TIMESTAMP== BY ==CAUD-TIMESTAMP==
010600         ==AUD-USER-ID== BY ==CAUD-USER-ID==
010700         ==AUD-FIELD-NAME== BY ==CAUD-FIELD-NAME==
010800         ==AUD-OLD-VALUE== BY ==CAUD-OLD-VALUE==
010900         ==AUD-NEW-VALUE== BY ==CAUD-NEW-VALUE==.
011000*
011100 FD  AUDIT-FILE.
011200     COPY CVAUD01Y.
011300*
011400 FD  NOTE-FILE.
011500     COPY CVNOT01Y.
011600*
011700 FD  ASD-REPORT-FILE
011800     RECORDING MODE IS F.
011900 01  ASD-REPORT-LINE                  PIC X(80).
012000*
012100 FD  ALERT-QUEUE-FILE
012200     RECORDING MODE IS F.
012300     COPY CSOPS01Y.
012400*
012500 FD  JOB-LOG-FILE.
012600     COPY CVJOB01Y.
012700*
012800 WORKING-STORAGE SECTION.
012900 01  WS-RESULT-STATUS                 PIC XX.
013000     88 WS-RESULT-OK                  VALUE '00'.
013100 01  WS-CUSTOMER-STATUS               PIC XX.
013200     88 WS-CUSTOMER-OK                VALUE '00'.
013300 01  WS-XREFAIX-STATUS                PIC XX.
013400     88 WS-XREFAIX-OK                 VALUE '00'.
013500 01  WS-ACCOUNT-STATUS                PIC XX.
013600     88 WS-ACCOUNT-OK                 VALUE '00'.
013700 01  WS-CUSTAUD-STATUS                PIC XX.
013800     88 WS-CUSTAUD-OK                 VALUE '00'.
013900 01  WS-AUDIT-STATUS                  PIC XX.
014000     88 WS-AUDIT-OK                   VALUE '00'.
014100 01  WS-NOTE-STATUS                   PIC XX.
014200 01  WS-REPORT-STATUS                 PIC XX.
014300 01  WS-ALERT-STATUS                  PIC XX.
014400 01  WS-JOBLOG-STATUS                 PIC XX.
014500     88 WS-JOBLOG-OK                  VALUE '00'.
014600 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
014700     88 WS-END-OF-RESULTS             VALUE 'Y'.
014800 01  WS-XREF-EOF-SW                   PIC X(01) VALUE 'N'.
014900     88 WS-END-OF-XREF                VALUE 'Y'.
015000 01  WS-EXCEPTION-TEXT                PIC X(20).
015100*
015200******************************************************************
015300* BEFORE-IMAGE OF THE ADDRESS, TAKEN BEFORE THE SERVICE'S FORM IS
015400* APPLIED, FOR THE CUSTAUD ROWS AND THE ZIP PROPAGATION TEST.
015500******************************************************************
015600 01  WS-OLD-ADDRESS.
015700     05 WS-OLD-ADDR-LINE-1            PIC X(50).
015800     05 WS-OLD-ADDR-LINE-2            PIC X(50).
015900     05 WS-OLD-ADDR-STATE-CD          PIC X(02).
016000     05 WS-OLD-ADDR-ZIP               PIC X(05).
016100     05 WS-OLD-ADDR-ZIP4              PIC X(04).
016200 01  WS-NOTE-ACCT-ID                  PIC 9(11) VALUE ZERO.
016300 01  WS-CURRENT-TIMESTAMP             PIC X(26).
016400 01  WS-AUDIT-SEQ                     PIC 9(02) VALUE ZERO.
016500 01  WS-RESULT-COUNT                  PIC 9(07) VALUE ZERO.
016600 01  WS-CORRECTED-COUNT               PIC 9(07) VALUE ZERO.
016700 01  WS-CONFIRMED-COUNT               PIC 9(07) VALUE ZERO.
016800 01  WS-UNDELIV-COUNT                 PIC 9(07) VALUE ZERO.
016900 01  WS-NO-MATCH-COUNT                PIC 9(07) VALUE ZERO.
017000 01  WS-REJECT-COUNT                  PIC 9(07) VALUE ZERO.
017100 01  WS-ACCT-ZIP-COUNT                PIC 9(07) VALUE ZERO.
017200 01  WS-ABEND-REASON-TEXT             PIC X(50).
017300*
017400******************************************************************
017500* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
017600******************************************************************
017700 COPY CSMSG02Y.
017800*
017900 COPY CSDAT01Y.
018000*
018100 LINKAGE SECTION.
018200*
018300******************************************************************
018400 PROCEDURE DIVISION.
018500******************************************************************
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018800     PERFORM 2000-PROCESS-RESULTS
018900         THRU 2000-PROCESS-RESULTS-EXIT
019000         UNTIL WS-END-OF-RESULTS
019100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
019200     GOBACK.
019300*
019400 1000-INITIALIZE.
019500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
019600     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
019700     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
019800     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
019900     OPEN INPUT RESULT-FILE
020000     OPEN I-O CUSTOMER-FILE
020100     OPEN INPUT XREF-AIX-FILE
020200     OPEN I-O ACCOUNT-FILE
020300     OPEN I-O CUST-AUDIT-FILE
020400     OPEN I-O AUDIT-FILE
020500     OPEN I-O NOTE-FILE
020600     OPEN OUTPUT ASD-REPORT-FILE
020700     IF NOT WS-RESULT-OK
020800         DISPLAY 'CBASD02C - ERROR OPENING STANDARDIZATION FEED'
020900         MOVE 'Y'                TO WS-EOF-SW
021000         MOVE 'ADDRESS STANDARDIZATION FEED OPEN ERROR'
021100                                 TO WS-ABEND-REASON-TEXT
021200         PERFORM 9100-ABEND-NOTIFY
021300             THRU 9100-ABEND-NOTIFY-EXIT
021400     END-IF
021500     IF NOT WS-CUSTOMER-OK
021600         DISPLAY 'CBASD02C - ERROR OPENING CUSTOMER FILE'
021700         MOVE 'Y'                TO WS-EOF-SW
021800         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
021900         PERFORM 9100-ABEND-NOTIFY
022000             THRU 9100-ABEND-NOTIFY-EXIT
022100     END-IF
022200     IF NOT WS-CUSTAUD-OK OR NOT WS-AUDIT-OK
022300         DISPLAY 'CBASD02C - ERROR OPENING CUSTAUD OR ACCTAUD'
022400         MOVE 'Y'                TO WS-EOF-SW
022500         MOVE 'AUDIT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
022600         PERFORM 9100-ABEND-NOTIFY
022700             THRU 9100-ABEND-NOTIFY-EXIT
022800     END-IF
022900     IF NOT WS-END-OF-RESULTS
023000         PERFORM 2100-READ-NEXT-RESULT
023100             THRU 2100-READ-NEXT-RESULT-EXIT
023200     END-IF.
023300 1000-INITIALIZE-EXIT.
023400     EXIT.
023500*
023600******************************************************************
023700* APPLY ONE ANSWER FROM THE SERVICE.
023800******************************************************************
023900 2000-PROCESS-RESULTS.
024000     ADD 1                       TO WS-RESULT-COUNT
024100     MOVE ASR-CUST-ID            TO CUST-ID
024200     READ CUSTOMER-FILE
024300         INVALID KEY
024400             ADD 1               TO WS-REJECT-COUNT
024500             MOVE 'CUSTOMER NOT ON FILE' TO WS-EXCEPTION-TEXT
024600             PERFORM 7100-REPORT-RESULT
024700                 THRU 7100-REPORT-RESULT-EXIT
024800             GO TO 2000-PROCESS-RESULTS-NEXT
024900     END-READ
025000     MOVE 0                      TO WS-AUDIT-SEQ
025100     EVALUATE TRUE
025200         WHEN ASR-STANDARDIZED
025300             PERFORM 3000-APPLY-STANDARD
025400                 THRU 3000-APPLY-STANDARD-EXIT
025500         WHEN ASR-UNDELIVERABLE
025600             PERFORM 4000-FLAG-UNDELIVERABLE
025700                 THRU 4000-FLAG-UNDELIVERABLE-EXIT
025800         WHEN ASR-NO-MATCH
025900             ADD 1               TO WS-NO-MATCH-COUNT
026000             MOVE 'NO MATCH - UNCHANGED' TO WS-EXCEPTION-TEXT
026100             PERFORM 7100-REPORT-RESULT
026200                 THRU 7100-REPORT-RESULT-EXIT
026300         WHEN OTHER
026400             ADD 1               TO WS-REJECT-COUNT
026500             MOVE 'UNKNOWN RESULT CODE' TO WS-EXCEPTION-TEXT
026600             PERFORM 7100-REPORT-RESULT
026700                 THRU 7100-REPORT-RESULT-EXIT
026800     END-EVALUATE.
026900 2000-PROCESS-RESULTS-NEXT.
027000     PERFORM 2100-READ-NEXT-RESULT
027100         THRU 2100-READ-NEXT-RESULT-EXIT.
027200 2000-PROCESS-RESULTS-EXIT.
027300     EXIT.
027400*
027500 2100-READ-NEXT-RESULT.
027600     READ RESULT-FILE NEXT RECORD
027700         AT END
027800             MOVE 'Y'            TO WS-EOF-SW
027900     END-READ.
028000 2100-READ-NEXT-RESULT-EXIT.
028100     EXIT.
028200*
028300******************************************************************
028400* TAKE THE SERVICE'S FORM OF THE ADDRESS. A ROW WITH NO ADDRESS
028500* LINE IS TREATED AS DAMAGED AND REJECTED RATHER THAN BLANKING
028600* THE CUSTOMER'S ADDRESS. THE UNDELIVERABLE FLAG IS LEFT AS IT
028700* STANDS - A CODED ADDRESS IS NOT PROOF THE CUSTOMER STILL
028800* LIVES THERE; ONLY A REP'S CHANGE ON COCUS01C LIFTS IT.
028900******************************************************************
029000 3000-APPLY-STANDARD.
029100     IF ASR-ADDR-LINE-1 = SPACES OR ASR-ADDR-ZIP = SPACES
029200         ADD 1                   TO WS-REJECT-COUNT
029300         MOVE 'NO ADDRESS ON ROW'  TO WS-EXCEPTION-TEXT
029400         PERFORM 7100-REPORT-RESULT
029500             THRU 7100-REPORT-RESULT-EXIT
029600         GO TO 3000-APPLY-STANDARD-EXIT
029700     END-IF
029800     MOVE CUST-ADDR-LINE-1       TO WS-OLD-ADDR-LINE-1
029900     MOVE CUST-ADDR-LINE-2       TO WS-OLD-ADDR-LINE-2
030000     MOVE CUST-ADDR-STATE-CD     TO WS-OLD-ADDR-STATE-CD
030100     MOVE CUST-ADDR-ZIP          TO WS-OLD-ADDR-ZIP
030200     MOVE CUST-ADDR-ZIP4         TO WS-OLD-ADDR-ZIP4
030300     MOVE ASR-ADDR-LINE-1        TO CUST-ADDR-LINE-1
030400     MOVE ASR-ADDR-LINE-2        TO CUST-ADDR-LINE-2
030500     MOVE ASR-ADDR-STATE-CD      TO CUST-ADDR-STATE-CD
030600     MOVE ASR-ADDR-ZIP           TO CUST-ADDR-ZIP
030700     MOVE ASR-ADDR-ZIP4          TO CUST-ADDR-ZIP4
030800     MOVE ASR-DLV-POINT          TO CUST-ADDR-DLV-POINT
030900     MOVE ASR-CARRIER-RT         TO CUST-ADDR-CARRIER-RT
031000     SET CUST-ADDR-STANDARDIZED  TO TRUE
031100     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-ADDR-STD-DATE
031200     REWRITE CUSTOMER-RECORD
031300     IF NOT WS-CUSTOMER-OK
031400         ADD 1                   TO WS-REJECT-COUNT
031500         MOVE 'CUSTOMER REWRITE ERR' TO WS-EXCEPTION-TEXT
031600         PERFORM 7100-REPORT-RESULT
031700             THRU 7100-REPORT-RESULT-EXIT
031800         GO TO 3000-APPLY-STANDARD-EXIT
031900     END-IF
032000     IF WS-OLD-ADDR-LINE-1 = CUST-ADDR-LINE-1
032100        AND WS-OLD-ADDR-LINE-2 = CUST-ADDR-LINE-2
032200        AND WS-OLD-ADDR-STATE-CD = CUST-ADDR-STATE-CD
032300        AND WS-OLD-ADDR-ZIP = CUST-ADDR-ZIP
032400        AND WS-OLD-ADDR-ZIP4 = CUST-ADDR-ZIP4
032500         ADD 1                   TO WS-CONFIRMED-COUNT
032600     ELSE
032700         ADD 1                   TO WS-CORRECTED-COUNT
032800         PERFORM 3100-AUDIT-ADDRESS
032900             THRU 3100-AUDIT-ADDRESS-EXIT
033000     END-IF
033100     IF WS-OLD-ADDR-ZIP NOT = CUST-ADDR-ZIP
033200         PERFORM 5000-PROPAGATE-ZIP THRU 5000-PROPAGATE-ZIP-EXIT
033300     END-IF.
033400 3000-APPLY-STANDARD-EXIT.
033500     EXIT.
033600*
033700******************************************************************
033800* ONE CUSTAUD ROW PER CHANGED FIELD, NAMED AS COCUS01C NAMES THEM.
033900******************************************************************
034000 3100-AUDIT-ADDRESS.
034100     IF WS-OLD-ADDR-LINE-1 NOT = CUST-ADDR-LINE-1
034200         MOVE 'CADDR1'           TO CAUD-FIELD-NAME
034300         MOVE WS-OLD-ADDR-LINE-1 TO CAUD-OLD-VALUE
034400         MOVE CUST-ADDR-LINE-1   TO CAUD-NEW-VALUE
034500         PERFORM 7200-WRITE-CUST-AUDIT
034600             THRU 7200-WRITE-CUST-AUDIT-EXIT
034700     END-IF
034800     IF WS-OLD-ADDR-LINE-2 NOT = CUST-ADDR-LINE-2
034900         MOVE 'CADDR2'           TO CAUD-FIELD-NAME
035000         MOVE WS-OLD-ADDR-LINE-2 TO CAUD-OLD-VALUE
035100         MOVE CUST-ADDR-LINE-2   TO CAUD-NEW-VALUE
035200         PERFORM 7200-WRITE-CUST-AUDIT
035300             THRU 7200-WRITE-CUST-AUDIT-EXIT
035400     END-IF
035500     IF WS-OLD-ADDR-STATE-CD NOT = CUST-ADDR-STATE-CD
035600         MOVE 'CSTATE'           TO CAUD-FIELD-NAME
035700         MOVE WS-OLD-ADDR-STATE-CD TO CAUD-OLD-VALUE
035800         MOVE CUST-ADDR-STATE-CD TO CAUD-NEW-VALUE
035900         PERFORM 7200-WRITE-CUST-AUDIT
036000             THRU 7200-WRITE-CUST-AUDIT-EXIT
036100     END-IF
036200     IF WS-OLD-ADDR-ZIP NOT = CUST-ADDR-ZIP
036300         MOVE 'CZIP'             TO CAUD-FIELD-NAME
036400         MOVE WS-OLD-ADDR-ZIP    TO CAUD-OLD-VALUE
036500         MOVE CUST-ADDR-ZIP      TO CAUD-NEW-VALUE
036600         PERFORM 7200-WRITE-CUST-AUDIT
036700             THRU 7200-WRITE-CUST-AUDIT-EXIT
036800     END-IF
036900     IF WS-OLD-ADDR-ZIP4 NOT = CUST-ADDR-ZIP4
037000         MOVE 'CZIP4'            TO CAUD-FIELD-NAME
037100         MOVE WS-OLD-ADDR-ZIP4   TO CAUD-OLD-VALUE
037200         MOVE CUST-ADDR-ZIP4     TO CAUD-NEW-VALUE
037300         PERFORM 7200-WRITE-CUST-AUDIT
037400             THRU 7200-WRITE-CUST-AUDIT-EXIT
037500     END-IF.
037600 3100-AUDIT-ADDRESS-EXIT.
037700     EXIT.
037800*
037900******************************************************************
038000* THE SERVICE SAYS NO MAIL CAN BE DELIVERED TO THIS ADDRESS. FLAG
038100* IT AS CBRML01C FLAGS RETURNED MAIL, AUDIT THE FLAG, AND LEAVE
038200* THE REP A NOTE ON THE CUSTOMER'S FIRST ACCOUNT. THE ADDRESS IS
038300* NO LONGER CERTIFIED, SO THE ENRICHMENT IS CLEARED WITH IT. A
038400* CUSTOMER ALREADY FLAGGED IS ONLY COUNTED.
038500******************************************************************
038600 4000-FLAG-UNDELIVERABLE.
038700     ADD 1                       TO WS-UNDELIV-COUNT
038800     MOVE 'UNDELIVERABLE'        TO WS-EXCEPTION-TEXT
038900     PERFORM 7100-REPORT-RESULT
039000         THRU 7100-REPORT-RESULT-EXIT
039100     IF CUST-ADDR-UNDELIVERABLE
039200         GO TO 4000-FLAG-UNDELIVERABLE-EXIT
039300     END-IF
039400     MOVE 'Y'                    TO CUST-ADDR-UNDELIV-IND
039500     MOVE SPACES                 TO CUST-ADDR-ZIP4
039600                                    CUST-ADDR-DLV-POINT
039700                                    CUST-ADDR-CARRIER-RT
039800                                    CUST-ADDR-STD-IND
039900     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-ADDR-STD-DATE
040000     REWRITE CUSTOMER-RECORD
040100     IF NOT WS-CUSTOMER-OK
040200         GO TO 4000-FLAG-UNDELIVERABLE-EXIT
040300     END-IF
040400     MOVE 'ADDRUNDL'             TO CAUD-FIELD-NAME
040500     MOVE SPACES                 TO CAUD-OLD-VALUE
040600     MOVE 'Y'                    TO CAUD-NEW-VALUE
040700     PERFORM 7200-WRITE-CUST-AUDIT
040800         THRU 7200-WRITE-CUST-AUDIT-EXIT
040900     PERFORM 4100-WRITE-TASK-NOTE
041000         THRU 4100-WRITE-TASK-NOTE-EXIT.
041100 4000-FLAG-UNDELIVERABLE-EXIT.
041200     EXIT.
041300*
041400******************************************************************
041500* NOTEFILE IS KEYED BY ACCOUNT - THE CUSTOMER'S FIRST ACCOUNT ON
041600* THE XREFCAIX PATH CARRIES THE NOTE. A CUSTOMER WITH NO ACCOUNT
041700* HAS NO STATEMENT OR LETTER TO HOLD AND GETS NO NOTE.
041800******************************************************************
041900 4100-WRITE-TASK-NOTE.
042000     MOVE CUST-ID                TO XRF-CUST-ID
042100     READ XREF-AIX-FILE
042200         INVALID KEY
042300             GO TO 4100-WRITE-TASK-NOTE-EXIT
042400     END-READ
042500     MOVE XRF-ACCT-ID            TO WS-NOTE-ACCT-ID
042600     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
042700     MOVE WS-NOTE-ACCT-ID        TO NOT-ACCT-ID
042800     MOVE WS-CURRENT-TIMESTAMP   TO NOT-ENTERED-TS
042900     MOVE 'CBASD02C'             TO NOT-USER-ID
043000     MOVE SPACES                 TO NOT-TEXT
043100     STRING 'ADDR UNDELIVERABLE ' DELIMITED BY SIZE
043200            ASR-REASON-CD        DELIMITED BY SIZE
043300            ' - GET GOOD ADDRESS, FIX ON COCUS01C'
043400                                 DELIMITED BY SIZE
043500       INTO NOT-TEXT
043600     END-STRING
043700     WRITE COLLECTION-NOTE-RECORD
043800         INVALID KEY
043900             CONTINUE
044000     END-WRITE.
044100 4100-WRITE-TASK-NOTE-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* PUSH THE NEW ZIP OF RECORD TO EVERY ACCOUNT THE CUSTOMER HOLDS,
044600* WITH AN ACCTAUD ROW PER ACCOUNT - THE BATCH FORM OF THE
044700* COCUS01C PROPAGATION, SO THE COTRN02C MERCHANT-LOCATION CHECK
044800* RE-BASELINES ON THE CORRECTED ZIP.
044900******************************************************************
045000 5000-PROPAGATE-ZIP.
045100     MOVE 'N'                    TO WS-XREF-EOF-SW
045200     MOVE CUST-ID                TO XRF-CUST-ID
045300     START XREF-AIX-FILE KEY NOT LESS THAN XRF-CUST-ID
045400         INVALID KEY
045500             GO TO 5000-PROPAGATE-ZIP-EXIT
045600     END-START
045700     PERFORM 5100-PROPAGATE-NEXT-ACCT
045800         THRU 5100-PROPAGATE-NEXT-ACCT-EXIT
045900         UNTIL WS-END-OF-XREF.
046000 5000-PROPAGATE-ZIP-EXIT.
046100     EXIT.
046200*
046300 5100-PROPAGATE-NEXT-ACCT.
046400     READ XREF-AIX-FILE NEXT RECORD
046500         AT END
046600             MOVE 'Y'            TO WS-XREF-EOF-SW
046700             GO TO 5100-PROPAGATE-NEXT-ACCT-EXIT
046800     END-READ
046900     IF XRF-CUST-ID NOT = CUST-ID
047000         MOVE 'Y'                TO WS-XREF-EOF-SW
047100         GO TO 5100-PROPAGATE-NEXT-ACCT-EXIT
047200     END-IF
047300     MOVE XRF-ACCT-ID            TO ACCT-ID
047400     READ ACCOUNT-FILE
047500         INVALID KEY
047600             GO TO 5100-PROPAGATE-NEXT-ACCT-EXIT
047700     END-READ
047800     MOVE ACCT-ID                TO AUD-ACCT-ID
047900     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
048000     MOVE 'CBASD02C'             TO AUD-USER-ID
048100     MOVE 'ACCTZIP'              TO AUD-FIELD-NAME
048200     MOVE ACCT-ADDR-ZIP          TO AUD-OLD-VALUE
048300     MOVE CUST-ADDR-ZIP          TO AUD-NEW-VALUE
048400     MOVE CUST-ADDR-ZIP          TO ACCT-ADDR-ZIP
048500     REWRITE ACCOUNT-RECORD
048600     WRITE ACCT-AUDIT-RECORD
048700         INVALID KEY
048800             DISPLAY 'CBASD02C - ACCTAUD WRITE FAILED ACCT '
048900                     ACCT-ID
049000     END-WRITE
049100     ADD 1                       TO WS-ACCT-ZIP-COUNT.
049200 5100-PROPAGATE-NEXT-ACCT-EXIT.
049300     EXIT.
049400*
049500 7100-REPORT-RESULT.
049600     MOVE SPACES                 TO ASD-REPORT-LINE
049700     STRING WS-EXCEPTION-TEXT    DELIMITED BY SIZE
049800            ' CUST '             DELIMITED BY SIZE
049900            ASR-CUST-ID          DELIMITED BY SIZE
050000            ' RESULT '           DELIMITED BY SIZE
050100            ASR-RESULT           DELIMITED BY SIZE
050200            ' REASON '           DELIMITED BY SIZE
050300            ASR-REASON-CD        DELIMITED BY SIZE
050400            ' ZIP '              DELIMITED BY SIZE
050500            ASR-ADDR-ZIP         DELIMITED BY SIZE
050600       INTO ASD-REPORT-LINE
050700     END-STRING
050800     WRITE ASD-REPORT-LINE.
050900 7100-REPORT-RESULT-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300* ONE CUSTAUD ROW. THE CALLER SETS THE FIELD NAME AND VALUES. A
051400* STANDARDIZED ROW CAN CHANGE SEVERAL FIELDS WITHIN THE SAME
051500* CLOCK TICK, SO A SEQUENCE IN THE UNUSED TAIL OF THE TIMESTAMP
051600* KEEPS EACH ROW'S KEY UNIQUE.
051700******************************************************************
051800 7200-WRITE-CUST-AUDIT.
051900     ADD 1                       TO WS-AUDIT-SEQ
052000     MOVE CUST-ID                TO CAUD-CUST-ID
052100     MOVE FUNCTION CURRENT-DATE  TO CAUD-TIMESTAMP
052200     MOVE WS-AUDIT-SEQ           TO CAUD-TIMESTAMP (22:2)
052300     MOVE 'CBASD02C'             TO CAUD-USER-ID
052400     WRITE CUST-AUDIT-RECORD
052500         INVALID KEY
052600             DISPLAY 'CBASD02C - CUSTAUD WRITE FAILED CUST '
052700                     CUST-ID
052800     END-WRITE.
052900 7200-WRITE-CUST-AUDIT-EXIT.
053000     EXIT.
053100*
053200 9000-TERMINATE.
053300     CLOSE RESULT-FILE
053400     CLOSE CUSTOMER-FILE
053500     CLOSE XREF-AIX-FILE
053600     CLOSE ACCOUNT-FILE
053700     CLOSE CUST-AUDIT-FILE
053800     CLOSE AUDIT-FILE
053900     CLOSE NOTE-FILE
054000     CLOSE ASD-REPORT-FILE
054100     DISPLAY 'CBASD02C - RESULTS READ: ' WS-RESULT-COUNT
054200     DISPLAY 'CBASD02C - ADDRESSES CORRECTED: '
054300             WS-CORRECTED-COUNT
054400     DISPLAY 'CBASD02C - ADDRESSES CONFIRMED: '
054500             WS-CONFIRMED-COUNT
054600     DISPLAY 'CBASD02C - UNDELIVERABLE: ' WS-UNDELIV-COUNT
054700     DISPLAY 'CBASD02C - NO MATCH: ' WS-NO-MATCH-COUNT
054800     DISPLAY 'CBASD02C - ROWS REJECTED: ' WS-REJECT-COUNT
054900     DISPLAY 'CBASD02C - ACCOUNT ZIPS UPDATED: '
055000             WS-ACCT-ZIP-COUNT
055100     PERFORM 9200-LOG-JOB-STATUS
055200         THRU 9200-LOG-JOB-STATUS-EXIT.
055300 9000-TERMINATE-EXIT.
055400     EXIT.
055500*
055600******************************************************************
055700* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
055800* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
055900* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
056000* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
056100* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
056200* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
056300******************************************************************
056400 9100-ABEND-NOTIFY.
056500     MOVE 'AB01'                 TO ABEND-CODE
056600     MOVE 'CBASD02C'             TO ABEND-CULPRIT
056700     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
056800     STRING ABEND-CULPRIT   DELIMITED BY SIZE
056900            ' - '           DELIMITED BY SIZE
057000            ABEND-REASON    DELIMITED BY SIZE
057100       INTO ABEND-MSG
057200     END-STRING
057300     OPEN EXTEND ALERT-QUEUE-FILE
057400     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
057500     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
057600     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
057700     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
057800     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
057900     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
058000     WRITE OPS-ALERT-RECORD
058100     CLOSE ALERT-QUEUE-FILE
058200     MOVE 16                     TO RETURN-CODE.
058300 9100-ABEND-NOTIFY-EXIT.
058400     EXIT.
058500*
058600******************************************************************
058700* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
058800* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
058900* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
059000******************************************************************
059100 9200-LOG-JOB-STATUS.
059200     OPEN I-O JOB-LOG-FILE
059300     IF NOT WS-JOBLOG-OK
059400         DISPLAY 'CBASD02C - ERROR OPENING JOB LOG FILE'
059500         GO TO 9200-LOG-JOB-STATUS-EXIT
059600     END-IF
059700     MOVE 'CBASD02C'             TO JBS-JOB-NAME
059800     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
059900     IF RETURN-CODE = ZERO
060000         SET JBS-STATUS-SUCCESS  TO TRUE
060100     ELSE
060200         SET JBS-STATUS-FAILED   TO TRUE
060300     END-IF
060400     MOVE RETURN-CODE            TO JBS-RETURN-CODE
060500     MOVE WS-RESULT-COUNT        TO JBS-REC-COUNT
060600     WRITE JOB-STATUS-RECORD
060700     CLOSE JOB-LOG-FILE.
060800 9200-LOG-JOB-STATUS-EXIT.
060900     EXIT.
