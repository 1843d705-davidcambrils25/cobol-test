000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBDUP02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - DUPLICATE CUSTOMER MERGE.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       CARRIES OUT THE MERGES A SUPERVISOR APPROVED ON
001400*                CODUP00C (DUPCUST, CVDUP01Y, STATUS 'A'). FOR
001500*                EACH PAIR THE CUSTOMER NOT NAMED AS SURVIVOR IS
001600*                THE LOSER, AND EVERYTHING THAT HANGS OFF ITS
001700*                CUSTOMER NUMBER IS RE-POINTED AT THE SURVIVOR:
001800*                  - ACCTXREF, AS PRIMARY OR JOINT HOLDER (A JOINT
001900*                    HOLDER WHO TURNS OUT TO BE THE PRIMARY IS
002000*                    DROPPED FROM THE ROW), WITH AN ACCTAUD ROW
002100*                    AND A NOTEFILE NOTE ON EACH ACCOUNT SO THE
002200*                    ACCOUNT'S NOTES CARRY THE MERGE IN ORDER -
002300*                    NOTEFILE IS KEYED BY ACCOUNT, SO THE EXISTING
002400*                    NOTES FOLLOW THE ACCOUNTS WITHOUT A MOVE;
002500*                  - CARDXREF CARD-TO-CUSTOMER LINKS;
002600*                  - FUNDACCT ROWS, RENUMBERED AFTER THE
002700*                    SURVIVOR'S OWN (AN EFT ACCOUNT THE SURVIVOR
002800*                    ALREADY HOLDS IS DROPPED, AND ONLY ONE
002900*                    DEFAULT IS KEPT);
003000*                  - CONTPREF, KEEPING THE MORE RESTRICTIVE OF THE
003100*                    TWO PEOPLE'S CHOICES;
003200*                  - CORRHIST AND FICOHIST HISTORY, UNDER THE
003300*                    SAME TIMESTAMP OR SCORE DATE.
003400*                THE LOSER IS THEN RETIRED - CUST-MERGE-STATUS
003500*                'M' WITH CUST-MERGED-INTO-ID POINTING AT THE
003600*                SURVIVOR - AND BOTH CUSTOMERS GET A CUSTAUD ROW.
003700*                A PAIR WHOSE CUSTOMERS ARE NO LONGER BOTH LIVE
003800*                GOES BACK TO PENDING WITH THE REASON; A PAIR
003900*                SHARING A CUSTOMER WITH ANOTHER PAIR APPROVED
004000*                THE SAME NIGHT WAITS FOR THE NEXT RUN, SO EVERY
004100*                MERGE SEES A SETTLED SURVIVOR. A HISTORY ROW
004200*                WHOSE KEY THE SURVIVOR ALREADY HOLDS STAYS WITH
004300*                THE RETIRED RECORD AND IS COUNTED. EVERY MERGE
004400*                IS LISTED ON THE DUPRPT REPORT. CBXRF02C RUNS
004500*                AS THE NEXT STEP TO PROVE NO ROW STILL NAMES A
004600*                RETIRED CUSTOMER. RUN NIGHTLY.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT DUP-PAIR-FILE ASSIGN TO DUPCUST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS DUP-KEY
005500         FILE STATUS IS WS-DUPCUST-STATUS.
005600     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS CUST-ID
006000         FILE STATUS IS WS-CUSTOMER-STATUS.
006100     SELECT XREF-FILE ASSIGN TO ACCTXREF
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS XRF-ACCT-ID
006500         FILE STATUS IS WS-XREF-STATUS.
006600     SELECT CARD-XREF-FILE ASSIGN TO CARDXREF
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS CXR-CARD-NUM
007000         FILE STATUS IS WS-CARDXREF-STATUS.
007100     SELECT FUNDING-FILE ASSIGN TO FUNDACCT
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS FND-KEY
007500         FILE STATUS IS WS-FUNDACCT-STATUS.
007600     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS CPR-CUST-ID
008000         FILE STATUS IS WS-CONTPREF-STATUS.
008100     SELECT CORR-HIST-FILE ASSIGN TO CORRHIST
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS COR-KEY
008500         FILE STATUS IS WS-CORRHIST-STATUS.
008600     SELECT FICO-HIST-FILE ASSIGN TO FICOHIST
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS FICH-KEY
009000         FILE STATUS IS WS-FICOHIST-STATUS.
009100     SELECT NOTE-FILE ASSIGN TO NOTEFILE
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS RANDOM
009400         RECORD KEY IS NOT-KEY
009500         FILE STATUS IS WS-NOTE-STATUS.
009600     SELECT CUST-AUDIT-FILE ASSIGN TO CUSTAUD
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS RANDOM
009900         RECORD KEY IS CAUD-KEY
010000         FILE STATUS IS WS-CUSTAUD-STATUS.
010100     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS RANDOM
010400         RECORD KEY IS AUD-KEY
010500         FILE STATUS IS WS-AUDIT-STATUS.
010600     SELECT DUP-REPORT-FILE ASSIGN TO DUPRPT
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-REPORT-STATUS.
010900     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
011000         ORGANIZATION IS SEQUENTIAL
011100         FILE STATUS IS WS-ALERT-STATUS.
011200     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS DYNAMIC
011500         RECORD KEY IS JBS-KEY
011600         FILE STATUS IS WS-JOBLOG-STATUS.
011700*
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  DUP-PAIR-FILE.
012100     COPY CVDUP01Y.
012200*
012300 FD  CUSTOMER-FILE.
012400     COPY CVCUS01Y.
012500*
012600 FD  XREF-FILE.
012700     COPY CVXRF01Y.
012800*
012900 FD  CARD-XREF-FILE.
013000     COPY CVCXR01Y.
013100*
013200 FD  FUNDING-FILE.
013300     COPY CVFND01Y.
013400*
013500 FD  CONTACT-PREF-FILE.
013600     COPY CVCPR01Y.
013700*
013800 FD  CORR-HIST-FILE.
013900     COPY CVCOR01Y.
014000*
014100 FD  FICO-HIST-FILE.
014200     COPY CVFIC01Y.
014300*
014400 FD  NOTE-FILE.
014500     COPY CVNOT01Y.
014600*
014700******************************************************************
014800* CUSTOMER AUDIT TRAIL (CUSTAUD) - THE ACCOUNT AUDIT LAYOUT UNDER
014900* ITS OWN NAMES, KEYED BY CUSTOMER NUMBER AS COCUS01C WRITES IT.
015000******************************************************************
015100 FD  CUST-AUDIT-FILE.
015200     COPY CVAUD01Y
015300     REPLACING ==ACCT-AUDIT-RECORD== BY ==CUST-AUDIT-RECORD==
015400         ==AUD-KEY== BY ==CAUD-KEY==
015500         ==AUD-ACCT-ID== BY ==CAUD-CUST-ID==
015600         ==AUD-TIMESTAMP== BY ==CAUD-TIMESTAMP==
015700         ==AUD-USER-ID== BY ==CAUD-USER-ID==
015800         ==AUD-FIELD-NAME== BY ==CAUD-FIELD-NAME==
015900         ==AUD-OLD-VALUE== BY ==CAUD-OLD-VALUE==
016000         ==AUD-NEW-VALUE== BY ==CAUD-NEW-VALUE==.
016100*
016200 FD  AUDIT-FILE.
016300     COPY CVAUD01Y.
016400*
016500 FD  DUP-REPORT-FILE
016600     RECORDING MODE IS F.
016700 01  DUP-REPORT-LINE                  PIC X(100).
016800*
016900 FD  ALERT-QUEUE-FILE
017000     RECORDING MODE IS F.
017100     COPY CSOPS01Y.
017200*
017300 FD  JOB-LOG-FILE.
017400     COPY CVJOB01Y.
017500*
017600 WORKING-STORAGE SECTION.
017700 01  WS-DUPCUST-STATUS                PIC XX.
017800     88 WS-DUPCUST-OK                 VALUE '00'.
017900 01  WS-CUSTOMER-STATUS               PIC XX.
018000     88 WS-CUSTOMER-OK                VALUE '00'.
018100 01  WS-XREF-STATUS                   PIC XX.
018200     88 WS-XREF-OK                    VALUE '00'.
018300 01  WS-CARDXREF-STATUS               PIC XX.
018400     88 WS-CARDXREF-OK                VALUE '00'.
018500 01  WS-FUNDACCT-STATUS               PIC XX.
018600     88 WS-FUNDACCT-OK                VALUE '00'.
018700 01  WS-CONTPREF-STATUS               PIC XX.
018800     88 WS-CONTPREF-OK                VALUE '00'.
018900 01  WS-CORRHIST-STATUS               PIC XX.
019000     88 WS-CORRHIST-OK                VALUE '00'.
019100 01  WS-FICOHIST-STATUS               PIC XX.
019200     88 WS-FICOHIST-OK                VALUE '00'.
019300 01  WS-NOTE-STATUS                   PIC XX.
019400 01  WS-CUSTAUD-STATUS                PIC XX.
019500     88 WS-CUSTAUD-OK                 VALUE '00'.
019600 01  WS-AUDIT-STATUS                  PIC XX.
019700     88 WS-AUDIT-OK                   VALUE '00'.
019800 01  WS-REPORT-STATUS                 PIC XX.
019900 01  WS-ALERT-STATUS                  PIC XX.
020000 01  WS-JOBLOG-STATUS                 PIC XX.
020100     88 WS-JOBLOG-OK                  VALUE '00'.
020200 01  WS-FATAL-SW                      PIC X(01) VALUE 'N'.
020300     88 WS-FATAL-ERROR                VALUE 'Y'.
020400 01  WS-DUP-EOF-SW                    PIC X(01) VALUE 'N'.
020500     88 WS-END-OF-PAIRS               VALUE 'Y'.
020600 01  WS-XREF-EOF-SW                   PIC X(01) VALUE 'N'.
020700     88 WS-END-OF-XREF                VALUE 'Y'.
020800 01  WS-CXR-EOF-SW                    PIC X(01) VALUE 'N'.
020900     88 WS-END-OF-CARD-XREF           VALUE 'Y'.
021000 01  WS-MOVE-DONE-SW                  PIC X(01) VALUE 'N'.
021100     88 WS-MOVE-DONE                  VALUE 'Y'.
021200 01  WS-FOUND-SW                      PIC X(01) VALUE 'N'.
021300     88 WS-LOSER-FOUND                VALUE 'Y'.
021400 01  WS-XREF-CHANGED-SW               PIC X(01) VALUE 'N'.
021500     88 WS-XREF-CHANGED               VALUE 'Y'.
021600*
021700 01  WS-PAIRS-READ                    PIC 9(07) VALUE ZERO.
021800 01  WS-MERGED-COUNT                  PIC 9(07) VALUE ZERO.
021900 01  WS-RETURNED-COUNT                PIC 9(07) VALUE ZERO.
022000 01  WS-DEFERRED-COUNT                PIC 9(07) VALUE ZERO.
022100 01  WS-XREF-MOVED-COUNT              PIC 9(07) VALUE ZERO.
022200 01  WS-CXR-MOVED-COUNT               PIC 9(07) VALUE ZERO.
022300 01  WS-COUNT-EDIT                    PIC Z(06)9.
022400 01  WS-CURRENT-TIMESTAMP             PIC X(26).
022500 01  WS-AUDIT-SEQ                     PIC 9(02) VALUE ZERO.
022600 01  WS-RETURN-REASON                 PIC X(40).
022700 01  WS-ABEND-REASON-TEXT             PIC X(50).
022800*
022900******************************************************************
023000* THE SURVIVOR'S OWN FUNDING ACCOUNTS, SO A LOSER ROW FOR THE
023100* SAME EFT ACCOUNT IS DROPPED RATHER THAN DOUBLED.
023200******************************************************************
023300 01  WS-FND-HOLD-RECORD               PIC X(57).
023400 01  WS-SURV-FND.
023500     05 WS-SF-USED                    PIC 9(02) COMP VALUE ZERO.
023600     05 WS-SF-SUB                     PIC 9(02) COMP VALUE ZERO.
023700     05 WS-SF-HIGH-SEQ                PIC 9(02) VALUE ZERO.
023800     05 WS-SF-DEFAULT-SW              PIC X(01) VALUE 'N'.
023900        88 WS-SF-HAS-DEFAULT          VALUE 'Y'.
024000     05 WS-SF-DUP-SW                  PIC X(01) VALUE 'N'.
024100        88 WS-SF-DUPLICATE            VALUE 'Y'.
024200     05 WS-SF-EFT-ID OCCURS 99 TIMES  PIC X(10).
024300*
024400******************************************************************
024500* SURVIVOR'S AND LOSER'S CONTACT PREFERENCES, BOTH HELD SO THE
024600* MORE RESTRICTIVE CHOICE CAN BE KEPT FIELD BY FIELD.
024700******************************************************************
024800 01  WS-LOSER-CPR                     PIC X(67).
024900 01  WS-LOSER-CPR-R REDEFINES WS-LOSER-CPR.
025000     05 FILLER                        PIC 9(09).
025100     05 WS-LC-DO-NOT-CONTACT          PIC X(01).
025200     05 WS-LC-DNC-REASON              PIC X(25).
025300     05 WS-LC-PHONE1-OPTOUT           PIC X(01).
025400     05 WS-LC-PHONE2-OPTOUT           PIC X(01).
025500     05 WS-LC-EMAIL-OPTOUT            PIC X(01).
025600     05 WS-LC-LETTER-OPTOUT           PIC X(01).
025700     05 FILLER                        PIC X(28).
025800 01  WS-HIST-HOLD                     PIC X(80) VALUE SPACES.
025900*
026000******************************************************************
026100* THE NIGHT'S APPROVED PAIRS. A PAIR IS TAKEN ('V') WHEN BOTH
026200* CUSTOMERS ARE LIVE AND NEITHER APPEARS IN AN EARLIER PAIR;
026300* ANY OTHER PAIR WAITS FOR THE NEXT RUN AND IS NOT HELD HERE.
026400******************************************************************
026500 01  WS-PAIR-TABLE.
026600     05 WS-PT-MAX                     PIC 9(04) COMP VALUE 500.
026700     05 WS-PT-USED                    PIC 9(04) COMP VALUE ZERO.
026800     05 WS-PT-SUB                     PIC 9(04) COMP VALUE ZERO.
026900     05 WS-PT-CHK                     PIC 9(04) COMP VALUE ZERO.
027000     05 WS-PT-ENTRY OCCURS 500 TIMES.
027100        10 WS-PT-LOW-ID               PIC 9(09).
027200        10 WS-PT-HIGH-ID              PIC 9(09).
027300        10 WS-PT-SURVIVOR-ID          PIC 9(09).
027400        10 WS-PT-LOSER-ID             PIC 9(09).
027500        10 WS-PT-STATE                PIC X(01).
027600           88 WS-PT-VALID             VALUE 'V'.
027700        10 WS-PT-ACCTS                PIC 9(05) COMP.
027800        10 WS-PT-CARDS                PIC 9(05) COMP.
027900        10 WS-PT-FUNDING              PIC 9(05) COMP.
028000        10 WS-PT-CORR                 PIC 9(05) COMP.
028100        10 WS-PT-FICO                 PIC 9(05) COMP.
028200        10 WS-PT-LEFT                 PIC 9(05) COMP.
028300 01  WS-LOOKUP-ID                     PIC 9(09).
028400 01  WS-CNT-EDIT-1                    PIC ZZZZ9.
028500 01  WS-CNT-EDIT-2                    PIC ZZZZ9.
028600 01  WS-CNT-EDIT-3                    PIC ZZZZ9.
028700 01  WS-CNT-EDIT-4                    PIC ZZZZ9.
028800 01  WS-CNT-EDIT-5                    PIC ZZZZ9.
028900 01  WS-CNT-EDIT-6                    PIC ZZZZ9.
029000*
029100******************************************************************
029200* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
029300******************************************************************
029400 COPY CSMSG02Y.
029500*
029600 COPY CSDAT01Y.
029700*
029800 LINKAGE SECTION.
029900*
030000******************************************************************
030100 PROCEDURE DIVISION.
030200******************************************************************
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
030500     IF NOT WS-FATAL-ERROR
030600         PERFORM 2000-LOAD-APPROVED-PAIR
030700             THRU 2000-LOAD-APPROVED-PAIR-EXIT
030800             UNTIL WS-END-OF-PAIRS
030900     END-IF
031000     IF WS-MERGED-COUNT > ZERO
031100         PERFORM 3000-REPOINT-XREF THRU 3000-REPOINT-XREF-EXIT
031200             UNTIL WS-END-OF-XREF
031300         PERFORM 3500-REPOINT-CARD-XREF
031400             THRU 3500-REPOINT-CARD-XREF-EXIT
031500             UNTIL WS-END-OF-CARD-XREF
031600         PERFORM 4000-MERGE-PAIR THRU 4000-MERGE-PAIR-EXIT
031700             VARYING WS-PT-SUB FROM 1 BY 1
031800             UNTIL WS-PT-SUB > WS-PT-USED
031900     END-IF
032000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
032100     GOBACK.
032200*
032300 1000-INITIALIZE.
032400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
032500     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
032600     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
032700     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
032800     OPEN I-O DUP-PAIR-FILE
032900     OPEN I-O CUSTOMER-FILE
033000     OPEN I-O XREF-FILE
033100     OPEN I-O CARD-XREF-FILE
033200     OPEN I-O FUNDING-FILE
033300     OPEN I-O CONTACT-PREF-FILE
033400     OPEN I-O CORR-HIST-FILE
033500     OPEN I-O FICO-HIST-FILE
033600     OPEN I-O NOTE-FILE
033700     OPEN I-O CUST-AUDIT-FILE
033800     OPEN I-O AUDIT-FILE
033900     OPEN OUTPUT DUP-REPORT-FILE
034000     IF NOT WS-DUPCUST-OK OR NOT WS-CUSTOMER-OK
034100         DISPLAY 'CBDUP02C - ERROR OPENING DUPCUST OR CUSTDAT'
034200         MOVE 'DUPCUST/CUSTDAT OPEN ERROR' TO WS-ABEND-REASON-TEXT
034300         GO TO 1000-INITIALIZE-FATAL
034400     END-IF
034500     IF NOT WS-XREF-OK OR NOT WS-CARDXREF-OK
034600        OR NOT WS-FUNDACCT-OK OR NOT WS-CONTPREF-OK
034700        OR NOT WS-CORRHIST-OK OR NOT WS-FICOHIST-OK
034800         DISPLAY 'CBDUP02C - ERROR OPENING A LINKED FILE'
034900         MOVE 'LINKED FILE OPEN ERROR - NO MERGE DONE'
035000                                 TO WS-ABEND-REASON-TEXT
035100         GO TO 1000-INITIALIZE-FATAL
035200     END-IF
035300     IF NOT WS-CUSTAUD-OK OR NOT WS-AUDIT-OK
035400         DISPLAY 'CBDUP02C - ERROR OPENING CUSTAUD OR ACCTAUD'
035500         MOVE 'AUDIT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
035600         GO TO 1000-INITIALIZE-FATAL
035700     END-IF
035800     MOVE SPACES                 TO DUP-REPORT-LINE
035900     STRING 'CBDUP02C - DUPLICATE CUSTOMER MERGES  '
036000                                 DELIMITED BY SIZE
036100            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
036200       INTO DUP-REPORT-LINE
036300     END-STRING
036400     WRITE DUP-REPORT-LINE
036500     MOVE SPACES                 TO DUP-REPORT-LINE
036600     WRITE DUP-REPORT-LINE
036700     MOVE LOW-VALUES             TO DUP-KEY
036800     START DUP-PAIR-FILE KEY NOT LESS THAN DUP-KEY
036900         INVALID KEY
037000             MOVE 'Y'            TO WS-DUP-EOF-SW
037100     END-START
037200     MOVE LOW-VALUES             TO XRF-ACCT-ID
037300     START XREF-FILE KEY NOT LESS THAN XRF-ACCT-ID
037400         INVALID KEY
037500             MOVE 'Y'            TO WS-XREF-EOF-SW
037600     END-START
037700     MOVE LOW-VALUES             TO CXR-CARD-NUM
037800     START CARD-XREF-FILE KEY NOT LESS THAN CXR-CARD-NUM
037900         INVALID KEY
038000             MOVE 'Y'            TO WS-CXR-EOF-SW
038100     END-START
038200     GO TO 1000-INITIALIZE-EXIT.
038300 1000-INITIALIZE-FATAL.
038400     MOVE 'Y'                    TO WS-FATAL-SW
038500     MOVE 'Y'                    TO WS-DUP-EOF-SW
038600     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
038700 1000-INITIALIZE-EXIT.
038800     EXIT.
038900*
039000******************************************************************
039100* ONE DUPCUST ROW. ONLY APPROVED PAIRS ARE TAKEN. BOTH CUSTOMERS
039200* MUST STILL BE ON FILE AND LIVE, OR THE PAIR GOES BACK TO THE
039300* SUPERVISOR. A PAIR TOUCHING A CUSTOMER ALREADY IN TONIGHT'S
039400* TABLE IS DEFERRED AND STAYS APPROVED FOR THE NEXT RUN.
039500******************************************************************
039600 2000-LOAD-APPROVED-PAIR.
039700     READ DUP-PAIR-FILE NEXT RECORD
039800         AT END
039900             MOVE 'Y'            TO WS-DUP-EOF-SW
040000             GO TO 2000-LOAD-APPROVED-PAIR-EXIT
040100     END-READ
040200     ADD 1                       TO WS-PAIRS-READ
040300     IF NOT DUP-APPROVED
040400         GO TO 2000-LOAD-APPROVED-PAIR-EXIT
040500     END-IF
040600     IF DUP-SURVIVOR-ID NOT = DUP-CUST-ID-LOW
040700        AND DUP-SURVIVOR-ID NOT = DUP-CUST-ID-HIGH
040800         MOVE 'SURVIVOR IS NOT ONE OF THE PAIR'
040900                                 TO WS-RETURN-REASON
041000         PERFORM 2200-RETURN-PAIR THRU 2200-RETURN-PAIR-EXIT
041100         GO TO 2000-LOAD-APPROVED-PAIR-EXIT
041200     END-IF
041300     MOVE DUP-CUST-ID-LOW        TO CUST-ID
041400     PERFORM 2100-CHECK-LIVE THRU 2100-CHECK-LIVE-EXIT
041500     IF WS-RETURN-REASON = SPACES
041600         MOVE DUP-CUST-ID-HIGH   TO CUST-ID
041700         PERFORM 2100-CHECK-LIVE THRU 2100-CHECK-LIVE-EXIT
041800     END-IF
041900     IF WS-RETURN-REASON NOT = SPACES
042000         PERFORM 2200-RETURN-PAIR THRU 2200-RETURN-PAIR-EXIT
042100         GO TO 2000-LOAD-APPROVED-PAIR-EXIT
042200     END-IF
042300     MOVE 'N'                    TO WS-FOUND-SW
042400     PERFORM 2300-CHECK-OVERLAP THRU 2300-CHECK-OVERLAP-EXIT
042500         VARYING WS-PT-CHK FROM 1 BY 1
042600         UNTIL WS-PT-CHK > WS-PT-USED
042700            OR WS-LOSER-FOUND
042800     IF WS-LOSER-FOUND OR WS-PT-USED NOT < WS-PT-MAX
042900         ADD 1                   TO WS-DEFERRED-COUNT
043000         MOVE SPACES             TO DUP-REPORT-LINE
043100         STRING 'DEFERRED  ' DELIMITED BY SIZE
043200                DUP-CUST-ID-LOW  DELIMITED BY SIZE
043300                ' / '            DELIMITED BY SIZE
043400                DUP-CUST-ID-HIGH DELIMITED BY SIZE
043500                '  SHARES A CUSTOMER - WAITS FOR NEXT RUN'
043600                                 DELIMITED BY SIZE
043700           INTO DUP-REPORT-LINE
043800         END-STRING
043900         WRITE DUP-REPORT-LINE
044000         GO TO 2000-LOAD-APPROVED-PAIR-EXIT
044100     END-IF
044200     ADD 1                       TO WS-PT-USED
044300     MOVE WS-PT-USED             TO WS-PT-SUB
044400     MOVE DUP-CUST-ID-LOW        TO WS-PT-LOW-ID (WS-PT-SUB)
044500     MOVE DUP-CUST-ID-HIGH       TO WS-PT-HIGH-ID (WS-PT-SUB)
044600     MOVE DUP-SURVIVOR-ID        TO WS-PT-SURVIVOR-ID (WS-PT-SUB)
044700     IF DUP-SURVIVOR-ID = DUP-CUST-ID-LOW
044800         MOVE DUP-CUST-ID-HIGH   TO WS-PT-LOSER-ID (WS-PT-SUB)
044900     ELSE
045000         MOVE DUP-CUST-ID-LOW    TO WS-PT-LOSER-ID (WS-PT-SUB)
045100     END-IF
045200     SET WS-PT-VALID (WS-PT-SUB) TO TRUE
045300     MOVE ZERO                   TO WS-PT-ACCTS (WS-PT-SUB)
045400                                    WS-PT-CARDS (WS-PT-SUB)
045500                                    WS-PT-FUNDING (WS-PT-SUB)
045600                                    WS-PT-CORR (WS-PT-SUB)
045700                                    WS-PT-FICO (WS-PT-SUB)
045800                                    WS-PT-LEFT (WS-PT-SUB)
045900     ADD 1                       TO WS-MERGED-COUNT.
046000 2000-LOAD-APPROVED-PAIR-EXIT.
046100     EXIT.
046200*
046300 2100-CHECK-LIVE.
046400     MOVE SPACES                 TO WS-RETURN-REASON
046500     READ CUSTOMER-FILE
046600         INVALID KEY
046700             MOVE 'CUSTOMER NO LONGER ON FILE'
046800                                 TO WS-RETURN-REASON
046900             GO TO 2100-CHECK-LIVE-EXIT
047000     END-READ
047100     IF CUST-MERGED
047200         MOVE 'CUSTOMER ALREADY MERGED - RE-CHECK PAIR'
047300                                 TO WS-RETURN-REASON
047400     END-IF.
047500 2100-CHECK-LIVE-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900* BACK TO PENDING WITH THE REASON IN THE NOTE, FOR THE SUPERVISOR
048000* TO DECIDE AGAIN ON CODUP00C.
048100******************************************************************
048200 2200-RETURN-PAIR.
048300     ADD 1                       TO WS-RETURNED-COUNT
048400     SET DUP-PENDING             TO TRUE
048500     MOVE WS-RETURN-REASON       TO DUP-NOTE
048600     REWRITE DUPLICATE-PAIR-RECORD
048700     MOVE SPACES                 TO DUP-REPORT-LINE
048800     STRING 'RETURNED  ' DELIMITED BY SIZE
048900            DUP-CUST-ID-LOW      DELIMITED BY SIZE
049000            ' / '                DELIMITED BY SIZE
049100            DUP-CUST-ID-HIGH     DELIMITED BY SIZE
049200            '  '                 DELIMITED BY SIZE
049300            WS-RETURN-REASON     DELIMITED BY SIZE
049400       INTO DUP-REPORT-LINE
049500     END-STRING
049600     WRITE DUP-REPORT-LINE.
049700 2200-RETURN-PAIR-EXIT.
049800     EXIT.
049900*
050000 2300-CHECK-OVERLAP.
050100     IF WS-PT-LOW-ID (WS-PT-CHK) = DUP-CUST-ID-LOW
050200        OR WS-PT-LOW-ID (WS-PT-CHK) = DUP-CUST-ID-HIGH
050300        OR WS-PT-HIGH-ID (WS-PT-CHK) = DUP-CUST-ID-LOW
050400        OR WS-PT-HIGH-ID (WS-PT-CHK) = DUP-CUST-ID-HIGH
050500         MOVE 'Y'                TO WS-FOUND-SW
050600     END-IF.
050700 2300-CHECK-OVERLAP-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100* FIND WS-LOOKUP-ID AMONG TONIGHT'S LOSERS. ON A HIT WS-PT-CHK
051200* NAMES THE PAIR.
051300******************************************************************
051400 2400-FIND-LOSER.
051500     MOVE 'N'                    TO WS-FOUND-SW
051600     PERFORM 2410-MATCH-LOSER THRU 2410-MATCH-LOSER-EXIT
051700         VARYING WS-PT-CHK FROM 1 BY 1
051800         UNTIL WS-PT-CHK > WS-PT-USED
051900            OR WS-LOSER-FOUND
052000     IF WS-LOSER-FOUND
052100         SUBTRACT 1              FROM WS-PT-CHK
052200     END-IF.
052300 2400-FIND-LOSER-EXIT.
052400     EXIT.
052500*
052600 2410-MATCH-LOSER.
052700     IF WS-PT-LOSER-ID (WS-PT-CHK) = WS-LOOKUP-ID
052800         MOVE 'Y'                TO WS-FOUND-SW
052900     END-IF.
053000 2410-MATCH-LOSER-EXIT.
053100     EXIT.
053200*
053300******************************************************************
053400* ONE PASS OF ACCTXREF: A ROW NAMING A LOSER, AS PRIMARY OR JOINT
053500* HOLDER, IS RE-POINTED AT THE SURVIVOR. IF THE TWO HOLDERS OF
053600* AN ACCOUNT PROVE TO BE THE SAME PERSON THE JOINT SLOT EMPTIES.
053700******************************************************************
053800 3000-REPOINT-XREF.
053900     READ XREF-FILE NEXT RECORD
054000         AT END
054100             MOVE 'Y'            TO WS-XREF-EOF-SW
054200             GO TO 3000-REPOINT-XREF-EXIT
054300     END-READ
054400     MOVE 'N'                    TO WS-XREF-CHANGED-SW
054500     MOVE XRF-CUST-ID            TO WS-LOOKUP-ID
054600     PERFORM 2400-FIND-LOSER THRU 2400-FIND-LOSER-EXIT
054700     IF WS-LOSER-FOUND
054800         MOVE 'XREFCUST'         TO AUD-FIELD-NAME
054900         MOVE XRF-CUST-ID        TO AUD-OLD-VALUE
055000         MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO XRF-CUST-ID
055100         MOVE XRF-CUST-ID        TO AUD-NEW-VALUE
055200         PERFORM 3100-AUDIT-ACCOUNT THRU 3100-AUDIT-ACCOUNT-EXIT
055300     END-IF
055400     IF XRF-JOINT-CUST-ID NOT = ZERO
055500         MOVE XRF-JOINT-CUST-ID  TO WS-LOOKUP-ID
055600         PERFORM 2400-FIND-LOSER THRU 2400-FIND-LOSER-EXIT
055700         IF WS-LOSER-FOUND
055800             MOVE 'XREFJNT'      TO AUD-FIELD-NAME
055900             MOVE XRF-JOINT-CUST-ID TO AUD-OLD-VALUE
056000             MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK)
056100                                 TO XRF-JOINT-CUST-ID
056200             IF XRF-JOINT-CUST-ID = XRF-CUST-ID
056300                 MOVE ZERO       TO XRF-JOINT-CUST-ID
056400             END-IF
056500             MOVE XRF-JOINT-CUST-ID TO AUD-NEW-VALUE
056600             PERFORM 3100-AUDIT-ACCOUNT
056700                 THRU 3100-AUDIT-ACCOUNT-EXIT
056800         END-IF
056900     END-IF
057000     IF WS-XREF-CHANGED
057100         REWRITE ACCT-CUST-XREF-RECORD
057200         IF NOT WS-XREF-OK
057300             DISPLAY 'CBDUP02C - ACCTXREF REWRITE FAILED ACCT '
057400                     XRF-ACCT-ID ' STATUS ' WS-XREF-STATUS
057500             GO TO 3000-REPOINT-XREF-EXIT
057600         END-IF
057700         ADD 1                   TO WS-XREF-MOVED-COUNT
057800     END-IF.
057900 3000-REPOINT-XREF-EXIT.
058000     EXIT.
058100*
058200******************************************************************
058300* AUDIT ONE RE-POINTED HOLDER AND LEAVE A NOTE ON THE ACCOUNT. THE
058400* CALLER SETS THE FIELD NAME AND VALUES.
058500******************************************************************
058600 3100-AUDIT-ACCOUNT.
058700     MOVE 'Y'                    TO WS-XREF-CHANGED-SW
058800     ADD 1                       TO WS-PT-ACCTS (WS-PT-CHK)
058900     ADD 1                       TO WS-AUDIT-SEQ
059000     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
059100     MOVE WS-AUDIT-SEQ           TO WS-CURRENT-TIMESTAMP (22:2)
059200     MOVE XRF-ACCT-ID            TO AUD-ACCT-ID
059300     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
059400     MOVE 'CBDUP02C'             TO AUD-USER-ID
059500     WRITE ACCT-AUDIT-RECORD
059600         INVALID KEY
059700             DISPLAY 'CBDUP02C - ACCTAUD WRITE FAILED ACCT '
059800                     XRF-ACCT-ID
059900     END-WRITE
060000     MOVE XRF-ACCT-ID            TO NOT-ACCT-ID
060100     MOVE WS-CURRENT-TIMESTAMP   TO NOT-ENTERED-TS
060200     MOVE 'CBDUP02C'             TO NOT-USER-ID
060300     MOVE SPACES                 TO NOT-TEXT
060400     STRING 'DUPLICATE CUSTOMER ' DELIMITED BY SIZE
060500            WS-PT-LOSER-ID (WS-PT-CHK) DELIMITED BY SIZE
060600            ' MERGED INTO '      DELIMITED BY SIZE
060700            WS-PT-SURVIVOR-ID (WS-PT-CHK) DELIMITED BY SIZE
060800       INTO NOT-TEXT
060900     END-STRING
061000     WRITE COLLECTION-NOTE-RECORD
061100         INVALID KEY
061200             CONTINUE
061300     END-WRITE.
061400 3100-AUDIT-ACCOUNT-EXIT.
061500     EXIT.
061600*
061700******************************************************************
061800* ONE PASS OF CARDXREF: A CARD LINKED TO A LOSER IS LINKED TO THE
061900* SURVIVOR, STAMPED AS SET BY THIS JOB.
062000******************************************************************
062100 3500-REPOINT-CARD-XREF.
062200     READ CARD-XREF-FILE NEXT RECORD
062300         AT END
062400             MOVE 'Y'            TO WS-CXR-EOF-SW
062500             GO TO 3500-REPOINT-CARD-XREF-EXIT
062600     END-READ
062700     MOVE CXR-CUST-ID            TO WS-LOOKUP-ID
062800     PERFORM 2400-FIND-LOSER THRU 2400-FIND-LOSER-EXIT
062900     IF NOT WS-LOSER-FOUND
063000         GO TO 3500-REPOINT-CARD-XREF-EXIT
063100     END-IF
063200     MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO CXR-CUST-ID
063300     MOVE 'CBDUP02C'             TO CXR-SET-BY
063400     MOVE FUNCTION CURRENT-DATE  TO CXR-SET-TIMESTAMP
063500     REWRITE CARD-CUST-XREF-RECORD
063600     IF NOT WS-CARDXREF-OK
063700         DISPLAY 'CBDUP02C - CARDXREF REWRITE FAILED CARD '
063800                 CXR-CARD-NUM ' STATUS ' WS-CARDXREF-STATUS
063900         GO TO 3500-REPOINT-CARD-XREF-EXIT
064000     END-IF
064100     ADD 1                       TO WS-PT-CARDS (WS-PT-CHK)
064200     ADD 1                       TO WS-CXR-MOVED-COUNT.
064300 3500-REPOINT-CARD-XREF-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700* THE CUSTOMER-KEYED FILES FOR ONE PAIR, THEN RETIRE THE LOSER.
064800******************************************************************
064900 4000-MERGE-PAIR.
065000     IF NOT WS-PT-VALID (WS-PT-SUB)
065100         GO TO 4000-MERGE-PAIR-EXIT
065200     END-IF
065300     MOVE WS-PT-SUB              TO WS-PT-CHK
065400     MOVE ZERO                   TO WS-AUDIT-SEQ
065500     PERFORM 4100-MOVE-FUNDING THRU 4100-MOVE-FUNDING-EXIT
065600     PERFORM 4300-MERGE-CONTACT-PREF
065700         THRU 4300-MERGE-CONTACT-PREF-EXIT
065800     MOVE 'N'                    TO WS-MOVE-DONE-SW
065900     PERFORM 4400-MOVE-CORR-HIST THRU 4400-MOVE-CORR-HIST-EXIT
066000         UNTIL WS-MOVE-DONE
066100     MOVE 'N'                    TO WS-MOVE-DONE-SW
066200     PERFORM 4500-MOVE-FICO-HIST THRU 4500-MOVE-FICO-HIST-EXIT
066300         UNTIL WS-MOVE-DONE
066400     PERFORM 4600-RETIRE-LOSER THRU 4600-RETIRE-LOSER-EXIT
066500     PERFORM 4700-CLOSE-PAIR THRU 4700-CLOSE-PAIR-EXIT.
066600 4000-MERGE-PAIR-EXIT.
066700     EXIT.
066800*
066900******************************************************************
067000* FUNDING ACCOUNTS. THE SURVIVOR'S ROWS ARE LISTED FIRST FOR THE
067100* HIGHEST SEQUENCE, ITS EFT ACCOUNTS AND WHETHER IT HAS A DEFAULT;
067200* THEN EACH LOSER ROW IS WRITTEN UNDER THE SURVIVOR AT THE NEXT
067300* SEQUENCE AND DELETED. THE FILE IS RE-POSITIONED AFTER EVERY
067400* DELETE.
067500******************************************************************
067600 4100-MOVE-FUNDING.
067700     MOVE ZERO                   TO WS-SF-USED WS-SF-HIGH-SEQ
067800     MOVE 'N'                    TO WS-SF-DEFAULT-SW
067900     MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO FND-CUST-ID
068000     MOVE ZERO                   TO FND-SEQ
068100     MOVE 'N'                    TO WS-MOVE-DONE-SW
068200     START FUNDING-FILE KEY NOT LESS THAN FND-KEY
068300         INVALID KEY
068400             MOVE 'Y'            TO WS-MOVE-DONE-SW
068500     END-START
068600     PERFORM 4110-LIST-SURVIVOR-FUNDING
068700         THRU 4110-LIST-SURVIVOR-FUNDING-EXIT
068800         UNTIL WS-MOVE-DONE
068900     MOVE 'N'                    TO WS-MOVE-DONE-SW
069000     PERFORM 4120-MOVE-LOSER-FUNDING
069100         THRU 4120-MOVE-LOSER-FUNDING-EXIT
069200         UNTIL WS-MOVE-DONE.
069300 4100-MOVE-FUNDING-EXIT.
069400     EXIT.
069500*
069600 4110-LIST-SURVIVOR-FUNDING.
069700     READ FUNDING-FILE NEXT RECORD
069800         AT END
069900             MOVE 'Y'            TO WS-MOVE-DONE-SW
070000             GO TO 4110-LIST-SURVIVOR-FUNDING-EXIT
070100     END-READ
070200     IF FND-CUST-ID NOT = WS-PT-SURVIVOR-ID (WS-PT-CHK)
070300         MOVE 'Y'                TO WS-MOVE-DONE-SW
070400         GO TO 4110-LIST-SURVIVOR-FUNDING-EXIT
070500     END-IF
070600     MOVE FND-SEQ                TO WS-SF-HIGH-SEQ
070700     IF FND-IS-DEFAULT AND NOT FND-CANCELLED
070800         MOVE 'Y'                TO WS-SF-DEFAULT-SW
070900     END-IF
071000     IF WS-SF-USED < 99
071100         ADD 1                   TO WS-SF-USED
071200         MOVE FND-EFT-ACCOUNT-ID TO WS-SF-EFT-ID (WS-SF-USED)
071300     END-IF.
071400 4110-LIST-SURVIVOR-FUNDING-EXIT.
071500     EXIT.
071600*
071700 4120-MOVE-LOSER-FUNDING.
071800     MOVE WS-PT-LOSER-ID (WS-PT-CHK) TO FND-CUST-ID
071900     MOVE ZERO                   TO FND-SEQ
072000     START FUNDING-FILE KEY NOT LESS THAN FND-KEY
072100         INVALID KEY
072200             MOVE 'Y'            TO WS-MOVE-DONE-SW
072300             GO TO 4120-MOVE-LOSER-FUNDING-EXIT
072400     END-START
072500     READ FUNDING-FILE NEXT RECORD
072600         AT END
072700             MOVE 'Y'            TO WS-MOVE-DONE-SW
072800             GO TO 4120-MOVE-LOSER-FUNDING-EXIT
072900     END-READ
073000     IF FND-CUST-ID NOT = WS-PT-LOSER-ID (WS-PT-CHK)
073100         MOVE 'Y'                TO WS-MOVE-DONE-SW
073200         GO TO 4120-MOVE-LOSER-FUNDING-EXIT
073300     END-IF
073400     MOVE FUNDING-ACCOUNT-RECORD TO WS-FND-HOLD-RECORD
073500     DELETE FUNDING-FILE RECORD
073600     IF NOT WS-FUNDACCT-OK
073700         DISPLAY 'CBDUP02C - FUNDACCT DELETE FAILED CUST '
073800                 FND-CUST-ID ' STATUS ' WS-FUNDACCT-STATUS
073900         ADD 1                   TO WS-PT-LEFT (WS-PT-CHK)
074000         MOVE 'Y'                TO WS-MOVE-DONE-SW
074100         GO TO 4120-MOVE-LOSER-FUNDING-EXIT
074200     END-IF
074300     MOVE WS-FND-HOLD-RECORD     TO FUNDING-ACCOUNT-RECORD
074400     MOVE 'N'                    TO WS-SF-DUP-SW
074500     PERFORM 4130-MATCH-SURVIVOR-EFT
074600         THRU 4130-MATCH-SURVIVOR-EFT-EXIT
074700         VARYING WS-SF-SUB FROM 1 BY 1
074800         UNTIL WS-SF-SUB > WS-SF-USED
074900            OR WS-SF-DUPLICATE
075000     IF WS-SF-DUPLICATE OR WS-SF-HIGH-SEQ = 99
075100         GO TO 4120-MOVE-LOSER-FUNDING-EXIT
075200     END-IF
075300     ADD 1                       TO WS-SF-HIGH-SEQ
075400     MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO FND-CUST-ID
075500     MOVE WS-SF-HIGH-SEQ         TO FND-SEQ
075600     IF FND-IS-DEFAULT
075700         IF WS-SF-HAS-DEFAULT OR FND-CANCELLED
075800             MOVE 'N'            TO FND-DEFAULT-IND
075900         ELSE
076000             MOVE 'Y'            TO WS-SF-DEFAULT-SW
076100         END-IF
076200     END-IF
076300     MOVE 'CBDUP02C'             TO FND-SET-BY
076400     MOVE FUNCTION CURRENT-DATE  TO FND-SET-TIMESTAMP
076500     WRITE FUNDING-ACCOUNT-RECORD
076600         INVALID KEY
076700             DISPLAY 'CBDUP02C - FUNDACCT WRITE FAILED CUST '
076800                     FND-CUST-ID
076900             GO TO 4120-MOVE-LOSER-FUNDING-EXIT
077000     END-WRITE
077100     IF WS-SF-USED < 99
077200         ADD 1                   TO WS-SF-USED
077300         MOVE FND-EFT-ACCOUNT-ID TO WS-SF-EFT-ID (WS-SF-USED)
077400     END-IF
077500     ADD 1                       TO WS-PT-FUNDING (WS-PT-CHK).
077600 4120-MOVE-LOSER-FUNDING-EXIT.
077700     EXIT.
077800*
077900 4130-MATCH-SURVIVOR-EFT.
078000     IF WS-SF-EFT-ID (WS-SF-SUB) = FND-EFT-ACCOUNT-ID
078100         MOVE 'Y'                TO WS-SF-DUP-SW
078200     END-IF.
078300 4130-MATCH-SURVIVOR-EFT-EXIT.
078400     EXIT.
078500*
078600******************************************************************
078700* CONTACT PREFERENCES. THE LOSER'S ROW MOVES ACROSS IF THE
078800* SURVIVOR HAS NONE; OTHERWISE EACH OPT-OUT EITHER PERSON MADE
078900* STANDS, AS DOES A DO-NOT-CONTACT (WITH ITS REASON). THE
079000* SURVIVOR'S CALLING WINDOW IS KEPT.
079100******************************************************************
079200 4300-MERGE-CONTACT-PREF.
079300     MOVE WS-PT-LOSER-ID (WS-PT-CHK) TO CPR-CUST-ID
079400     READ CONTACT-PREF-FILE
079500         INVALID KEY
079600             GO TO 4300-MERGE-CONTACT-PREF-EXIT
079700     END-READ
079800     MOVE CONTACT-PREF-RECORD    TO WS-LOSER-CPR
079900     DELETE CONTACT-PREF-FILE RECORD
080000     MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO CPR-CUST-ID
080100     READ CONTACT-PREF-FILE
080200         INVALID KEY
080300             MOVE WS-LOSER-CPR   TO CONTACT-PREF-RECORD
080400             MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO CPR-CUST-ID
080500             MOVE 'CBDUP02C'     TO CPR-SET-BY
080600             MOVE FUNCTION CURRENT-DATE TO CPR-SET-TIMESTAMP
080700             WRITE CONTACT-PREF-RECORD
080800             GO TO 4300-MERGE-CONTACT-PREF-EXIT
080900     END-READ
081000     IF WS-LC-DO-NOT-CONTACT = 'Y' AND NOT CPR-DNC
081100         MOVE 'Y'                TO CPR-DO-NOT-CONTACT
081200         MOVE WS-LC-DNC-REASON   TO CPR-DNC-REASON
081300     END-IF
081400     IF WS-LC-PHONE1-OPTOUT = 'Y'
081500         MOVE 'Y'                TO CPR-PHONE1-OPTOUT
081600     END-IF
081700     IF WS-LC-PHONE2-OPTOUT = 'Y'
081800         MOVE 'Y'                TO CPR-PHONE2-OPTOUT
081900     END-IF
082000     IF WS-LC-EMAIL-OPTOUT = 'Y'
082100         MOVE 'Y'                TO CPR-EMAIL-OPTOUT
082200     END-IF
082300     IF WS-LC-LETTER-OPTOUT = 'Y'
082400         MOVE 'Y'                TO CPR-LETTER-OPTOUT
082500     END-IF
082600     MOVE 'CBDUP02C'             TO CPR-SET-BY
082700     MOVE FUNCTION CURRENT-DATE  TO CPR-SET-TIMESTAMP
082800     REWRITE CONTACT-PREF-RECORD.
082900 4300-MERGE-CONTACT-PREF-EXIT.
083000     EXIT.
083100*
083200******************************************************************
083300* CORRESPONDENCE HISTORY, ONE ROW PER PASS: WRITE UNDER THE
083400* SURVIVOR, THEN DELETE THE LOSER'S ROW. A ROW THE SURVIVOR
083500* ALREADY HOLDS AT THE SAME TIMESTAMP STAYS WHERE IT IS, AND THE
083600* NEXT PASS STARTS JUST PAST IT.
083700******************************************************************
083800 4400-MOVE-CORR-HIST.
083900     IF WS-HIST-HOLD (1:9) NOT = WS-PT-LOSER-ID (WS-PT-CHK)
084000         MOVE WS-PT-LOSER-ID (WS-PT-CHK) TO COR-CUST-ID
084100         MOVE LOW-VALUES         TO COR-TS
084200     ELSE
084300         MOVE WS-HIST-HOLD (1:35) TO COR-KEY
084400     END-IF
084500     START CORR-HIST-FILE KEY GREATER THAN COR-KEY
084600         INVALID KEY
084700             GO TO 4400-MOVE-CORR-HIST-DONE
084800     END-START
084900     READ CORR-HIST-FILE NEXT RECORD
085000         AT END
085100             GO TO 4400-MOVE-CORR-HIST-DONE
085200     END-READ
085300     IF COR-CUST-ID NOT = WS-PT-LOSER-ID (WS-PT-CHK)
085400         GO TO 4400-MOVE-CORR-HIST-DONE
085500     END-IF
085600     MOVE COR-KEY                TO WS-HIST-HOLD (1:35)
085700     MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO COR-CUST-ID
085800     WRITE CORRESPONDENCE-RECORD
085900         INVALID KEY
086000             ADD 1               TO WS-PT-LEFT (WS-PT-CHK)
086100             GO TO 4400-MOVE-CORR-HIST-EXIT
086200     END-WRITE
086300     MOVE WS-HIST-HOLD (1:35)    TO COR-KEY
086400     DELETE CORR-HIST-FILE RECORD
086500     ADD 1                       TO WS-PT-CORR (WS-PT-CHK)
086600     GO TO 4400-MOVE-CORR-HIST-EXIT.
086700 4400-MOVE-CORR-HIST-DONE.
086800     MOVE 'Y'                    TO WS-MOVE-DONE-SW
086900     MOVE SPACES                 TO WS-HIST-HOLD.
087000 4400-MOVE-CORR-HIST-EXIT.
087100     EXIT.
087200*
087300******************************************************************
087400* BUREAU SCORE HISTORY, THE SAME WAY. A SCORE DATE THE SURVIVOR
087500* ALREADY HAS IS LEFT WITH THE RETIRED RECORD.
087600******************************************************************
087700 4500-MOVE-FICO-HIST.
087800     IF WS-HIST-HOLD (1:9) NOT = WS-PT-LOSER-ID (WS-PT-CHK)
087900         MOVE WS-PT-LOSER-ID (WS-PT-CHK) TO FICH-CUST-ID
088000         MOVE LOW-VALUES         TO FICH-SCORE-DATE
088100     ELSE
088200         MOVE WS-HIST-HOLD (1:19) TO FICH-KEY
088300     END-IF
088400     START FICO-HIST-FILE KEY GREATER THAN FICH-KEY
088500         INVALID KEY
088600             GO TO 4500-MOVE-FICO-HIST-DONE
088700     END-START
088800     READ FICO-HIST-FILE NEXT RECORD
088900         AT END
089000             GO TO 4500-MOVE-FICO-HIST-DONE
089100     END-READ
089200     IF FICH-CUST-ID NOT = WS-PT-LOSER-ID (WS-PT-CHK)
089300         GO TO 4500-MOVE-FICO-HIST-DONE
089400     END-IF
089500     MOVE FICH-KEY               TO WS-HIST-HOLD (1:19)
089600     MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO FICH-CUST-ID
089700     WRITE FICO-HISTORY-RECORD
089800         INVALID KEY
089900             ADD 1               TO WS-PT-LEFT (WS-PT-CHK)
090000             GO TO 4500-MOVE-FICO-HIST-EXIT
090100     END-WRITE
090200     MOVE WS-HIST-HOLD (1:19)    TO FICH-KEY
090300     DELETE FICO-HIST-FILE RECORD
090400     ADD 1                       TO WS-PT-FICO (WS-PT-CHK)
090500     GO TO 4500-MOVE-FICO-HIST-EXIT.
090600 4500-MOVE-FICO-HIST-DONE.
090700     MOVE 'Y'                    TO WS-MOVE-DONE-SW
090800     MOVE SPACES                 TO WS-HIST-HOLD.
090900 4500-MOVE-FICO-HIST-EXIT.
091000     EXIT.
091100*
091200******************************************************************
091300* RETIRE THE LOSER AND AUDIT BOTH SIDES OF THE MERGE ON CUSTAUD.
091400******************************************************************
091500 4600-RETIRE-LOSER.
091600     MOVE WS-PT-LOSER-ID (WS-PT-CHK) TO CUST-ID
091700     READ CUSTOMER-FILE
091800         INVALID KEY
091900             GO TO 4600-RETIRE-LOSER-EXIT
092000     END-READ
092100     SET CUST-MERGED             TO TRUE
092200     MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO CUST-MERGED-INTO-ID
092300     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-MERGED-DATE
092400     REWRITE CUSTOMER-RECORD
092500     IF NOT WS-CUSTOMER-OK
092600         DISPLAY 'CBDUP02C - CUSTDAT REWRITE FAILED CUST '
092700                 CUST-ID ' STATUS ' WS-CUSTOMER-STATUS
092800         GO TO 4600-RETIRE-LOSER-EXIT
092900     END-IF
093000     MOVE 'MERGEDTO'             TO CAUD-FIELD-NAME
093100     MOVE SPACES                 TO CAUD-OLD-VALUE
093200     MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO CAUD-NEW-VALUE
093300     PERFORM 7200-WRITE-CUST-AUDIT
093400         THRU 7200-WRITE-CUST-AUDIT-EXIT
093500     MOVE WS-PT-SURVIVOR-ID (WS-PT-CHK) TO CUST-ID
093600     MOVE 'MERGEDIN'             TO CAUD-FIELD-NAME
093700     MOVE SPACES                 TO CAUD-OLD-VALUE
093800     MOVE WS-PT-LOSER-ID (WS-PT-CHK) TO CAUD-NEW-VALUE
093900     PERFORM 7200-WRITE-CUST-AUDIT
094000         THRU 7200-WRITE-CUST-AUDIT-EXIT.
094100 4600-RETIRE-LOSER-EXIT.
094200     EXIT.
094300*
094400******************************************************************
094500* MARK THE PAIR MERGED AND REPORT WHAT MOVED.
094600******************************************************************
094700 4700-CLOSE-PAIR.
094800     MOVE WS-PT-LOW-ID (WS-PT-CHK)  TO DUP-CUST-ID-LOW
094900     MOVE WS-PT-HIGH-ID (WS-PT-CHK) TO DUP-CUST-ID-HIGH
095000     READ DUP-PAIR-FILE
095100         INVALID KEY
095200             GO TO 4700-CLOSE-PAIR-REPORT
095300     END-READ
095400     SET DUP-MERGED              TO TRUE
095500     MOVE FUNCTION CURRENT-DATE  TO DUP-MERGED-TS
095600     REWRITE DUPLICATE-PAIR-RECORD.
095700 4700-CLOSE-PAIR-REPORT.
095800     MOVE WS-PT-ACCTS (WS-PT-CHK)   TO WS-CNT-EDIT-1
095900     MOVE WS-PT-CARDS (WS-PT-CHK)   TO WS-CNT-EDIT-2
096000     MOVE WS-PT-FUNDING (WS-PT-CHK) TO WS-CNT-EDIT-3
096100     MOVE WS-PT-CORR (WS-PT-CHK)    TO WS-CNT-EDIT-4
096200     MOVE WS-PT-FICO (WS-PT-CHK)    TO WS-CNT-EDIT-5
096300     MOVE WS-PT-LEFT (WS-PT-CHK)    TO WS-CNT-EDIT-6
096400     MOVE SPACES                 TO DUP-REPORT-LINE
096500     STRING 'MERGED    '         DELIMITED BY SIZE
096600            WS-PT-LOSER-ID (WS-PT-CHK) DELIMITED BY SIZE
096700            ' INTO '             DELIMITED BY SIZE
096800            WS-PT-SURVIVOR-ID (WS-PT-CHK) DELIMITED BY SIZE
096900            ' XREF'              DELIMITED BY SIZE
097000            WS-CNT-EDIT-1        DELIMITED BY SIZE
097100            ' CARDS'             DELIMITED BY SIZE
097200            WS-CNT-EDIT-2        DELIMITED BY SIZE
097300            ' FUND'              DELIMITED BY SIZE
097400            WS-CNT-EDIT-3        DELIMITED BY SIZE
097500            ' CORR'              DELIMITED BY SIZE
097600            WS-CNT-EDIT-4        DELIMITED BY SIZE
097700            ' FICO'              DELIMITED BY SIZE
097800            WS-CNT-EDIT-5        DELIMITED BY SIZE
097900            ' LEFT'              DELIMITED BY SIZE
098000            WS-CNT-EDIT-6        DELIMITED BY SIZE
098100       INTO DUP-REPORT-LINE
098200     END-STRING
098300     WRITE DUP-REPORT-LINE.
098400 4700-CLOSE-PAIR-EXIT.
098500     EXIT.
098600*
098700******************************************************************
098800* ONE CUSTAUD ROW. THE CALLER SETS THE CUSTOMER, FIELD NAME AND
098900* VALUES; A SEQUENCE IN THE UNUSED TAIL OF THE TIMESTAMP KEEPS
099000* ROWS WRITTEN IN THE SAME CLOCK TICK UNIQUE.
099100******************************************************************
099200 7200-WRITE-CUST-AUDIT.
099300     ADD 1                       TO WS-AUDIT-SEQ
099400     MOVE CUST-ID                TO CAUD-CUST-ID
099500     MOVE FUNCTION CURRENT-DATE  TO CAUD-TIMESTAMP
099600     MOVE WS-AUDIT-SEQ           TO CAUD-TIMESTAMP (22:2)
099700     MOVE 'CBDUP02C'             TO CAUD-USER-ID
099800     WRITE CUST-AUDIT-RECORD
099900         INVALID KEY
100000             DISPLAY 'CBDUP02C - CUSTAUD WRITE FAILED CUST '
100100                     CUST-ID
100200     END-WRITE.
100300 7200-WRITE-CUST-AUDIT-EXIT.
100400     EXIT.
100500*
100600 9000-TERMINATE.
100700     MOVE SPACES                 TO DUP-REPORT-LINE
100800     WRITE DUP-REPORT-LINE
100900     MOVE WS-MERGED-COUNT        TO WS-COUNT-EDIT
101000     MOVE SPACES                 TO DUP-REPORT-LINE
101100     STRING 'PAIRS MERGED      ' DELIMITED BY SIZE
101200            WS-COUNT-EDIT        DELIMITED BY SIZE
101300       INTO DUP-REPORT-LINE
101400     END-STRING
101500     WRITE DUP-REPORT-LINE
101600     MOVE WS-RETURNED-COUNT      TO WS-COUNT-EDIT
101700     MOVE SPACES                 TO DUP-REPORT-LINE
101800     STRING 'PAIRS RETURNED    ' DELIMITED BY SIZE
101900            WS-COUNT-EDIT        DELIMITED BY SIZE
102000       INTO DUP-REPORT-LINE
102100     END-STRING
102200     WRITE DUP-REPORT-LINE
102300     MOVE WS-DEFERRED-COUNT      TO WS-COUNT-EDIT
102400     MOVE SPACES                 TO DUP-REPORT-LINE
102500     STRING 'PAIRS DEFERRED    ' DELIMITED BY SIZE
102600            WS-COUNT-EDIT        DELIMITED BY SIZE
102700       INTO DUP-REPORT-LINE
102800     END-STRING
102900     WRITE DUP-REPORT-LINE
103000     CLOSE DUP-PAIR-FILE
103100     CLOSE CUSTOMER-FILE
103200     CLOSE XREF-FILE
103300     CLOSE CARD-XREF-FILE
103400     CLOSE FUNDING-FILE
103500     CLOSE CONTACT-PREF-FILE
103600     CLOSE CORR-HIST-FILE
103700     CLOSE FICO-HIST-FILE
103800     CLOSE NOTE-FILE
103900     CLOSE CUST-AUDIT-FILE
104000     CLOSE AUDIT-FILE
104100     CLOSE DUP-REPORT-FILE
104200     DISPLAY 'CBDUP02C - PAIRS READ: ' WS-PAIRS-READ
104300     DISPLAY 'CBDUP02C - PAIRS MERGED: ' WS-MERGED-COUNT
104400     DISPLAY 'CBDUP02C - PAIRS RETURNED TO PENDING: '
104500             WS-RETURNED-COUNT
104600     DISPLAY 'CBDUP02C - PAIRS DEFERRED: ' WS-DEFERRED-COUNT
104700     DISPLAY 'CBDUP02C - ACCTXREF ROWS RE-POINTED: '
104800             WS-XREF-MOVED-COUNT
104900     DISPLAY 'CBDUP02C - CARDXREF ROWS RE-POINTED: '
105000             WS-CXR-MOVED-COUNT
105100     PERFORM 9200-LOG-JOB-STATUS
105200         THRU 9200-LOG-JOB-STATUS-EXIT.
105300 9000-TERMINATE-EXIT.
105400     EXIT.
105500*
105600******************************************************************
105700* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
105800* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
105900* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
106000* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
106100* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
106200* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
106300******************************************************************
106400 9100-ABEND-NOTIFY.
106500     MOVE 'AB01'                 TO ABEND-CODE
106600     MOVE 'CBDUP02C'             TO ABEND-CULPRIT
106700     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
106800     STRING ABEND-CULPRIT   DELIMITED BY SIZE
106900            ' - '           DELIMITED BY SIZE
107000            ABEND-REASON    DELIMITED BY SIZE
107100       INTO ABEND-MSG
107200     END-STRING
107300     OPEN EXTEND ALERT-QUEUE-FILE
107400     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
107500     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
107600     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
107700     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
107800     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
107900     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
108000     WRITE OPS-ALERT-RECORD
108100     CLOSE ALERT-QUEUE-FILE
108200     MOVE 16                     TO RETURN-CODE.
108300 9100-ABEND-NOTIFY-EXIT.
108400     EXIT.
108500*
108600******************************************************************
108700* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
108800* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
108900* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
109000******************************************************************
109100 9200-LOG-JOB-STATUS.
109200     OPEN I-O JOB-LOG-FILE
109300     IF NOT WS-JOBLOG-OK
109400         DISPLAY 'CBDUP02C - ERROR OPENING JOB LOG FILE'
109500         GO TO 9200-LOG-JOB-STATUS-EXIT
109600     END-IF
109700     MOVE 'CBDUP02C'             TO JBS-JOB-NAME
109800     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
109900     IF RETURN-CODE = ZERO
110000         SET JBS-STATUS-SUCCESS  TO TRUE
110100     ELSE
110200         SET JBS-STATUS-FAILED   TO TRUE
110300     END-IF
110400     MOVE RETURN-CODE            TO JBS-RETURN-CODE
110500     MOVE WS-MERGED-COUNT        TO JBS-REC-COUNT
110600     WRITE JOB-STATUS-RECORD
110700     CLOSE JOB-LOG-FILE.
110800 9200-LOG-JOB-STATUS-EXIT.
110900     EXIT.
