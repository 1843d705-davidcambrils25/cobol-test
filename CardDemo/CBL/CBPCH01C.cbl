000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBPCH01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - PRODUCT CHANGE NOTICES
001100*                     AND CONVERSION.
000000* 2026-10-15  MAINT   EACH PRODUCT-CHANGE REISSUE IS PAIRED OLD-
000000*                     TO-NEW ON CARDRPL (CVCUP01Y) FOR THE
000000*                     CBCUP01C CARD-ON-FILE ACCOUNT-UPDATER
000000*                     EXTRACT.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN NIGHTLY BEFORE THE CYCLE (CBACT04C) AND THE
001500*                ACCRUAL (CBACT05C). WORKS THE PRODUCT CHANGES
001600*                COPCH00C SCHEDULES ON PRODCHG (CVPCH01Y):
001700*                - A SCHEDULED ('S') CHANGE IS SENT ITS NOTICE -
001800*                  THE NEW PRODUCT'S APRS AND ANNUAL FEE, WHAT
001900*                  BECOMES OF THE REWARDS POINTS AND THE DATE IT
002000*                  TAKES EFFECT - SPLIT EMAIL/PRINT THE WAY THE
002100*                  OTHER NOTICES ARE (PCHEMAIL/PCHPRINT, CVPCH03Y)
002200*                  AND LOGGED TO CORRHIST, AND IS SET 'N'. WHEN
002300*                  THE NOTICE GOES OUT LATE THE EFFECTIVE DATE
002400*                  IS MOVED A CYCLE AT A TIME UNTIL THE CUSTOMER
002500*                  HAS PCP-MIN-NOTICE-DAYS OF WARNING.
002600*                - A NOTICED ('N') CHANGE WHOSE EFFECTIVE DATE
002700*                  HAS COME IS CONVERTED: THE ANNUAL FEE IS
002800*                  PRO-RATED ACROSS THE TWO PRODUCTS, THE REWARDS
002900*                  ROW IS OPENED, CASHED OUT OR FORFEITED BY
003000*                  POLICY (CVPCH02Y), ACCT-GROUP-ID IS MOVED TO
003100*                  THE NEW GROUP - FROM WHICH CBACT05C ACCRUES AT
003200*                  ITS RATES - AND, WHEN ASKED FOR, EVERY ACTIVE
003300*                  CARD IS REISSUED FOR CBEMB01C TO EMBOSS IN
003400*                  THE NEW PRODUCT'S DESIGN. THE CHANGE IS SET
003500*                  'C' WITH WHAT WAS DONE, AND AUDITED TO ACCTAUD.
003600*                  AN ACCOUNT NO LONGER OPEN, OR MOVED TO ANOTHER
003700*                  GROUP SINCE THE CHANGE WAS KEYED, IS NOT
003800*                  CONVERTED - THE CHANGE IS SET 'R' WITH THE
003900*                  REASON.
004000*                FEE CREDITS AND THE POINTS CASH-OUT ARE WRITTEN
004100*                UNPOSTED TO THE TRANSACTION MASTER FOR CBTRN02C
004200*                TO APPLY, AS COACT02C AND CORWD00C DO; A NEW FEE
004300*                IS APPLIED DIRECTLY, AS CBFEE01C DOES.
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PRODUCT-CHANGE-FILE ASSIGN TO PRODCHG
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS PCH-KEY
005200         FILE STATUS IS WS-PRODCHG-STATUS.
005300     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS ACCT-ID
005700         FILE STATUS IS WS-ACCOUNT-STATUS.
005800     SELECT XREF-FILE ASSIGN TO ACCTXREF
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS XRF-ACCT-ID
006200         FILE STATUS IS WS-XREF-STATUS.
006300     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS CUST-ID
006700         FILE STATUS IS WS-CUSTOMER-STATUS.
006800     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS CPR-CUST-ID
007200         FILE STATUS IS WS-CONTPREF-STATUS.
007300     SELECT CORR-HIST-FILE ASSIGN TO CORRHIST
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS COR-KEY
007700         FILE STATUS IS WS-CORRHIST-STATUS.
007800     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS AUD-KEY
008200         FILE STATUS IS WS-AUDIT-STATUS.
008300     SELECT REWARDS-FILE ASSIGN TO REWARDS
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS RWD-ACCT-ID
008700         FILE STATUS IS WS-REWARDS-STATUS.
008800     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS TRAN-ID
009200         FILE STATUS IS WS-TRAN-MASTER-STATUS.
009300     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS CAIX-ACCT-ID
009700         FILE STATUS IS WS-CARDAIX-STATUS.
009800     SELECT CARD-FILE ASSIGN TO CARDDAT
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS RANDOM
010100         RECORD KEY IS CARD-NUM
010200         FILE STATUS IS WS-CARD-STATUS.
000000     SELECT CARDRPL-FILE ASSIGN TO CARDRPL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS CRP-KEY
000000         FILE STATUS IS WS-CARDRPL-STATUS.
010300     SELECT INT-RATE-REF-FILE ASSIGN TO INTRATES
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS SEQUENTIAL
010600         RECORD KEY IS IRT-KEY
010700         FILE STATUS IS WS-INTRATES-STATUS.
010800     SELECT FEE-RATE-FILE ASSIGN TO FEERATE
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS SEQUENTIAL
011100         RECORD KEY IS FER-KEY
011200         FILE STATUS IS WS-FEERATE-STATUS.
011300     SELECT NOTICE-EMAIL-FILE ASSIGN TO PCHEMAIL
011400         ORGANIZATION IS SEQUENTIAL
011500         FILE STATUS IS WS-EMAIL-STATUS.
011600     SELECT NOTICE-PRINT-FILE ASSIGN TO PCHPRINT
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS WS-PRINT-STATUS.
011900     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS IS WS-ALERT-STATUS.
012200     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
012300         ORGANIZATION IS INDEXED
012400         ACCESS MODE IS DYNAMIC
012500         RECORD KEY IS JBS-KEY
012600         FILE STATUS IS WS-JOBLOG-STATUS.
012700*
012800 DATA DIVISION.
012900 FILE SECTION.
013000 FD  PRODUCT-CHANGE-FILE.
013100     COPY CVPCH01Y.
013200*
013300 FD  ACCOUNT-FILE.
013400     COPY CVACT01Y.
013500*
013600 FD  XREF-FILE.
013700     COPY CVXRF01Y.
013800*
013900 FD  CUSTOMER-FILE.
014000     COPY CVCUS01Y.
014100*
014200 FD  CONTACT-PREF-FILE.
014300     COPY CVCPR01Y.
014400*
014500 FD  CORR-HIST-FILE.
014600     COPY CVCOR01Y.
014700*
014800 FD  AUDIT-FILE.
014900     COPY CVAUD01Y.
015000*
015100 FD  REWARDS-FILE.
015200     COPY CVRWD01Y.
015300*
015400 FD  TRAN-MASTER-FILE.
015500     COPY CVTRA01Y.
015600*
015700 FD  CARD-AIX-FILE.
015800     COPY CVACT02Y
015900         REPLACING ==CARD-RECORD== BY ==CARD-AIX-RECORD==
016000             ==CARD-NUM== BY ==CAIX-CARD-NUM==
016100             ==CARD-ACCT-ID== BY ==CAIX-ACCT-ID==
016200             ==CARD-CVV-CD== BY ==CAIX-CVV-CD==
016300             ==CARD-EMBOSSED-NAME== BY ==CAIX-EMBOSSED-NAME==
016400             ==CARD-EXPIRAION-DATE== BY ==CAIX-EXPIRAION-DATE==
016500             ==CARD-ACTIVE-STATUS== BY ==CAIX-ACTIVE-STATUS==
016600             ==CARD-ACTIVATION-STATUS== BY
016700                 ==CAIX-ACTIVATION-STATUS==
016800             ==CARD-NOT-YET-ACTIVATED== BY
016900                 ==CAIX-NOT-YET-ACTIVATED==
017000             ==CARD-IS-ACTIVATED== BY ==CAIX-IS-ACTIVATED==
017100             ==CARD-ACTIVATION-DATE== BY
017200                 ==CAIX-ACTIVATION-DATE==
017300             ==CARD-HOTLIST-DATE== BY ==CAIX-HOTLIST-DATE==
017400             ==CARD-EMBOSS-SENT-DATE== BY
017500                 ==CAIX-EMBOSS-SENT-DATE==.
017600*
017700 FD  CARD-FILE.
017800     COPY CVACT02Y.
017900*
000000 FD  CARDRPL-FILE.
000000     COPY CVCUP01Y.
000000*
018000 FD  INT-RATE-REF-FILE.
018100     COPY CVIRT01Y.
018200*
018300 FD  FEE-RATE-FILE.
018400     COPY CVFER01Y.
018500*
018600 FD  NOTICE-EMAIL-FILE
018700     RECORDING MODE IS F.
018800     COPY CVPCH03Y.
018900*
019000 FD  NOTICE-PRINT-FILE
019100     RECORDING MODE IS F.
019200     COPY CVPCH03Y
019300         REPLACING ==PRODUCT-NOTICE-RECORD== BY
019400                   ==PRODUCT-PRINT-RECORD==
019500             ==PCN-ACCT-ID== BY ==PCQ-ACCT-ID==
019600             ==PCN-CUST-ID== BY ==PCQ-CUST-ID==
019700             ==PCN-OLD-GROUP-ID== BY ==PCQ-OLD-GROUP-ID==
019800             ==PCN-NEW-GROUP-ID== BY ==PCQ-NEW-GROUP-ID==
019900             ==PCN-EFFECTIVE-DATE== BY ==PCQ-EFFECTIVE-DATE==
020000             ==PCN-PURCH-APR== BY ==PCQ-PURCH-APR==
020100             ==PCN-CASH-APR== BY ==PCQ-CASH-APR==
020200             ==PCN-ANNUAL-FEE-AMT== BY ==PCQ-ANNUAL-FEE-AMT==
020300             ==PCN-POINTS-TREATMENT== BY
020400                 ==PCQ-POINTS-TREATMENT==
020500             ==PCN-POINTS-BAL== BY ==PCQ-POINTS-BAL==
020600             ==PCN-REISSUE-IND== BY ==PCQ-REISSUE-IND==
020700             ==PCN-CHANNEL== BY ==PCQ-CHANNEL==
020800             ==PCN-BY-EMAIL== BY ==PCQ-BY-EMAIL==
020900             ==PCN-BY-LETTER== BY ==PCQ-BY-LETTER==
021000             ==PCN-EMAIL-ADDR== BY ==PCQ-EMAIL-ADDR==.
021100*
021200 FD  ALERT-QUEUE-FILE
021300     RECORDING MODE IS F.
021400     COPY CSOPS01Y.
021500*
021600 FD  JOB-LOG-FILE.
021700     COPY CVJOB01Y.
021800*
021900 WORKING-STORAGE SECTION.
022000 01  WS-PRODCHG-STATUS                PIC XX.
022100     88 WS-PRODCHG-OK                 VALUE '00'.
022200 01  WS-ACCOUNT-STATUS                PIC XX.
022300     88 WS-ACCOUNT-OK                 VALUE '00'.
022400 01  WS-XREF-STATUS                   PIC XX.
022500 01  WS-CUSTOMER-STATUS               PIC XX.
022600 01  WS-CONTPREF-STATUS               PIC XX.
022700 01  WS-CORRHIST-STATUS               PIC XX.
022800 01  WS-AUDIT-STATUS                  PIC XX.
022900     88 WS-AUDIT-OK                   VALUE '00'.
023000 01  WS-REWARDS-STATUS                PIC XX.
023100 01  WS-TRAN-MASTER-STATUS            PIC XX.
023200     88 WS-TRAN-MASTER-OK             VALUE '00'.
023300 01  WS-CARDAIX-STATUS                PIC XX.
023400 01  WS-CARD-STATUS                   PIC XX.
023500 01  WS-INTRATES-STATUS               PIC XX.
023600     88 WS-INTRATES-OK                VALUE '00'.
023700 01  WS-FEERATE-STATUS                PIC XX.
023800     88 WS-FEERATE-OK                 VALUE '00'.
023900 01  WS-EMAIL-STATUS                  PIC XX.
024000 01  WS-PRINT-STATUS                  PIC XX.
000000 01  WS-CARDRPL-STATUS                PIC XX.
024100 01  WS-ALERT-STATUS                  PIC XX.
024200 01  WS-JOBLOG-STATUS                 PIC XX.
024300     88 WS-JOBLOG-OK                  VALUE '00'.
024400 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
024500     88 WS-END-OF-CHANGES             VALUE 'Y'.
024600 01  WS-REF-EOF-SW                    PIC X(01) VALUE 'N'.
024700     88 WS-END-OF-REF                 VALUE 'Y'.
024800 01  WS-REF-FOUND-SW                  PIC X(01) VALUE 'N'.
024900     88 WS-REF-FOUND                  VALUE 'Y'.
025000 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
025100     88 WS-END-OF-CARDS               VALUE 'Y'.
025200 01  WS-ROW-COUNT                     PIC 9(07) VALUE ZERO.
025300 01  WS-EMAIL-COUNT                   PIC 9(07) VALUE ZERO.
025400 01  WS-PRINT-COUNT                   PIC 9(07) VALUE ZERO.
025500 01  WS-UNSENT-COUNT                  PIC 9(07) VALUE ZERO.
025600 01  WS-CONVERT-COUNT                 PIC 9(07) VALUE ZERO.
025700 01  WS-REFUSE-COUNT                  PIC 9(07) VALUE ZERO.
025800 01  WS-REISSUE-COUNT                 PIC 9(07) VALUE ZERO.
025900 01  WS-CPR-EMAIL-OK-SW               PIC X(01).
026000     88 WS-CPR-EMAIL-ALLOWED          VALUE 'Y'.
026100 01  WS-COR-CHANNEL                   PIC X(01).
026200 01  WS-COR-OUTCOME                   PIC X(10).
026300 01  WS-ABEND-REASON-TEXT             PIC X(50).
026400 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
026500*
026600******************************************************************
026700* PRODUCT CHANGE POLICY - REWARDS GROUP, POINTS RULE, NOTICE DAYS.
026800******************************************************************
026900 COPY CVPCH02Y.
027000*
027100******************************************************************
027200* RATE AND ANNUAL FEE TABLES - COMPILED DEFAULTS, OVERLAID AT
027300* START-UP BY THE INTRATES AND FEERATE ROWS IN FORCE TODAY, THE
027400* SAME LOADS CBACT05C AND CBFEE01C MAKE.
027500******************************************************************
027600 COPY CVINT01Y.
027700 COPY CVAFE01Y.
027800*
027900 01  WS-PRICING-WORK.
028000     05 WS-RATE-GROUP-ID              PIC X(10).
028100     05 WS-RATE-FOUND-SW              PIC X(01).
028200        88 WS-RATE-FOUND              VALUE 'Y'.
028300     05 WS-AFE-FOUND-SW               PIC X(01).
028400        88 WS-AFE-FOUND               VALUE 'Y'.
028500     05 WS-GROUP-PURCH-RATE           PIC 9(02)V9(02).
028600     05 WS-GROUP-CASH-RATE            PIC 9(02)V9(02).
028700     05 WS-GROUP-FEE-AMT              PIC 9(03)V99.
028800     05 WS-OLD-FEE-AMT                PIC 9(03)V99.
028900     05 WS-NEW-FEE-AMT                PIC 9(03)V99.
029000*
029100 01  WS-NOTICE-WORK.
029200     05 WS-TODAY-INT                  PIC 9(08).
029300     05 WS-EFF-INT                    PIC 9(08).
029400     05 WS-EFF-N                      PIC 9(08).
029500     05 WS-EFF-N-R REDEFINES WS-EFF-N.
029600        10 WS-EFF-YYYY                PIC 9(04).
029700        10 WS-EFF-MM                  PIC 9(02).
029800        10 WS-EFF-DD                  PIC 9(02).
029900     05 WS-EFF-X.
030000        10 WS-EFFX-YYYY               PIC 9(04).
030100        10 FILLER                     PIC X(01) VALUE '-'.
030200        10 WS-EFFX-MM                 PIC 9(02).
030300        10 FILLER                     PIC X(01) VALUE '-'.
030400        10 WS-EFFX-DD                 PIC 9(02).
030500*
030600 01  WS-CONVERT-WORK.
030700     05 WS-REFUSE-REASON              PIC X(30).
030800     05 WS-MONTHS-USED                PIC S9(05) COMP-3.
030900     05 WS-MONTHS-LEFT                PIC S9(05) COMP-3.
031000     05 WS-FEE-YYYY                   PIC 9(04).
031100     05 WS-FEE-MM                     PIC 9(02).
031200     05 WS-REBATE-AMT                 PIC S9(07)V99 COMP-3.
031300     05 WS-CHARGE-AMT                 PIC S9(07)V99 COMP-3.
031400     05 WS-CASHOUT-DOLLARS            PIC 9(07).
031500     05 WS-OLD-POINTS                 PIC S9(09) COMP-3.
031600     05 WS-POINTS-EDIT                PIC -(9)9.
031700     05 WS-AMT-EDIT                   PIC -(7)9.99.
031800*
031900******************************************************************
032000* POSTING WORK AREA - ONE TRANSACTION MASTER ROW PER FEE REBATE,
032100* FEE CHARGE OR POINTS CASH-OUT, AGAINST THE ACCOUNT'S FIRST CARD.
032200******************************************************************
032300 01  WS-POST-WORK.
032400     05 WS-POST-AMT                   PIC S9(07)V99 COMP-3.
032500     05 WS-POST-TYPE-CD               PIC X(02).
032600     05 WS-POST-CAT-CD                PIC X(04).
032700     05 WS-POST-DESC                  PIC X(60).
032800     05 WS-POST-BAL-IND               PIC X(01).
032900     05 WS-NEW-TRAN-ID                PIC X(16).
033000     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
033100     05 WS-AUD-SEQ                    PIC 9(04) VALUE ZERO.
033200     05 WS-FIRST-CARD-NUM             PIC X(16).
033300*
033400******************************************************************
033500* THE ACCOUNT'S CARDS, GATHERED FROM CARDAIX BEFORE ANY IS
033600* REISSUED - A NEW CARD WRITTEN DURING THE BROWSE WOULD JOIN THE
033700* PATH BEHIND IT AND BE REISSUED IN TURN.
033800******************************************************************
033900 01  WS-CARD-LIST.
034000     05 WS-CARD-USED                  PIC S9(04) COMP VALUE 0.
034100     05 WS-CARD-ENTRY OCCURS 20 TIMES
034200                      INDEXED BY CRD-IDX.
034300        10 WS-LIST-CARD-NUM           PIC X(16).
034400        10 WS-LIST-CARD-STATUS        PIC X(01).
034500     05 WS-NEW-CARD-NUM               PIC X(16).
000000     05 WS-OLD-EXP-DATE               PIC X(10).
034600     05 WS-NEW-EXP-YEAR               PIC 9(04).
034700     05 WS-CURRENT-TIMESTAMP          PIC X(26).
034800     05 WS-CARD-SEQ                   PIC 9(01).
034900*
035000******************************************************************
035100* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
035200******************************************************************
035300 COPY CSMSG02Y.
035400*
035500 COPY CSDAT01Y.
035600*
035700******************************************************************
035800* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
035900******************************************************************
036000 COPY CVJCK01Y.
036100*
036200******************************************************************
036300* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
036400******************************************************************
036500 COPY CVQSP01Y.
036600*
036700 LINKAGE SECTION.
036800*
036900******************************************************************
037000 PROCEDURE DIVISION.
037100******************************************************************
037200 0000-MAINLINE.
037300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
037400     PERFORM 2000-PROCESS-CHANGE THRU 2000-PROCESS-CHANGE-EXIT
037500         UNTIL WS-END-OF-CHANGES
037600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
037700     GOBACK.
037800*
037900 1000-INITIALIZE.
038000     MOVE 'CBPCH01C'             TO JCK-JOB-NAME
038100     CALL 'CBJCK01C' USING JOBCHECK-PARM
038200     IF JCK-REFUSED
038300         DISPLAY 'CBPCH01C - PREDECESSOR CHECK REFUSED RUN'
038400         MOVE 'Y'                TO WS-EOF-SW
038500         MOVE 'PREDECESSOR JOB CHECK FAILED'
038600                                 TO WS-ABEND-REASON-TEXT
038700         PERFORM 9100-ABEND-NOTIFY
038800             THRU 9100-ABEND-NOTIFY-EXIT
038900         GO TO 1000-INITIALIZE-EXIT
039000     END-IF
039100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
039200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
039300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
039400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
039500     COMPUTE WS-TODAY-INT =
039600         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
039700     MOVE ACCT-INT-RATE-VALUES   TO ACCT-INT-RATE-TABLE
039800     MOVE ANNUAL-FEE-VALUES      TO ANNUAL-FEE-TABLE
039900     PERFORM 1200-LOAD-RATE-TABLE
040000         THRU 1200-LOAD-RATE-TABLE-EXIT
040100     PERFORM 1300-LOAD-ANNUAL-FEES
040200         THRU 1300-LOAD-ANNUAL-FEES-EXIT
040300     OPEN I-O PRODUCT-CHANGE-FILE
040400     OPEN I-O ACCOUNT-FILE
040500     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
040600     MOVE 'CBPCH01C'             TO QSP-JOB-NAME
040700     SET QSP-ACTION-SET          TO TRUE
040800     CALL 'CBQSC01C' USING QUIESCE-PARM
040900     OPEN INPUT XREF-FILE
041000     OPEN INPUT CUSTOMER-FILE
041100     OPEN INPUT CONTACT-PREF-FILE
041200     OPEN I-O CORR-HIST-FILE
041300     OPEN I-O AUDIT-FILE
041400     OPEN I-O REWARDS-FILE
041500     OPEN I-O TRAN-MASTER-FILE
041600     OPEN INPUT CARD-AIX-FILE
041700     OPEN I-O CARD-FILE
000000     OPEN I-O CARDRPL-FILE
041800     OPEN OUTPUT NOTICE-EMAIL-FILE
041900     OPEN OUTPUT NOTICE-PRINT-FILE
042000     IF NOT WS-PRODCHG-OK
042100         DISPLAY 'CBPCH01C - ERROR OPENING PRODUCT CHANGE FILE'
042200         MOVE 'Y'                TO WS-EOF-SW
042300         MOVE 'PRODUCT CHANGE FILE OPEN ERROR'
042400                                 TO WS-ABEND-REASON-TEXT
042500         PERFORM 9100-ABEND-NOTIFY
042600             THRU 9100-ABEND-NOTIFY-EXIT
042700         GO TO 1000-INITIALIZE-EXIT
042800     END-IF
042900     IF NOT WS-ACCOUNT-OK
043000         DISPLAY 'CBPCH01C - ERROR OPENING ACCOUNT FILE'
043100         MOVE 'Y'                TO WS-EOF-SW
043200         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
043300         PERFORM 9100-ABEND-NOTIFY
043400             THRU 9100-ABEND-NOTIFY-EXIT
043500         GO TO 1000-INITIALIZE-EXIT
043600     END-IF
043700     IF NOT WS-TRAN-MASTER-OK
043800         DISPLAY 'CBPCH01C - ERROR OPENING TRANSACTION FILE'
043900         MOVE 'Y'                TO WS-EOF-SW
044000         MOVE 'TRANSACTION FILE OPEN ERROR'
044100                                 TO WS-ABEND-REASON-TEXT
044200         PERFORM 9100-ABEND-NOTIFY
044300             THRU 9100-ABEND-NOTIFY-EXIT
044400         GO TO 1000-INITIALIZE-EXIT
044500     END-IF
044600     IF NOT WS-AUDIT-OK
044700         DISPLAY 'CBPCH01C - ERROR OPENING ACCOUNT AUDIT FILE'
044800         MOVE 'Y'                TO WS-EOF-SW
044900         MOVE 'ACCOUNT AUDIT FILE OPEN ERROR'
045000                                 TO WS-ABEND-REASON-TEXT
045100         PERFORM 9100-ABEND-NOTIFY
045200             THRU 9100-ABEND-NOTIFY-EXIT
045300         GO TO 1000-INITIALIZE-EXIT
045400     END-IF
045500     PERFORM 2100-READ-NEXT-CHANGE
045600         THRU 2100-READ-NEXT-CHANGE-EXIT.
045700 1000-INITIALIZE-EXIT.
045800     EXIT.
045900*
046000******************************************************************
046100* OVERLAY THE COMPILED RATE TABLE WITH THE NEWEST INTRATES ROW
046200* PER GROUP DATED ON OR BEFORE TODAY - THE KEY ASCENDS BY DATE
046300* WITHIN THE GROUP, SO THE LAST ROW APPLIED WINS. A GROUP NOT
046400* IN THE COMPILED TABLE TAKES A FREE SLOT, AS IN CBACT05C.
046500******************************************************************
046600 1200-LOAD-RATE-TABLE.
046700     OPEN INPUT INT-RATE-REF-FILE
046800     IF NOT WS-INTRATES-OK
046900         CLOSE INT-RATE-REF-FILE
047000         GO TO 1200-LOAD-RATE-TABLE-EXIT
047100     END-IF
047200     MOVE 'N'                    TO WS-REF-EOF-SW
047300     PERFORM 1210-LOAD-NEXT-RATE THRU 1210-LOAD-NEXT-RATE-EXIT
047400         UNTIL WS-END-OF-REF
047500     CLOSE INT-RATE-REF-FILE.
047600 1200-LOAD-RATE-TABLE-EXIT.
047700     EXIT.
047800*
047900 1210-LOAD-NEXT-RATE.
048000     READ INT-RATE-REF-FILE NEXT RECORD
048100         AT END
048200             MOVE 'Y'            TO WS-REF-EOF-SW
048300             GO TO 1210-LOAD-NEXT-RATE-EXIT
048400     END-READ
048500     IF IRT-EFF-DATE > WS-CURDATE-YYYY-MM-DD
048600         GO TO 1210-LOAD-NEXT-RATE-EXIT
048700     END-IF
048800     MOVE 'N'                    TO WS-REF-FOUND-SW
048900     PERFORM VARYING AIR-IDX FROM 1 BY 1
049000             UNTIL AIR-IDX > 5 OR WS-REF-FOUND
049100         IF AIR-GROUP-ID (AIR-IDX) = IRT-GROUP-ID
049200             MOVE IRT-ANNUAL-RATE TO AIR-ANNUAL-RATE (AIR-IDX)
049300             MOVE IRT-CASH-ADV-RATE
049400                                 TO AIR-CASH-RATE (AIR-IDX)
049500             MOVE 'Y'            TO WS-REF-FOUND-SW
049600         END-IF
049700     END-PERFORM
049800     IF NOT WS-REF-FOUND
049900         PERFORM VARYING AIR-IDX FROM 1 BY 1
050000                 UNTIL AIR-IDX > 5 OR WS-REF-FOUND
050100             IF AIR-GROUP-ID (AIR-IDX) = SPACES
050200                 MOVE IRT-GROUP-ID TO AIR-GROUP-ID (AIR-IDX)
050300                 MOVE IRT-ANNUAL-RATE
050400                                 TO AIR-ANNUAL-RATE (AIR-IDX)
050500                 MOVE IRT-CASH-ADV-RATE
050600                                 TO AIR-CASH-RATE (AIR-IDX)
050700                 MOVE 'Y'        TO WS-REF-FOUND-SW
050800             END-IF
050900         END-PERFORM
051000     END-IF.
051100 1210-LOAD-NEXT-RATE-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500* OVERLAY THE COMPILED ANNUAL FEE TABLE WITH THE FEERATE ROWS IN
051600* FORCE TODAY, AS CBFEE01C DOES.
051700******************************************************************
051800 1300-LOAD-ANNUAL-FEES.
051900     OPEN INPUT FEE-RATE-FILE
052000     IF NOT WS-FEERATE-OK
052100         CLOSE FEE-RATE-FILE
052200         GO TO 1300-LOAD-ANNUAL-FEES-EXIT
052300     END-IF
052400     MOVE 'N'                    TO WS-REF-EOF-SW
052500     PERFORM 1310-LOAD-NEXT-FEE THRU 1310-LOAD-NEXT-FEE-EXIT
052600         UNTIL WS-END-OF-REF
052700     CLOSE FEE-RATE-FILE.
052800 1300-LOAD-ANNUAL-FEES-EXIT.
052900     EXIT.
053000*
053100 1310-LOAD-NEXT-FEE.
053200     READ FEE-RATE-FILE NEXT RECORD
053300         AT END
053400             MOVE 'Y'            TO WS-REF-EOF-SW
053500             GO TO 1310-LOAD-NEXT-FEE-EXIT
053600     END-READ
053700     IF FER-EFF-DATE > WS-CURDATE-YYYY-MM-DD
053800        OR FER-ANNUAL-FEE-AMT IS NOT NUMERIC
053900         GO TO 1310-LOAD-NEXT-FEE-EXIT
054000     END-IF
054100     MOVE 'N'                    TO WS-AFE-FOUND-SW
054200     PERFORM VARYING AFE-IDX FROM 1 BY 1
054300             UNTIL AFE-IDX > 5 OR WS-AFE-FOUND
054400         IF AFE-GROUP-ID (AFE-IDX) = FER-GROUP-ID
054500             MOVE FER-ANNUAL-FEE-AMT TO AFE-FEE-AMT (AFE-IDX)
054600             MOVE 'Y'            TO WS-AFE-FOUND-SW
054700         END-IF
054800     END-PERFORM.
054900 1310-LOAD-NEXT-FEE-EXIT.
055000     EXIT.
055100*
055200 2000-PROCESS-CHANGE.
055300     ADD 1                       TO WS-ROW-COUNT
055400     EVALUATE TRUE
055500         WHEN PCH-SCHEDULED
055600             PERFORM 3000-SEND-NOTICE THRU 3000-SEND-NOTICE-EXIT
055700         WHEN PCH-NOTICED
055800          AND PCH-EFF-DATE NOT > WS-CURDATE-YYYY-MM-DD
055900             PERFORM 4000-CONVERT-ACCOUNT
056000                 THRU 4000-CONVERT-ACCOUNT-EXIT
056100         WHEN OTHER
056200             CONTINUE
056300     END-EVALUATE
056400     PERFORM 2100-READ-NEXT-CHANGE
056500         THRU 2100-READ-NEXT-CHANGE-EXIT.
056600 2000-PROCESS-CHANGE-EXIT.
056700     EXIT.
056800*
056900 2100-READ-NEXT-CHANGE.
057000     READ PRODUCT-CHANGE-FILE NEXT RECORD
057100         AT END
057200             MOVE 'Y'            TO WS-EOF-SW
057300     END-READ.
057400 2100-READ-NEXT-CHANGE-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800* PRICE WS-RATE-GROUP-ID FROM THE LOADED TABLES. A GROUP ON
057900* NEITHER TAKES THE DEFAULT GROUP'S ENTRY (TABLE ENTRY 1), AS THE
058000* ACCRUAL AND FEE JOBS DO. A ZERO CASH RATE FALLS BACK TO THE
058100* PURCHASE RATE.
058200******************************************************************
058300 2500-PRICE-GROUP.
058400     MOVE 'N'                    TO WS-RATE-FOUND-SW
058500     PERFORM VARYING AIR-IDX FROM 1 BY 1
058600             UNTIL AIR-IDX > 5 OR WS-RATE-FOUND
058700         IF AIR-GROUP-ID (AIR-IDX) = WS-RATE-GROUP-ID
058800             MOVE AIR-ANNUAL-RATE (AIR-IDX)
058900                                 TO WS-GROUP-PURCH-RATE
059000             MOVE AIR-CASH-RATE (AIR-IDX)
059100                                 TO WS-GROUP-CASH-RATE
059200             MOVE 'Y'            TO WS-RATE-FOUND-SW
059300         END-IF
059400     END-PERFORM
059500     IF NOT WS-RATE-FOUND
059600         MOVE AIR-ANNUAL-RATE (1) TO WS-GROUP-PURCH-RATE
059700         MOVE AIR-CASH-RATE (1)  TO WS-GROUP-CASH-RATE
059800     END-IF
059900     IF WS-GROUP-CASH-RATE = ZERO
060000         MOVE WS-GROUP-PURCH-RATE TO WS-GROUP-CASH-RATE
060100     END-IF
060200     MOVE 'N'                    TO WS-AFE-FOUND-SW
060300     PERFORM VARYING AFE-IDX FROM 1 BY 1
060400             UNTIL AFE-IDX > 5 OR WS-AFE-FOUND
060500         IF AFE-GROUP-ID (AFE-IDX) = WS-RATE-GROUP-ID
060600             MOVE AFE-FEE-AMT (AFE-IDX) TO WS-GROUP-FEE-AMT
060700             MOVE 'Y'            TO WS-AFE-FOUND-SW
060800         END-IF
060900     END-PERFORM
061000     IF NOT WS-AFE-FOUND
061100         MOVE AFE-FEE-AMT (1)    TO WS-GROUP-FEE-AMT
061200     END-IF.
061300 2500-PRICE-GROUP-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700* BUILD AND ROUTE THE NOTICE, LOG IT, AND MARK THE CHANGE
061800* NOTICED. EMAIL ONLY WHERE THE CUSTOMER HAS GIVEN PAPERLESS
061900* CONSENT, HAS AN ADDRESS ON FILE AND HAS NOT OPTED OUT OF
062000* EMAIL; EVERYONE ELSE IS PRINTED. A CHANGE WHOSE CUSTOMER
062100* CANNOT BE FOUND STAYS 'S' AND IS RETRIED THE NEXT NIGHT.
062200******************************************************************
062300 3000-SEND-NOTICE.
062400     MOVE PCH-ACCT-ID            TO XRF-ACCT-ID
062500     READ XREF-FILE
062600         INVALID KEY
062700             MOVE PCH-ACCT-ID    TO XRF-CUST-ID
062800     END-READ
062900     MOVE XRF-CUST-ID            TO CUST-ID
063000     READ CUSTOMER-FILE
063100         INVALID KEY
063200             DISPLAY 'CBPCH01C - NO CUSTOMER FOR ACCOUNT '
063300                     PCH-ACCT-ID
063400             ADD 1               TO WS-UNSENT-COUNT
063500             GO TO 3000-SEND-NOTICE-EXIT
063600     END-READ
063700     PERFORM 3300-CHECK-NOTICE-PERIOD
063800         THRU 3300-CHECK-NOTICE-PERIOD-EXIT
063900     MOVE PCH-NEW-GROUP-ID       TO WS-RATE-GROUP-ID
064000     PERFORM 2500-PRICE-GROUP THRU 2500-PRICE-GROUP-EXIT
064100     MOVE PCH-ACCT-ID            TO PCN-ACCT-ID
064200     MOVE CUST-ID                TO PCN-CUST-ID
064300     MOVE PCH-OLD-GROUP-ID       TO PCN-OLD-GROUP-ID
064400     MOVE PCH-NEW-GROUP-ID       TO PCN-NEW-GROUP-ID
064500     MOVE PCH-EFF-DATE           TO PCN-EFFECTIVE-DATE
064600     MOVE WS-GROUP-PURCH-RATE    TO PCN-PURCH-APR
064700     MOVE WS-GROUP-CASH-RATE     TO PCN-CASH-APR
064800     MOVE WS-GROUP-FEE-AMT       TO PCN-ANNUAL-FEE-AMT
064900     MOVE PCH-REISSUE-IND        TO PCN-REISSUE-IND
065000     MOVE SPACES                 TO PCN-POINTS-TREATMENT
065100     MOVE ZERO                   TO PCN-POINTS-BAL
065200     IF PCH-NEW-GROUP-ID = PCP-REWARDS-GROUP-ID
065300         MOVE 'O'                TO PCN-POINTS-TREATMENT
065400     END-IF
065500     IF PCH-OLD-GROUP-ID = PCP-REWARDS-GROUP-ID
065600         MOVE PCP-POINTS-RULE    TO PCN-POINTS-TREATMENT
065700         MOVE PCH-ACCT-ID        TO RWD-ACCT-ID
065800         READ REWARDS-FILE
065900             INVALID KEY
066000                 MOVE ZERO       TO RWD-POINTS-BAL
066100         END-READ
066200         IF RWD-POINTS-BAL > ZERO
066300             MOVE RWD-POINTS-BAL TO PCN-POINTS-BAL
066400         END-IF
066500     END-IF
066600     PERFORM 3100-CHECK-CONTACT-PREF
066700         THRU 3100-CHECK-CONTACT-PREF-EXIT
066800     IF CUST-PAPERLESS-CONSENT-IND = 'Y'
066900        AND CUST-EMAIL-ADDRESS NOT = SPACES
067000        AND WS-CPR-EMAIL-ALLOWED
067100         SET PCN-BY-EMAIL        TO TRUE
067200         MOVE CUST-EMAIL-ADDRESS TO PCN-EMAIL-ADDR
067300         WRITE PRODUCT-NOTICE-RECORD
067400         ADD 1                   TO WS-EMAIL-COUNT
067500         MOVE 'E'                TO WS-COR-CHANNEL
067600         MOVE 'SENT'             TO WS-COR-OUTCOME
067700     ELSE
067800         SET PCN-BY-LETTER       TO TRUE
067900         MOVE SPACES             TO PCN-EMAIL-ADDR
068000         MOVE PRODUCT-NOTICE-RECORD
068100                                 TO PRODUCT-PRINT-RECORD
068200         WRITE PRODUCT-PRINT-RECORD
068300         ADD 1                   TO WS-PRINT-COUNT
068400         MOVE 'P'                TO WS-COR-CHANNEL
068500         MOVE 'PRINTED'          TO WS-COR-OUTCOME
068600     END-IF
068700     PERFORM 3200-LOG-CORRESPONDENCE
068800         THRU 3200-LOG-CORRESPONDENCE-EXIT
068900     SET PCH-NOTICED             TO TRUE
069000     MOVE WS-CURDATE-YYYY-MM-DD  TO PCH-NOTICE-DATE
069100     REWRITE PRODUCT-CHANGE-RECORD.
069200 3000-SEND-NOTICE-EXIT.
069300     EXIT.
069400*
069500******************************************************************
069600* A CONTPREF EMAIL OPT-OUT (OR DO-NOT-CONTACT) STEERS THE NOTICE
069700* TO PRINT. NO CONTPREF ROW MEANS NO RESTRICTION.
069800******************************************************************
069900 3100-CHECK-CONTACT-PREF.
070000     MOVE 'Y'                    TO WS-CPR-EMAIL-OK-SW
070100     MOVE CUST-ID                TO CPR-CUST-ID
070200     READ CONTACT-PREF-FILE
070300         INVALID KEY
070400             GO TO 3100-CHECK-CONTACT-PREF-EXIT
070500     END-READ
070600     IF CPR-DNC OR CPR-NO-EMAIL
070700         MOVE 'N'                TO WS-CPR-EMAIL-OK-SW
070800     END-IF.
070900 3100-CHECK-CONTACT-PREF-EXIT.
071000     EXIT.
071100*
071200******************************************************************
071300* ONE CORRESPONDENCE HISTORY ROW PER NOTICE, LISTED ON COCOR00C.
071400* THE DOCUMENT REFERENCE IS THE DATE THE ACCOUNT CONVERTS.
071500******************************************************************
071600 3200-LOG-CORRESPONDENCE.
071700     MOVE CUST-ID                TO COR-CUST-ID
071800     MOVE FUNCTION CURRENT-DATE  TO COR-TS
071900     MOVE PCH-ACCT-ID            TO COR-ACCT-ID
072000     MOVE 'PRODCHG'              TO COR-DOC-TYPE
072100     MOVE WS-COR-CHANNEL         TO COR-CHANNEL
072200     MOVE WS-COR-OUTCOME         TO COR-OUTCOME
072300     MOVE PCH-EFF-DATE           TO COR-DOC-REF
072400     WRITE CORRESPONDENCE-RECORD
072500         INVALID KEY
072600             CONTINUE
072700     END-WRITE.
072800 3200-LOG-CORRESPONDENCE-EXIT.
072900     EXIT.
073000*
073100******************************************************************
073200* A NOTICE GOING OUT LATE (THE CUSTOMER COULD NOT BE FOUND ON AN
073300* EARLIER NIGHT) MUST STILL GIVE PCP-MIN-NOTICE-DAYS OF WARNING,
073400* SO THE EFFECTIVE DATE MOVES ON A CYCLE AT A TIME - THE CHANGE
073500* ALWAYS LANDS ON A CYCLE CUT.
073600******************************************************************
073700 3300-CHECK-NOTICE-PERIOD.
073800     MOVE PCH-EFF-DATE (1:4)     TO WS-EFF-YYYY
073900     MOVE PCH-EFF-DATE (6:2)     TO WS-EFF-MM
074000     MOVE PCH-EFF-DATE (9:2)     TO WS-EFF-DD
074100     COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE(WS-EFF-N)
074200     PERFORM 3310-ADD-MONTH THRU 3310-ADD-MONTH-EXIT
074300         UNTIL WS-EFF-INT - WS-TODAY-INT >= PCP-MIN-NOTICE-DAYS
074400     MOVE WS-EFF-YYYY            TO WS-EFFX-YYYY
074500     MOVE WS-EFF-MM              TO WS-EFFX-MM
074600     MOVE WS-EFF-DD              TO WS-EFFX-DD
074700     MOVE WS-EFF-X               TO PCH-EFF-DATE.
074800 3300-CHECK-NOTICE-PERIOD-EXIT.
074900     EXIT.
075000*
075100 3310-ADD-MONTH.
075200     IF WS-EFF-MM = 12
075300         ADD 1                   TO WS-EFF-YYYY
075400         MOVE 1                  TO WS-EFF-MM
075500     ELSE
075600         ADD 1                   TO WS-EFF-MM
075700     END-IF
075800     COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE(WS-EFF-N).
075900 3310-ADD-MONTH-EXIT.
076000     EXIT.
076100*
076200******************************************************************
076300* CONVERT THE ACCOUNT TO ITS NEW PRODUCT. THE ACCOUNT MUST STILL
076400* BE OPEN (GOOD STANDING OR DELINQUENT) AND STILL ON THE GROUP
076500* THE CHANGE WAS KEYED FROM.
076600******************************************************************
076700 4000-CONVERT-ACCOUNT.
076800     MOVE PCH-ACCT-ID            TO ACCT-ID
076900     READ ACCOUNT-FILE
077000         INVALID KEY
077100             MOVE 'ACCOUNT NOT FOUND' TO WS-REFUSE-REASON
077200             PERFORM 4900-REFUSE-CHANGE
077300                 THRU 4900-REFUSE-CHANGE-EXIT
077400             GO TO 4000-CONVERT-ACCOUNT-EXIT
077500     END-READ
077600     IF ACCT-ACTIVE-STATUS NOT = 'A'
077700        AND ACCT-ACTIVE-STATUS NOT = 'D'
077800         MOVE 'ACCOUNT NO LONGER OPEN' TO WS-REFUSE-REASON
077900         PERFORM 4900-REFUSE-CHANGE THRU 4900-REFUSE-CHANGE-EXIT
078000         GO TO 4000-CONVERT-ACCOUNT-EXIT
078100     END-IF
078200     IF ACCT-GROUP-ID NOT = PCH-OLD-GROUP-ID
078300         MOVE 'GROUP CHANGED SINCE KEYED' TO WS-REFUSE-REASON
078400         PERFORM 4900-REFUSE-CHANGE THRU 4900-REFUSE-CHANGE-EXIT
078500         GO TO 4000-CONVERT-ACCOUNT-EXIT
078600     END-IF
078700     MOVE ZERO                   TO PCH-FEE-REBATE-AMT
078800     MOVE ZERO                   TO PCH-FEE-CHARGED-AMT
078900     MOVE ZERO                   TO PCH-POINTS-AMT
079000     MOVE ZERO                   TO PCH-CASHOUT-AMT
079100     MOVE ZERO                   TO PCH-CARDS-REISSUED
079200     SET PCH-POINTS-NONE         TO TRUE
079300     PERFORM 4100-LIST-CARDS THRU 4100-LIST-CARDS-EXIT
079400     PERFORM 4200-PRORATE-ANNUAL-FEE
079500         THRU 4200-PRORATE-ANNUAL-FEE-EXIT
079600     PERFORM 4300-SETTLE-REWARDS THRU 4300-SETTLE-REWARDS-EXIT
079700     MOVE ACCT-GROUP-ID          TO AUD-OLD-VALUE
079800     MOVE PCH-NEW-GROUP-ID       TO ACCT-GROUP-ID
079900     REWRITE ACCOUNT-RECORD
080000     MOVE PCH-NEW-GROUP-ID       TO AUD-NEW-VALUE
080100     MOVE 'PRODCHG'              TO AUD-FIELD-NAME
080200     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
080300     IF PCH-REISSUE-PLASTIC
080400         PERFORM 4400-REISSUE-CARDS
080500             THRU 4400-REISSUE-CARDS-EXIT
080600     END-IF
080700     SET PCH-CONVERTED           TO TRUE
080800     MOVE WS-CURDATE-YYYY-MM-DD  TO PCH-CONVERTED-DATE
080900     REWRITE PRODUCT-CHANGE-RECORD
081000     ADD 1                       TO WS-CONVERT-COUNT.
081100 4000-CONVERT-ACCOUNT-EXIT.
081200     EXIT.
081300*
081400******************************************************************
081500* GATHER THE ACCOUNT'S CARDS OVER CARDAIX. THE FIRST ONE CARRIES
081600* ANY FEE OR CASH-OUT POSTING; AN ACCOUNT WITH NO CARD ON FILE
081700* TAKES NONE - THERE IS NOTHING TO POST AGAINST.
081800******************************************************************
081900 4100-LIST-CARDS.
082000     MOVE ZERO                   TO WS-CARD-USED
082100     MOVE SPACES                 TO WS-FIRST-CARD-NUM
082200     MOVE 'N'                    TO WS-CARD-EOF-SW
082300     MOVE ACCT-ID                TO CAIX-ACCT-ID
082400     START CARD-AIX-FILE KEY NOT LESS THAN CAIX-ACCT-ID
082500         INVALID KEY
082600             MOVE 'Y'            TO WS-CARD-EOF-SW
082700     END-START
082800     PERFORM 4110-LIST-NEXT-CARD THRU 4110-LIST-NEXT-CARD-EXIT
082900         UNTIL WS-END-OF-CARDS.
083000 4100-LIST-CARDS-EXIT.
083100     EXIT.
083200*
083300 4110-LIST-NEXT-CARD.
083400     READ CARD-AIX-FILE NEXT RECORD
083500         AT END
083600             MOVE 'Y'            TO WS-CARD-EOF-SW
083700             GO TO 4110-LIST-NEXT-CARD-EXIT
083800     END-READ
083900     IF CAIX-ACCT-ID NOT = ACCT-ID OR WS-CARD-USED = 20
084000         MOVE 'Y'                TO WS-CARD-EOF-SW
084100         GO TO 4110-LIST-NEXT-CARD-EXIT
084200     END-IF
084300     IF WS-CARD-USED = ZERO
084400         MOVE CAIX-CARD-NUM      TO WS-FIRST-CARD-NUM
084500     END-IF
084600     ADD 1                       TO WS-CARD-USED
084700     MOVE CAIX-CARD-NUM
084800                 TO WS-LIST-CARD-NUM (WS-CARD-USED)
084900     MOVE CAIX-ACTIVE-STATUS
085000                 TO WS-LIST-CARD-STATUS (WS-CARD-USED).
085100 4110-LIST-NEXT-CARD-EXIT.
085200     EXIT.
085300*
085400******************************************************************
085500* ANNUAL FEE. INSIDE A FEE YEAR ALREADY CHARGED (ACCT-ANNUAL-
085600* FEE-DATE UNDER TWELVE MONTHS AGO) THE UNUSED MONTHS OF THE OLD
085700* PRODUCT'S FEE ARE REBATED AS COACT02C REBATES AT CLOSURE, AND
085800* THE NEW PRODUCT'S FEE IS CHARGED FOR THE SAME MONTHS. OUTSIDE
085900* ONE - THE OLD PRODUCT CARRIED NO FEE - THE NEW FEE IS CHARGED
086000* FOR THE MONTHS LEFT TO THE NEXT ACCT-OPEN-DATE ANNIVERSARY,
086100* WHEN CBFEE01C ASSESSES THE FULL YEAR. THE ACCOUNT'S FIRST
086200* YEAR IS FEE-FREE ON EVERY PRODUCT AND STAYS SO.
086300******************************************************************
086400 4200-PRORATE-ANNUAL-FEE.
086500     MOVE PCH-OLD-GROUP-ID       TO WS-RATE-GROUP-ID
086600     PERFORM 2500-PRICE-GROUP THRU 2500-PRICE-GROUP-EXIT
086700     MOVE WS-GROUP-FEE-AMT       TO WS-OLD-FEE-AMT
086800     MOVE PCH-NEW-GROUP-ID       TO WS-RATE-GROUP-ID
086900     PERFORM 2500-PRICE-GROUP THRU 2500-PRICE-GROUP-EXIT
087000     MOVE WS-GROUP-FEE-AMT       TO WS-NEW-FEE-AMT
087100     MOVE ZERO                   TO WS-REBATE-AMT WS-CHARGE-AMT
087200     MOVE -1                     TO WS-MONTHS-USED
087300     IF ACCT-ANNUAL-FEE-DATE NOT = SPACES
087400         MOVE ACCT-ANNUAL-FEE-DATE (1:4) TO WS-FEE-YYYY
087500         MOVE ACCT-ANNUAL-FEE-DATE (6:2) TO WS-FEE-MM
087600         COMPUTE WS-MONTHS-USED =
087700             (WS-CURDATE-YEAR * 12 + WS-CURDATE-MONTH)
087800             - (WS-FEE-YYYY * 12 + WS-FEE-MM)
087900     END-IF
088000     IF WS-MONTHS-USED >= ZERO AND WS-MONTHS-USED < 12
088100         COMPUTE WS-MONTHS-LEFT = 12 - WS-MONTHS-USED
088200         COMPUTE WS-REBATE-AMT ROUNDED =
088300             WS-OLD-FEE-AMT * WS-MONTHS-LEFT / 12
088400         COMPUTE WS-CHARGE-AMT ROUNDED =
088500             WS-NEW-FEE-AMT * WS-MONTHS-LEFT / 12
088600     ELSE
088700         MOVE ACCT-OPEN-DATE (1:4) TO WS-FEE-YYYY
088800         MOVE ACCT-OPEN-DATE (6:2) TO WS-FEE-MM
088900         COMPUTE WS-MONTHS-USED =
089000             (WS-CURDATE-YEAR * 12 + WS-CURDATE-MONTH)
089100             - (WS-FEE-YYYY * 12 + WS-FEE-MM)
089200         IF WS-MONTHS-USED >= 12
089300             COMPUTE WS-MONTHS-LEFT =
089400                 WS-FEE-MM - WS-CURDATE-MONTH
089500             IF WS-MONTHS-LEFT < ZERO
089600                 ADD 12          TO WS-MONTHS-LEFT
089700             END-IF
089800             COMPUTE WS-CHARGE-AMT ROUNDED =
089900                 WS-NEW-FEE-AMT * WS-MONTHS-LEFT / 12
090000         END-IF
090100     END-IF
090200     IF WS-FIRST-CARD-NUM = SPACES
090300         GO TO 4200-PRORATE-ANNUAL-FEE-EXIT
090400     END-IF
090500     IF WS-REBATE-AMT > ZERO
090600         COMPUTE WS-POST-AMT = ZERO - WS-REBATE-AMT
090700         MOVE '05'               TO WS-POST-TYPE-CD
090800         MOVE '3001'             TO WS-POST-CAT-CD
090900         MOVE 'ANNUAL FEE REBATE - PRODUCT CHANGE'
091000                                 TO WS-POST-DESC
091100         MOVE 'N'                TO WS-POST-BAL-IND
091200         PERFORM 5000-POST-TRANSACTION
091300             THRU 5000-POST-TRANSACTION-EXIT
091400         MOVE WS-REBATE-AMT      TO PCH-FEE-REBATE-AMT
091500     END-IF
091600     IF WS-CHARGE-AMT > ZERO
091700         MOVE WS-CHARGE-AMT      TO WS-POST-AMT
091800         MOVE '05'               TO WS-POST-TYPE-CD
091900         MOVE '3001'             TO WS-POST-CAT-CD
092000         MOVE 'ANNUAL FEE - PRODUCT CHANGE'
092100                                 TO WS-POST-DESC
092200         MOVE 'Y'                TO WS-POST-BAL-IND
092300         PERFORM 5000-POST-TRANSACTION
092400             THRU 5000-POST-TRANSACTION-EXIT
092500         ADD WS-CHARGE-AMT       TO ACCT-CURR-BAL
092600         ADD WS-CHARGE-AMT       TO ACCT-CURR-CYC-DEBIT
092700         ADD WS-CHARGE-AMT       TO ACCT-FEE-DUE-BAL
092800         MOVE WS-CHARGE-AMT      TO PCH-FEE-CHARGED-AMT
092900     END-IF
093000     IF WS-REBATE-AMT > ZERO OR WS-CHARGE-AMT > ZERO
093100         MOVE WS-REBATE-AMT      TO WS-AMT-EDIT
093200         MOVE SPACES             TO AUD-OLD-VALUE
093300         STRING 'REBATE '        DELIMITED BY SIZE
093400                WS-AMT-EDIT      DELIMITED BY SIZE
093500           INTO AUD-OLD-VALUE
093600         END-STRING
093700         MOVE WS-CHARGE-AMT      TO WS-AMT-EDIT
093800         MOVE SPACES             TO AUD-NEW-VALUE
093900         STRING 'CHARGE '        DELIMITED BY SIZE
094000                WS-AMT-EDIT      DELIMITED BY SIZE
094100           INTO AUD-NEW-VALUE
094200         END-STRING
094300         MOVE 'ANNUALFEE'        TO AUD-FIELD-NAME
094400         PERFORM 6900-WRITE-AUDIT-ROW
094500             THRU 6900-WRITE-AUDIT-ROW-EXIT
094600     END-IF.
094700 4200-PRORATE-ANNUAL-FEE-EXIT.
094800     EXIT.
094900*
095000******************************************************************
095100* REWARDS. A MOVE INTO THE REWARDS GROUP OPENS A ZERO-BALANCE
095200* REWARDS ROW FOR CBRWD01C TO EARN ON. A MOVE OUT OF IT SETTLES
095300* THE BALANCE BY POLICY - CASHED OUT AS A STATEMENT CREDIT AT
095400* THE REDEMPTION RATE, WHOLE DOLLARS ONLY, AS CORWD00C REDEEMS,
095500* OR FORFEITED - AND DELETES THE ROW.
095600******************************************************************
095700 4300-SETTLE-REWARDS.
095800     MOVE ACCT-ID                TO RWD-ACCT-ID
095900     IF PCH-NEW-GROUP-ID = PCP-REWARDS-GROUP-ID
096000         READ REWARDS-FILE
096100             INVALID KEY
096200                 MOVE ACCT-ID    TO RWD-ACCT-ID
096300                 MOVE ZERO       TO RWD-POINTS-BAL
096400                 MOVE SPACES     TO RWD-LAST-ACCRUAL-DATE
096500                 WRITE REWARDS-RECORD
096600                 SET PCH-REWARDS-OPENED TO TRUE
096700         END-READ
096800         GO TO 4300-SETTLE-REWARDS-EXIT
096900     END-IF
097000     IF PCH-OLD-GROUP-ID NOT = PCP-REWARDS-GROUP-ID
097100         GO TO 4300-SETTLE-REWARDS-EXIT
097200     END-IF
097300     READ REWARDS-FILE
097400         INVALID KEY
097500             GO TO 4300-SETTLE-REWARDS-EXIT
097600     END-READ
097700     MOVE RWD-POINTS-BAL         TO WS-OLD-POINTS
097800     MOVE RWD-POINTS-BAL         TO PCH-POINTS-AMT
097900     MOVE ZERO                   TO WS-CASHOUT-DOLLARS
098000     IF PCP-CASH-OUT-POINTS AND RWD-POINTS-BAL > ZERO
098100         COMPUTE WS-CASHOUT-DOLLARS =
098200             RWD-POINTS-BAL / PCP-POINTS-PER-DOLLAR
098300     END-IF
098400     IF WS-CASHOUT-DOLLARS > ZERO
098500        AND WS-FIRST-CARD-NUM NOT = SPACES
098600         COMPUTE WS-POST-AMT = ZERO - WS-CASHOUT-DOLLARS
098700         MOVE '07'               TO WS-POST-TYPE-CD
098800         MOVE '5000'             TO WS-POST-CAT-CD
098900         MOVE 'REWARDS CASH-OUT - PRODUCT CHANGE'
099000                                 TO WS-POST-DESC
099100         MOVE 'N'                TO WS-POST-BAL-IND
099200         PERFORM 5000-POST-TRANSACTION
099300             THRU 5000-POST-TRANSACTION-EXIT
099400         MOVE WS-CASHOUT-DOLLARS TO PCH-CASHOUT-AMT
099500         SET PCH-POINTS-CASHED-OUT TO TRUE
099600     ELSE
099700         SET PCH-POINTS-FORFEITED TO TRUE
099800     END-IF
099900     DELETE REWARDS-FILE RECORD
100000         INVALID KEY
100100             CONTINUE
100200     END-DELETE
100300     MOVE WS-OLD-POINTS          TO WS-POINTS-EDIT
100400     MOVE SPACES                 TO AUD-OLD-VALUE
100500     STRING 'POINTS '            DELIMITED BY SIZE
100600            WS-POINTS-EDIT       DELIMITED BY SIZE
100700       INTO AUD-OLD-VALUE
100800     END-STRING
100900     MOVE SPACES                 TO AUD-NEW-VALUE
101000     IF PCH-POINTS-CASHED-OUT
101100         MOVE WS-CASHOUT-DOLLARS TO WS-AMT-EDIT
101200         STRING 'CASHED OUT '    DELIMITED BY SIZE
101300                WS-AMT-EDIT      DELIMITED BY SIZE
101400           INTO AUD-NEW-VALUE
101500         END-STRING
101600     ELSE
101700         MOVE 'FORFEITED'        TO AUD-NEW-VALUE
101800     END-IF
101900     MOVE 'REWARDS'              TO AUD-FIELD-NAME
102000     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT.
102100 4300-SETTLE-REWARDS-EXIT.
102200     EXIT.
102300*
102400******************************************************************
102500* NEW PLASTIC IN THE NEW PRODUCT'S DESIGN - A REPLACEMENT FOR
102600* EVERY ACTIVE CARD, CUT THE WAY CBEMB01C CUTS A BULK REISSUE.
102700* THE REPLACEMENT IS NOT YET ACTIVATED AND NOT YET EMBOSSED, SO
102800* CBEMB01C SENDS IT TO THE PLANT WITH THE ACCOUNT'S NEW GROUP AS
102900* THE PRODUCT CODE. THE OLD CARD STAYS GOOD UNTIL THE NEW ONE IS
103000* ACTIVATED.
103100******************************************************************
103200 4400-REISSUE-CARDS.
103300     PERFORM 4410-REISSUE-ONE-CARD THRU 4410-REISSUE-ONE-CARD-EXIT
103400         VARYING CRD-IDX FROM 1 BY 1
103500         UNTIL CRD-IDX > WS-CARD-USED.
103600 4400-REISSUE-CARDS-EXIT.
103700     EXIT.
103800*
103900 4410-REISSUE-ONE-CARD.
104000     IF WS-LIST-CARD-STATUS (CRD-IDX) NOT = 'A'
104100         GO TO 4410-REISSUE-ONE-CARD-EXIT
104200     END-IF
104300     MOVE WS-LIST-CARD-NUM (CRD-IDX) TO CARD-NUM
104400     READ CARD-FILE
104500         INVALID KEY
104600             GO TO 4410-REISSUE-ONE-CARD-EXIT
104700     END-READ
104800     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
000000     MOVE CARD-EXPIRAION-DATE    TO WS-OLD-EXP-DATE
104900     SET WS-CARD-SEQ             TO CRD-IDX
105000     MOVE CARD-ACCT-ID           TO WS-NEW-CARD-NUM (1:11)
105100     MOVE WS-CURRENT-TIMESTAMP (12:4) TO WS-NEW-CARD-NUM (12:4)
105200     MOVE WS-CARD-SEQ            TO WS-NEW-CARD-NUM (16:1)
105300     MOVE WS-NEW-CARD-NUM        TO CARD-NUM
105400     MOVE 'A'                    TO CARD-ACTIVE-STATUS
105500     SET CARD-NOT-YET-ACTIVATED  TO TRUE
105600     MOVE SPACES                 TO CARD-ACTIVATION-DATE
105700     MOVE SPACES                 TO CARD-HOTLIST-DATE
105800     MOVE SPACES                 TO CARD-EMBOSS-SENT-DATE
105900     COMPUTE WS-NEW-EXP-YEAR = WS-CURDATE-YEAR + 4
106000     MOVE WS-NEW-EXP-YEAR        TO CARD-EXPIRAION-DATE (1:4)
106100     MOVE '-'                    TO CARD-EXPIRAION-DATE (5:1)
106200     MOVE WS-CURDATE-MONTH       TO CARD-EXPIRAION-DATE (6:2)
106300     MOVE '-'                    TO CARD-EXPIRAION-DATE (8:1)
106400     MOVE WS-CURDATE-DAY         TO CARD-EXPIRAION-DATE (9:2)
106500     WRITE CARD-RECORD
106600         INVALID KEY
106700             GO TO 4410-REISSUE-ONE-CARD-EXIT
106800     END-WRITE
000000     PERFORM 4420-RECORD-REPLACEMENT
000000         THRU 4420-RECORD-REPLACEMENT-EXIT
106900     ADD 1                       TO PCH-CARDS-REISSUED
107000     ADD 1                       TO WS-REISSUE-COUNT.
107100 4410-REISSUE-ONE-CARD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PAIR THE OLD NUMBER WITH THE PRODUCT-CHANGE REPLACEMENT ON
000000* CARDRPL FOR THE CBCUP01C CARD-ON-FILE ACCOUNT-UPDATER EXTRACT.
000000******************************************************************
000000 4420-RECORD-REPLACEMENT.
000000     MOVE SPACES                 TO CARD-REPLACEMENT-RECORD
000000     MOVE CARD-NUM               TO CRP-NEW-CARD-NUM
000000     MOVE WS-CURRENT-TIMESTAMP   TO CRP-CREATED-TS
000000     MOVE WS-LIST-CARD-NUM (CRD-IDX) TO CRP-OLD-CARD-NUM
000000     MOVE CARD-ACCT-ID           TO CRP-ACCT-ID
000000     MOVE WS-OLD-EXP-DATE        TO CRP-OLD-EXP-DATE
000000     MOVE CARD-EXPIRAION-DATE    TO CRP-NEW-EXP-DATE
000000     SET CRP-REASON-PRODUCT-CHG  TO TRUE
000000     MOVE 'N'                    TO CRP-LOST-STOLEN-IND
000000     WRITE CARD-REPLACEMENT-RECORD
000000         INVALID KEY
000000             DISPLAY 'CBPCH01C - CARDRPL WRITE FAILED FOR '
000000                     CRP-NEW-CARD-NUM
000000     END-WRITE.
000000 4420-RECORD-REPLACEMENT-EXIT.
107200     EXIT.
107300*
107400******************************************************************
107500* THE CHANGE CANNOT BE MADE - RECORD WHY, AUDIT IT, AND LEAVE
107600* THE ACCOUNT ON ITS PRODUCT.
107700******************************************************************
107800 4900-REFUSE-CHANGE.
107900     SET PCH-REFUSED             TO TRUE
108000     MOVE WS-REFUSE-REASON       TO PCH-REFUSE-REASON
108100     REWRITE PRODUCT-CHANGE-RECORD
108200     ADD 1                       TO WS-REFUSE-COUNT
108300     DISPLAY 'CBPCH01C - CHANGE REFUSED FOR ACCOUNT '
108400             PCH-ACCT-ID ' - ' WS-REFUSE-REASON
108500     MOVE PCH-ACCT-ID            TO ACCT-ID
108600     MOVE SPACES                 TO AUD-OLD-VALUE
108700     STRING 'N '                 DELIMITED BY SIZE
108800            PCH-NEW-GROUP-ID     DELIMITED BY SPACE
108900       INTO AUD-OLD-VALUE
109000     END-STRING
109100     MOVE SPACES                 TO AUD-NEW-VALUE
109200     STRING 'R '                 DELIMITED BY SIZE
109300            WS-REFUSE-REASON     DELIMITED BY SIZE
109400       INTO AUD-NEW-VALUE
109500     END-STRING
109600     MOVE 'PRODCHG'              TO AUD-FIELD-NAME
109700     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT.
109800 4900-REFUSE-CHANGE-EXIT.
109900     EXIT.
110000*
110100******************************************************************
110200* WRITE ONE TRANSACTION MASTER ROW FROM WS-POST-WORK AGAINST THE
110300* ACCOUNT'S FIRST CARD. A ROW WRITTEN UNPOSTED ('N') IS APPLIED
110400* TO THE BALANCE BY CBTRN02C; A POSTED ONE ('Y') HAS ALREADY
110500* BEEN APPLIED BY THE CALLER.
110600******************************************************************
110700 5000-POST-TRANSACTION.
110800     ADD 1                       TO WS-SEQ-4
110900     MOVE FUNCTION CURRENT-DATE TO WS-NEW-TRAN-ID
111000     MOVE WS-SEQ-4               TO WS-NEW-TRAN-ID (13:4)
111100     MOVE WS-NEW-TRAN-ID         TO TRAN-ID
111200     MOVE WS-POST-TYPE-CD        TO TRAN-TYPE-CD
111300     MOVE WS-POST-CAT-CD         TO TRAN-CAT-CD
111400     MOVE 'CNP'                  TO TRAN-SOURCE
111500     MOVE WS-POST-DESC           TO TRAN-DESC
111600     MOVE WS-POST-AMT            TO TRAN-AMT
111700     MOVE SPACES                 TO TRAN-MERCHANT-ID
111800     MOVE SPACES                 TO TRAN-MERCHANT-NAME
111900     MOVE SPACES                 TO TRAN-MERCHANT-CITY
112000     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
112100     MOVE SPACES                 TO TRAN-MERCHANT-STATE
112200     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
112300     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
112400     MOVE WS-FIRST-CARD-NUM      TO TRAN-CARD-NUM
112500     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
112600     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
112700     MOVE 'N'                    TO TRAN-REVERSAL-IND
112800     MOVE SPACES                 TO TRAN-ORIG-TRAN-ID
112900     MOVE 'USD'                  TO TRAN-CURR-CD
113000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
113100     MOVE WS-POST-BAL-IND        TO TRAN-BAL-POSTED-IND
113200     WRITE TRAN-RECORD.
113300 5000-POST-TRANSACTION-EXIT.
113400     EXIT.
113500*
113600******************************************************************
113700* ONE CONVERSION WRITES UP TO THREE AUDIT ROWS FOR THE ACCOUNT,
113800* SO A RUN SEQUENCE IN THE UNUSED TAIL OF THE TIMESTAMP KEEPS
113900* THEIR KEYS APART.
114000******************************************************************
114100 6900-WRITE-AUDIT-ROW.
114200     ADD 1                       TO WS-AUD-SEQ
114300     MOVE ACCT-ID                TO AUD-ACCT-ID
114400     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
114500     MOVE WS-AUD-SEQ             TO AUD-TIMESTAMP (23:4)
114600     MOVE 'CBPCH01C'             TO AUD-USER-ID
114700     WRITE ACCT-AUDIT-RECORD.
114800 6900-WRITE-AUDIT-ROW-EXIT.
114900     EXIT.
115000*
115100 9000-TERMINATE.
115200     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
115300     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
115400     MOVE 'CBPCH01C'             TO QSP-JOB-NAME
115500     SET QSP-ACTION-CLEAR        TO TRUE
115600     CALL 'CBQSC01C' USING QUIESCE-PARM
115700     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
115800     CLOSE PRODUCT-CHANGE-FILE
115900     CLOSE ACCOUNT-FILE
116000     CLOSE XREF-FILE
116100     CLOSE CUSTOMER-FILE
116200     CLOSE CONTACT-PREF-FILE
116300     CLOSE CORR-HIST-FILE
116400     CLOSE AUDIT-FILE
116500     CLOSE REWARDS-FILE
116600     CLOSE TRAN-MASTER-FILE
116700     CLOSE CARD-AIX-FILE
116800     CLOSE CARD-FILE
000000     CLOSE CARDRPL-FILE
116900     CLOSE NOTICE-EMAIL-FILE
117000     CLOSE NOTICE-PRINT-FILE
117100     DISPLAY 'CBPCH01C - CHANGE ROWS READ: ' WS-ROW-COUNT
117200     DISPLAY 'CBPCH01C - EMAIL NOTICES: ' WS-EMAIL-COUNT
117300     DISPLAY 'CBPCH01C - LETTER NOTICES: ' WS-PRINT-COUNT
117400     DISPLAY 'CBPCH01C - NOTICES NOT SENT: ' WS-UNSENT-COUNT
117500     DISPLAY 'CBPCH01C - ACCOUNTS CONVERTED: ' WS-CONVERT-COUNT
117600     DISPLAY 'CBPCH01C - CHANGES REFUSED: ' WS-REFUSE-COUNT
117700     DISPLAY 'CBPCH01C - CARDS REISSUED: ' WS-REISSUE-COUNT
117800     PERFORM 9200-LOG-JOB-STATUS
117900         THRU 9200-LOG-JOB-STATUS-EXIT.
118000 9000-TERMINATE-EXIT.
118100     EXIT.
118200*
118300******************************************************************
118400* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
118500* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
118600* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
118700* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
118800******************************************************************
118900 9100-ABEND-NOTIFY.
119000     MOVE 'AB01'                 TO ABEND-CODE
119100     MOVE 'CBPCH01C'             TO ABEND-CULPRIT
119200     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
119300     STRING ABEND-CULPRIT   DELIMITED BY SIZE
119400            ' - '           DELIMITED BY SIZE
119500            ABEND-REASON    DELIMITED BY SIZE
119600       INTO ABEND-MSG
119700     END-STRING
119800     OPEN EXTEND ALERT-QUEUE-FILE
119900     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
120000     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
120100     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
120200     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
120300     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
120400     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
120500     WRITE OPS-ALERT-RECORD
120600     CLOSE ALERT-QUEUE-FILE
120700     MOVE 16                     TO RETURN-CODE.
120800 9100-ABEND-NOTIFY-EXIT.
120900     EXIT.
121000*
121100******************************************************************
121200* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
121300* WHETHER THE JOB RAN AND HOW IT WENT.
121400******************************************************************
121500 9200-LOG-JOB-STATUS.
121600     OPEN I-O JOB-LOG-FILE
121700     IF NOT WS-JOBLOG-OK
121800         DISPLAY 'CBPCH01C - ERROR OPENING JOB LOG FILE'
121900         GO TO 9200-LOG-JOB-STATUS-EXIT
122000     END-IF
122100     MOVE 'CBPCH01C'             TO JBS-JOB-NAME
122200     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
122300     IF RETURN-CODE = ZERO
122400         SET JBS-STATUS-SUCCESS  TO TRUE
122500     ELSE
122600         SET JBS-STATUS-FAILED   TO TRUE
122700     END-IF
122800     MOVE RETURN-CODE            TO JBS-RETURN-CODE
122900     MOVE WS-ROW-COUNT           TO JBS-REC-COUNT
123000     WRITE JOB-STATUS-RECORD
123100     CLOSE JOB-LOG-FILE.
123200 9200-LOG-JOB-STATUS-EXIT.
123300     EXIT.
