000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCIT01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CHANGE-IN-TERMS NOTICES
001100*                     AND ACCOUNT TERMS VERSIONS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN NIGHTLY. EVERY CHANGE COREFAPC APPROVED TODAY
001500*                THAT WORSENS AN ACCOUNT GROUP'S TERMS (TERMSCHG
001600*                ROWS STILL 'Q', CVCIT01Y) IS NUMBERED AS THE
001700*                NEXT TERMS VERSION AND NOTIFIED TO EVERY OPEN
001800*                ACCOUNT IN THE GROUP: WHAT CHANGES, THE DATE IT
001900*                TAKES EFFECT AND THE VERSION IT BRINGS IN. THE
002000*                NOTICE SPLITS EMAIL/PRINT THE WAY THE PENALTY
002100*                APR NOTICES DO (CITEMAIL/CITPRINT, CVCIT03Y) AND
002200*                IS LOGGED TO CORRHIST AS THE PROOF OF NOTICE. IT
002300*                IS A REQUIRED DISCLOSURE, SO A DO-NOT-CONTACT OR
002400*                EMAIL OPT-OUT ONLY STEERS IT TO PRINT. THE
002500*                ACCOUNT RECORDS THE NOTIFIED VERSION AND ITS
002600*                EFFECTIVE DATE, AND THE SAME PASS MOVES EVERY
002700*                ACCOUNT WHOSE NOTIFIED VERSION HAS COME INTO
002800*                EFFECT ONTO IT (AUDITED AS 'TERMSVER'). A CHANGE
002900*                WHOSE EFFECTIVE DATE IS ALREADY INSIDE THE
003000*                NOTICE PERIOD (CVCIT02Y) BY THE TIME THE NOTICES
003100*                GO OUT IS STILL NOTIFIED BUT MARKED 'L' FOR
003200*                COMPLIANCE TO FOLLOW UP. CLOSED, DECEASED,
003300*                CHARGED-OFF AND BANKRUPTCY-STAY ACCOUNTS ARE NOT
003400*                NOTIFIED.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT TERMS-CHANGE-FILE ASSIGN TO TERMSCHG
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CIT-KEY
004300         FILE STATUS IS WS-TERMSCHG-STATUS.
004400     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS ACCT-ID
004800         FILE STATUS IS WS-ACCOUNT-STATUS.
004900     SELECT XREF-FILE ASSIGN TO ACCTXREF
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS XRF-ACCT-ID
005300         FILE STATUS IS WS-XREF-STATUS.
005400     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CUST-ID
005800         FILE STATUS IS WS-CUSTOMER-STATUS.
005900     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS CPR-CUST-ID
006300         FILE STATUS IS WS-CONTPREF-STATUS.
006400     SELECT CORR-HIST-FILE ASSIGN TO CORRHIST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS COR-KEY
006800         FILE STATUS IS WS-CORRHIST-STATUS.
006900     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS AUD-KEY
007300         FILE STATUS IS WS-AUDIT-STATUS.
007400     SELECT NOTICE-EMAIL-FILE ASSIGN TO CITEMAIL
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-EMAIL-STATUS.
007700     SELECT NOTICE-PRINT-FILE ASSIGN TO CITPRINT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-PRINT-STATUS.
008000     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-ALERT-STATUS.
008300     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS JBS-KEY
008700         FILE STATUS IS WS-JOBLOG-STATUS.
008800*
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  TERMS-CHANGE-FILE.
009200     COPY CVCIT01Y.
009300*
009400 FD  ACCOUNT-FILE.
009500     COPY CVACT01Y.
009600*
009700 FD  XREF-FILE.
009800     COPY CVXRF01Y.
009900*
010000 FD  CUSTOMER-FILE.
010100     COPY CVCUS01Y.
010200*
010300 FD  CONTACT-PREF-FILE.
010400     COPY CVCPR01Y.
010500*
010600 FD  CORR-HIST-FILE.
010700     COPY CVCOR01Y.
010800*
010900 FD  AUDIT-FILE.
011000     COPY CVAUD01Y.
011100*
011200 FD  NOTICE-EMAIL-FILE
011300     RECORDING MODE IS F.
011400     COPY CVCIT03Y.
011500*
011600 FD  NOTICE-PRINT-FILE
011700     RECORDING MODE IS F.
011800     COPY CVCIT03Y
011900         REPLACING ==TERMS-NOTICE-RECORD== BY
012000                   ==TERMS-PRINT-RECORD==
012100             ==CTN-ACCT-ID== BY ==CPN-ACCT-ID==
012200             ==CTN-CUST-ID== BY ==CPN-CUST-ID==
012300             ==CTN-GROUP-ID== BY ==CPN-GROUP-ID==
012400             ==CTN-TERMS-VERSION== BY ==CPN-TERMS-VERSION==
012500             ==CTN-EFFECTIVE-DATE== BY ==CPN-EFFECTIVE-DATE==
012600             ==CTN-CHANGE-DESC== BY ==CPN-CHANGE-DESC==
012700             ==CTN-CHANNEL== BY ==CPN-CHANNEL==
012800             ==CTN-BY-EMAIL== BY ==CPN-BY-EMAIL==
012900             ==CTN-BY-LETTER== BY ==CPN-BY-LETTER==
013000             ==CTN-EMAIL-ADDR== BY ==CPN-EMAIL-ADDR==.
013100*
013200 FD  ALERT-QUEUE-FILE
013300     RECORDING MODE IS F.
013400     COPY CSOPS01Y.
013500*
013600 FD  JOB-LOG-FILE.
013700     COPY CVJOB01Y.
013800*
013900 WORKING-STORAGE SECTION.
014000 01  WS-TERMSCHG-STATUS               PIC XX.
014100     88 WS-TERMSCHG-OK                VALUE '00'.
014200 01  WS-ACCOUNT-STATUS                PIC XX.
014300     88 WS-ACCOUNT-OK                 VALUE '00'.
014400 01  WS-XREF-STATUS                   PIC XX.
014500 01  WS-CUSTOMER-STATUS               PIC XX.
014600 01  WS-CONTPREF-STATUS               PIC XX.
014700 01  WS-CORRHIST-STATUS               PIC XX.
014800 01  WS-AUDIT-STATUS                  PIC XX.
014900     88 WS-AUDIT-OK                   VALUE '00'.
015000 01  WS-EMAIL-STATUS                  PIC XX.
015100 01  WS-PRINT-STATUS                  PIC XX.
015200 01  WS-ALERT-STATUS                  PIC XX.
015300 01  WS-JOBLOG-STATUS                 PIC XX.
015400     88 WS-JOBLOG-OK                  VALUE '00'.
015500 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
015600     88 WS-END-OF-ACCOUNTS            VALUE 'Y'.
015700 01  WS-CIT-EOF-SW                    PIC X(01) VALUE 'N'.
015800     88 WS-END-OF-CHANGES             VALUE 'Y'.
015900 01  WS-ACCT-CHANGED-SW               PIC X(01) VALUE 'N'.
016000     88 WS-ACCT-CHANGED               VALUE 'Y'.
016100 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
016200 01  WS-EMAIL-COUNT                   PIC 9(07) VALUE ZERO.
016300 01  WS-PRINT-COUNT                   PIC 9(07) VALUE ZERO.
016400 01  WS-UNSENT-COUNT                  PIC 9(07) VALUE ZERO.
016500 01  WS-MOVED-COUNT                   PIC 9(07) VALUE ZERO.
016600 01  WS-LATE-COUNT                    PIC 9(07) VALUE ZERO.
016700 01  WS-CPR-EMAIL-OK-SW               PIC X(01).
016800     88 WS-CPR-EMAIL-ALLOWED          VALUE 'Y'.
016900 01  WS-COR-CHANNEL                   PIC X(01).
017000 01  WS-COR-OUTCOME                   PIC X(10).
017100 01  WS-ABEND-REASON-TEXT             PIC X(50).
017200 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
017300*
017400 01  WS-DATE-WORK.
017500     05 WS-TODAY-INT                  PIC 9(08).
017600     05 WS-LIMIT-INT                  PIC 9(08).
017700     05 WS-LIMIT-N                    PIC 9(08).
017800     05 WS-LIMIT-X.
017900        10 WS-LIMIT-YYYY              PIC 9(04).
018000        10 FILLER                     PIC X(01) VALUE '-'.
018100        10 WS-LIMIT-MM                PIC 9(02).
018200        10 FILLER                     PIC X(01) VALUE '-'.
018300        10 WS-LIMIT-DD                PIC 9(02).
018400*
018500******************************************************************
018600* TONIGHT'S QUEUED CHANGES, NUMBERED FROM THE HIGHEST TERMS
018700* VERSION ALREADY ON TERMSCHG. ANY BEYOND THE TABLE WAIT FOR THE
018800* NEXT RUN.
018900******************************************************************
019000 01  WS-CHANGE-TABLE.
019100     05 WS-CHG-COUNT                  PIC S9(04) COMP VALUE ZERO.
019200     05 WS-CHG-MAX                    PIC S9(04) COMP VALUE 20.
019300     05 WS-LAST-VERSION               PIC 9(05) VALUE ZERO.
019400     05 WS-CHG-ENTRY OCCURS 20 TIMES
019500                     INDEXED BY WS-CHG-IDX.
019600        10 WS-CHG-KEY                 PIC X(20).
019700        10 WS-CHG-GROUP-ID            PIC X(10).
019800        10 WS-CHG-EFF-DATE            PIC X(10).
019900        10 WS-CHG-DESC                PIC X(80).
020000        10 WS-CHG-VERSION             PIC 9(05).
020100        10 WS-CHG-NOTICES             PIC 9(07).
020200        10 WS-CHG-LATE-SW             PIC X(01).
020300           88 WS-CHG-LATE             VALUE 'Y'.
020400*
020500******************************************************************
020600* CHANGE-IN-TERMS POLICY - THE NOTICE PERIOD.
020700******************************************************************
020800 COPY CVCIT02Y.
020900*
021000******************************************************************
021100* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
021200******************************************************************
021300 COPY CSMSG02Y.
021400*
021500 COPY CSDAT01Y.
021600*
021700******************************************************************
021800* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
021900******************************************************************
022000 COPY CVJCK01Y.
022100*
022200******************************************************************
022300* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
022400******************************************************************
022500 COPY CVQSP01Y.
022600*
022700 LINKAGE SECTION.
022800*
022900******************************************************************
023000 PROCEDURE DIVISION.
023100******************************************************************
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
023400     PERFORM 2000-REVIEW-ACCOUNT THRU 2000-REVIEW-ACCOUNT-EXIT
023500         UNTIL WS-END-OF-ACCOUNTS
023600     PERFORM 3000-CLOSE-CHANGES THRU 3000-CLOSE-CHANGES-EXIT
023700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
023800     GOBACK.
023900*
024000 1000-INITIALIZE.
024100     MOVE 'CBCIT01C'             TO JCK-JOB-NAME
024200     CALL 'CBJCK01C' USING JOBCHECK-PARM
024300     IF JCK-REFUSED
024400         DISPLAY 'CBCIT01C - PREDECESSOR CHECK REFUSED RUN'
024500         MOVE 'Y'                TO WS-EOF-SW
024600         MOVE 'PREDECESSOR JOB CHECK FAILED'
024700                                 TO WS-ABEND-REASON-TEXT
024800         PERFORM 9100-ABEND-NOTIFY
024900             THRU 9100-ABEND-NOTIFY-EXIT
025000         GO TO 1000-INITIALIZE-EXIT
025100     END-IF
025200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
025300     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
025400     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
025500     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
025600     COMPUTE WS-TODAY-INT =
025700         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
025800     COMPUTE WS-LIMIT-INT = WS-TODAY-INT + CTP-NOTICE-DAYS
025900     COMPUTE WS-LIMIT-N =
026000         FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT)
026100     MOVE WS-LIMIT-N (1:4)       TO WS-LIMIT-YYYY
026200     MOVE WS-LIMIT-N (5:2)       TO WS-LIMIT-MM
026300     MOVE WS-LIMIT-N (7:2)       TO WS-LIMIT-DD
026400     OPEN I-O TERMS-CHANGE-FILE
026500     IF NOT WS-TERMSCHG-OK
026600         DISPLAY 'CBCIT01C - ERROR OPENING TERMS CHANGE FILE'
026700         MOVE 'Y'                TO WS-EOF-SW
026800         MOVE 'TERMS CHANGE FILE OPEN ERROR'
026900                                 TO WS-ABEND-REASON-TEXT
027000         PERFORM 9100-ABEND-NOTIFY
027100             THRU 9100-ABEND-NOTIFY-EXIT
027200         GO TO 1000-INITIALIZE-EXIT
027300     END-IF
027400     PERFORM 1100-LOAD-CHANGES THRU 1100-LOAD-CHANGES-EXIT
027500     OPEN I-O ACCOUNT-FILE
027600     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
027700     MOVE 'CBCIT01C'             TO QSP-JOB-NAME
027800     SET QSP-ACTION-SET          TO TRUE
027900     CALL 'CBQSC01C' USING QUIESCE-PARM
028000     OPEN INPUT XREF-FILE
028100     OPEN INPUT CUSTOMER-FILE
028200     OPEN INPUT CONTACT-PREF-FILE
028300     OPEN I-O CORR-HIST-FILE
028400     OPEN I-O AUDIT-FILE
028500     OPEN OUTPUT NOTICE-EMAIL-FILE
028600     OPEN OUTPUT NOTICE-PRINT-FILE
028700     IF NOT WS-ACCOUNT-OK
028800         DISPLAY 'CBCIT01C - ERROR OPENING ACCOUNT FILE'
028900         MOVE 'Y'                TO WS-EOF-SW
029000         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
029100         PERFORM 9100-ABEND-NOTIFY
029200             THRU 9100-ABEND-NOTIFY-EXIT
029300         GO TO 1000-INITIALIZE-EXIT
029400     END-IF
029500     IF NOT WS-AUDIT-OK
029600         DISPLAY 'CBCIT01C - ERROR OPENING ACCOUNT AUDIT FILE'
029700         MOVE 'Y'                TO WS-EOF-SW
029800         MOVE 'ACCOUNT AUDIT FILE OPEN ERROR'
029900                                 TO WS-ABEND-REASON-TEXT
030000         PERFORM 9100-ABEND-NOTIFY
030100             THRU 9100-ABEND-NOTIFY-EXIT
030200         GO TO 1000-INITIALIZE-EXIT
030300     END-IF
030400     PERFORM 2100-READ-NEXT-ACCOUNT
030500         THRU 2100-READ-NEXT-ACCOUNT-EXIT.
030600 1000-INITIALIZE-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* ONE PASS OF TERMSCHG - NOTE THE HIGHEST VERSION ALREADY GIVEN
031100* OUT AND TABLE THE ROWS STILL QUEUED, THEN NUMBER THEM IN KEY
031200* (APPROVAL) ORDER.
031300******************************************************************
031400 1100-LOAD-CHANGES.
031500     MOVE 'N'                    TO WS-CIT-EOF-SW
031600     PERFORM 1110-LOAD-NEXT-CHANGE
031700         THRU 1110-LOAD-NEXT-CHANGE-EXIT
031800         UNTIL WS-END-OF-CHANGES
031900     PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
032000             UNTIL WS-CHG-IDX > WS-CHG-COUNT
032100         ADD 1                   TO WS-LAST-VERSION
032200         MOVE WS-LAST-VERSION    TO WS-CHG-VERSION (WS-CHG-IDX)
032300         MOVE ZERO               TO WS-CHG-NOTICES (WS-CHG-IDX)
032400         MOVE 'N'                TO WS-CHG-LATE-SW (WS-CHG-IDX)
032500         IF WS-CHG-EFF-DATE (WS-CHG-IDX) < WS-LIMIT-X
032600             MOVE 'Y'            TO WS-CHG-LATE-SW (WS-CHG-IDX)
032700         END-IF
032800     END-PERFORM.
032900 1100-LOAD-CHANGES-EXIT.
033000     EXIT.
033100*
033200 1110-LOAD-NEXT-CHANGE.
033300     READ TERMS-CHANGE-FILE NEXT RECORD
033400         AT END
033500             MOVE 'Y'            TO WS-CIT-EOF-SW
033600             GO TO 1110-LOAD-NEXT-CHANGE-EXIT
033700     END-READ
033800     IF CIT-TERMS-VERSION > WS-LAST-VERSION
033900         MOVE CIT-TERMS-VERSION  TO WS-LAST-VERSION
034000     END-IF
034100     IF NOT CIT-QUEUED
034200         GO TO 1110-LOAD-NEXT-CHANGE-EXIT
034300     END-IF
034400     IF WS-CHG-COUNT NOT < WS-CHG-MAX
034500         DISPLAY 'CBCIT01C - CHANGE HELD TO NEXT RUN: '
034600                 CIT-KEY
034700         GO TO 1110-LOAD-NEXT-CHANGE-EXIT
034800     END-IF
034900     ADD 1                       TO WS-CHG-COUNT
035000     SET WS-CHG-IDX              TO WS-CHG-COUNT
035100     MOVE CIT-KEY                TO WS-CHG-KEY (WS-CHG-IDX)
035200     MOVE CIT-GROUP-ID           TO WS-CHG-GROUP-ID (WS-CHG-IDX)
035300     MOVE CIT-EFF-DATE           TO WS-CHG-EFF-DATE (WS-CHG-IDX)
035400     MOVE CIT-CHANGE-DESC        TO WS-CHG-DESC (WS-CHG-IDX).
035500 1110-LOAD-NEXT-CHANGE-EXIT.
035600     EXIT.
035700*
035800******************************************************************
035900* MOVE THE ACCOUNT ONTO A NOTIFIED VERSION THAT HAS COME INTO
036000* EFFECT, THEN NOTIFY IT OF EACH OF TONIGHT'S CHANGES TO ITS
036100* GROUP.
036200******************************************************************
036300 2000-REVIEW-ACCOUNT.
036400     ADD 1                       TO WS-ACCT-COUNT
036500     MOVE 'N'                    TO WS-ACCT-CHANGED-SW
036600     IF ACCT-TERMS-VERSION IS NOT NUMERIC
036700         MOVE ZERO               TO ACCT-TERMS-VERSION
036800     END-IF
036900     IF ACCT-NEXT-TERMS-VERSION IS NOT NUMERIC
037000         MOVE ZERO               TO ACCT-NEXT-TERMS-VERSION
037100         MOVE SPACES             TO ACCT-NEXT-TERMS-DATE
037200     END-IF
037300     IF ACCT-NEXT-TERMS-VERSION > ZERO
037400        AND ACCT-NEXT-TERMS-DATE NOT > WS-CURDATE-YYYY-MM-DD
037500         PERFORM 2200-MOVE-TO-NEXT-TERMS
037600             THRU 2200-MOVE-TO-NEXT-TERMS-EXIT
037700     END-IF
037800     IF ACCT-ACTIVE-STATUS NOT = 'C' AND NOT = 'X'
037900        AND NOT = 'Z' AND NOT = 'B'
038000         PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
038100                 UNTIL WS-CHG-IDX > WS-CHG-COUNT
038200             IF WS-CHG-GROUP-ID (WS-CHG-IDX) = ACCT-GROUP-ID
038300                 PERFORM 5000-SEND-NOTICE
038400                     THRU 5000-SEND-NOTICE-EXIT
038500             END-IF
038600         END-PERFORM
038700     END-IF
038800     IF WS-ACCT-CHANGED
038900         REWRITE ACCOUNT-RECORD
039000     END-IF
039100     PERFORM 2100-READ-NEXT-ACCOUNT
039200         THRU 2100-READ-NEXT-ACCOUNT-EXIT.
039300 2000-REVIEW-ACCOUNT-EXIT.
039400     EXIT.
039500*
039600 2100-READ-NEXT-ACCOUNT.
039700     READ ACCOUNT-FILE NEXT RECORD
039800         AT END
039900             MOVE 'Y'            TO WS-EOF-SW
040000     END-READ.
040100 2100-READ-NEXT-ACCOUNT-EXIT.
040200     EXIT.
040300*
040400 2200-MOVE-TO-NEXT-TERMS.
040500     MOVE ACCT-TERMS-VERSION     TO AUD-OLD-VALUE
040600     MOVE ACCT-NEXT-TERMS-VERSION
040700                                 TO AUD-NEW-VALUE
040800     MOVE ACCT-NEXT-TERMS-VERSION
040900                                 TO ACCT-TERMS-VERSION
041000     MOVE ZERO                   TO ACCT-NEXT-TERMS-VERSION
041100     MOVE SPACES                 TO ACCT-NEXT-TERMS-DATE
041200     MOVE 'Y'                    TO WS-ACCT-CHANGED-SW
041300     ADD 1                       TO WS-MOVED-COUNT
041400     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT.
041500 2200-MOVE-TO-NEXT-TERMS-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900* BUILD AND ROUTE THE NOTICE FOR THE CHANGE AT WS-CHG-IDX, LOG
042000* IT, AND RECORD THE VERSION ON THE ACCOUNT. EMAIL ONLY WHERE
042100* THE CUSTOMER HAS GIVEN PAPERLESS CONSENT, HAS AN ADDRESS ON
042200* FILE AND HAS NOT OPTED OUT OF EMAIL; EVERYONE ELSE IS PRINTED.
042300* WHEN TWO CHANGES REACH THE SAME ACCOUNT THE LATER VERSION IS
042400* THE ONE RECORDED AS NEXT.
042500******************************************************************
042600 5000-SEND-NOTICE.
042700     MOVE ACCT-ID                TO XRF-ACCT-ID
042800     READ XREF-FILE
042900         INVALID KEY
043000             MOVE ACCT-ID        TO XRF-CUST-ID
043100     END-READ
043200     MOVE XRF-CUST-ID            TO CUST-ID
043300     READ CUSTOMER-FILE
043400         INVALID KEY
043500             DISPLAY 'CBCIT01C - NO CUSTOMER FOR ACCOUNT '
043600                     ACCT-ID
043700             ADD 1               TO WS-UNSENT-COUNT
043800             GO TO 5000-SEND-NOTICE-EXIT
043900     END-READ
044000     MOVE ACCT-ID                TO CTN-ACCT-ID
044100     MOVE CUST-ID                TO CTN-CUST-ID
044200     MOVE ACCT-GROUP-ID          TO CTN-GROUP-ID
044300     MOVE WS-CHG-VERSION (WS-CHG-IDX)
044400                                 TO CTN-TERMS-VERSION
044500     MOVE WS-CHG-EFF-DATE (WS-CHG-IDX)
044600                                 TO CTN-EFFECTIVE-DATE
044700     MOVE WS-CHG-DESC (WS-CHG-IDX)
044800                                 TO CTN-CHANGE-DESC
044900     PERFORM 5100-CHECK-CONTACT-PREF
045000         THRU 5100-CHECK-CONTACT-PREF-EXIT
045100     IF CUST-PAPERLESS-CONSENT-IND = 'Y'
045200        AND CUST-EMAIL-ADDRESS NOT = SPACES
045300        AND WS-CPR-EMAIL-ALLOWED
045400         SET CTN-BY-EMAIL        TO TRUE
045500         MOVE CUST-EMAIL-ADDRESS TO CTN-EMAIL-ADDR
045600         WRITE TERMS-NOTICE-RECORD
045700         ADD 1                   TO WS-EMAIL-COUNT
045800         MOVE 'E'                TO WS-COR-CHANNEL
045900         MOVE 'SENT'             TO WS-COR-OUTCOME
046000     ELSE
046100         SET CTN-BY-LETTER       TO TRUE
046200         MOVE SPACES             TO CTN-EMAIL-ADDR
046300         MOVE TERMS-NOTICE-RECORD
046400                                 TO TERMS-PRINT-RECORD
046500         WRITE TERMS-PRINT-RECORD
046600         ADD 1                   TO WS-PRINT-COUNT
046700         MOVE 'P'                TO WS-COR-CHANNEL
046800         MOVE 'PRINTED'          TO WS-COR-OUTCOME
046900     END-IF
047000     ADD 1                       TO WS-CHG-NOTICES (WS-CHG-IDX)
047100     PERFORM 5200-LOG-CORRESPONDENCE
047200         THRU 5200-LOG-CORRESPONDENCE-EXIT
047300     IF WS-CHG-VERSION (WS-CHG-IDX) > ACCT-NEXT-TERMS-VERSION
047400         MOVE WS-CHG-VERSION (WS-CHG-IDX)
047500                                 TO ACCT-NEXT-TERMS-VERSION
047600         MOVE WS-CHG-EFF-DATE (WS-CHG-IDX)
047700                                 TO ACCT-NEXT-TERMS-DATE
047800         MOVE 'Y'                TO WS-ACCT-CHANGED-SW
047900     END-IF.
048000 5000-SEND-NOTICE-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* A CONTPREF EMAIL OPT-OUT (OR DO-NOT-CONTACT) STEERS THE NOTICE
048500* TO PRINT. NO CONTPREF ROW MEANS NO RESTRICTION.
048600******************************************************************
048700 5100-CHECK-CONTACT-PREF.
048800     MOVE 'Y'                    TO WS-CPR-EMAIL-OK-SW
048900     MOVE CUST-ID                TO CPR-CUST-ID
049000     READ CONTACT-PREF-FILE
049100         INVALID KEY
049200             GO TO 5100-CHECK-CONTACT-PREF-EXIT
049300     END-READ
049400     IF CPR-DNC OR CPR-NO-EMAIL
049500         MOVE 'N'                TO WS-CPR-EMAIL-OK-SW
049600     END-IF.
049700 5100-CHECK-CONTACT-PREF-EXIT.
049800     EXIT.
049900*
050000******************************************************************
050100* ONE CORRESPONDENCE HISTORY ROW PER NOTICE - THE PROOF OF
050200* NOTICE BEHIND THE CHANGE, LISTED ON COCOR00C. THE DOCUMENT
050300* REFERENCE IS THE DATE THE NEW TERMS TAKE EFFECT.
050400******************************************************************
050500 5200-LOG-CORRESPONDENCE.
050600     MOVE CUST-ID                TO COR-CUST-ID
050700     MOVE FUNCTION CURRENT-DATE  TO COR-TS
050800     MOVE ACCT-ID                TO COR-ACCT-ID
050900     MOVE 'CHGTERMS'             TO COR-DOC-TYPE
051000     MOVE WS-COR-CHANNEL         TO COR-CHANNEL
051100     MOVE WS-COR-OUTCOME         TO COR-OUTCOME
051200     MOVE WS-CHG-EFF-DATE (WS-CHG-IDX)
051300                                 TO COR-DOC-REF
051400     WRITE CORRESPONDENCE-RECORD
051500         INVALID KEY
051600             CONTINUE
051700     END-WRITE.
051800 5200-LOG-CORRESPONDENCE-EXIT.
051900     EXIT.
052000*
052100 6900-WRITE-AUDIT-ROW.
052200     MOVE ACCT-ID                TO AUD-ACCT-ID
052300     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
052400     MOVE 'CBCIT01C'             TO AUD-USER-ID
052500     MOVE 'TERMSVER'             TO AUD-FIELD-NAME
052600     WRITE ACCT-AUDIT-RECORD.
052700 6900-WRITE-AUDIT-ROW-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100* STAMP EACH OF TONIGHT'S CHANGES WITH ITS VERSION, THE NOTICE
053200* DATE AND THE NUMBER OF NOTICES SENT - 'S', OR 'L' WHEN THE
053300* EFFECTIVE DATE WAS ALREADY INSIDE THE NOTICE PERIOD.
053400******************************************************************
053500 3000-CLOSE-CHANGES.
053600     PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
053700             UNTIL WS-CHG-IDX > WS-CHG-COUNT
053800         PERFORM 3100-CLOSE-ONE-CHANGE
053900             THRU 3100-CLOSE-ONE-CHANGE-EXIT
054000     END-PERFORM.
054100 3000-CLOSE-CHANGES-EXIT.
054200     EXIT.
054300*
054400 3100-CLOSE-ONE-CHANGE.
054500     MOVE WS-CHG-KEY (WS-CHG-IDX) TO CIT-KEY
054600     READ TERMS-CHANGE-FILE
054700         INVALID KEY
054800             DISPLAY 'CBCIT01C - TERMS CHANGE ROW GONE: '
054900                     CIT-KEY
055000             GO TO 3100-CLOSE-ONE-CHANGE-EXIT
055100     END-READ
055200     MOVE WS-CHG-VERSION (WS-CHG-IDX) TO CIT-TERMS-VERSION
055300     MOVE WS-CURDATE-YYYY-MM-DD  TO CIT-NOTICE-DATE
055400     MOVE WS-CHG-NOTICES (WS-CHG-IDX) TO CIT-NOTICE-COUNT
055500     SET CIT-NOTICES-SENT        TO TRUE
055600     IF WS-CHG-LATE (WS-CHG-IDX)
055700         SET CIT-NOTICES-LATE    TO TRUE
055800         ADD 1                   TO WS-LATE-COUNT
055900         DISPLAY 'CBCIT01C - NOTICE INSIDE NOTICE PERIOD: '
056000                 CIT-GROUP-ID ' EFFECTIVE ' CIT-EFF-DATE
056100     END-IF
056200     REWRITE TERMS-CHANGE-RECORD
056300         INVALID KEY
056400             DISPLAY 'CBCIT01C - TERMS CHANGE REWRITE FAILED: '
056500                     CIT-KEY
056600     END-REWRITE.
056700 3100-CLOSE-ONE-CHANGE-EXIT.
056800     EXIT.
056900*
057000 9000-TERMINATE.
057100     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
057200     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
057300     MOVE 'CBCIT01C'             TO QSP-JOB-NAME
057400     SET QSP-ACTION-CLEAR        TO TRUE
057500     CALL 'CBQSC01C' USING QUIESCE-PARM
057600     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
057700     CLOSE TERMS-CHANGE-FILE
057800     CLOSE ACCOUNT-FILE
057900     CLOSE XREF-FILE
058000     CLOSE CUSTOMER-FILE
058100     CLOSE CONTACT-PREF-FILE
058200     CLOSE CORR-HIST-FILE
058300     CLOSE AUDIT-FILE
058400     CLOSE NOTICE-EMAIL-FILE
058500     CLOSE NOTICE-PRINT-FILE
058600     DISPLAY 'CBCIT01C - CHANGES NOTIFIED: ' WS-CHG-COUNT
058700     DISPLAY 'CBCIT01C - CHANGES NOTIFIED LATE: ' WS-LATE-COUNT
058800     DISPLAY 'CBCIT01C - ACCOUNTS READ: ' WS-ACCT-COUNT
058900     DISPLAY 'CBCIT01C - EMAIL NOTICES: ' WS-EMAIL-COUNT
059000     DISPLAY 'CBCIT01C - LETTER NOTICES: ' WS-PRINT-COUNT
059100     DISPLAY 'CBCIT01C - NOTICES NOT SENT: ' WS-UNSENT-COUNT
059200     DISPLAY 'CBCIT01C - ACCOUNTS MOVED TO NEW TERMS: '
059300             WS-MOVED-COUNT
059400     PERFORM 9200-LOG-JOB-STATUS
059500         THRU 9200-LOG-JOB-STATUS-EXIT.
059600 9000-TERMINATE-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
060100* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
060200* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
060300* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
060400******************************************************************
060500 9100-ABEND-NOTIFY.
060600     MOVE 'AB01'                 TO ABEND-CODE
060700     MOVE 'CBCIT01C'             TO ABEND-CULPRIT
060800     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
060900     STRING ABEND-CULPRIT   DELIMITED BY SIZE
061000            ' - '           DELIMITED BY SIZE
061100            ABEND-REASON    DELIMITED BY SIZE
061200       INTO ABEND-MSG
061300     END-STRING
061400     OPEN EXTEND ALERT-QUEUE-FILE
061500     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
061600     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
061700     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
061800     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
061900     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
062000     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
062100     WRITE OPS-ALERT-RECORD
062200     CLOSE ALERT-QUEUE-FILE
062300     MOVE 16                     TO RETURN-CODE.
062400 9100-ABEND-NOTIFY-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
062900* WHETHER THE JOB RAN AND HOW IT WENT.
063000******************************************************************
063100 9200-LOG-JOB-STATUS.
063200     OPEN I-O JOB-LOG-FILE
063300     IF NOT WS-JOBLOG-OK
063400         DISPLAY 'CBCIT01C - ERROR OPENING JOB LOG FILE'
063500         GO TO 9200-LOG-JOB-STATUS-EXIT
063600     END-IF
063700     MOVE 'CBCIT01C'             TO JBS-JOB-NAME
063800     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
063900     IF RETURN-CODE = ZERO
064000         SET JBS-STATUS-SUCCESS  TO TRUE
064100     ELSE
064200         SET JBS-STATUS-FAILED   TO TRUE
064300     END-IF
064400     MOVE RETURN-CODE            TO JBS-RETURN-CODE
064500     MOVE WS-ACCT-COUNT          TO JBS-REC-COUNT
064600     WRITE JOB-STATUS-RECORD
064700     CLOSE JOB-LOG-FILE.
064800 9200-LOG-JOB-STATUS-EXIT.
064900     EXIT.
