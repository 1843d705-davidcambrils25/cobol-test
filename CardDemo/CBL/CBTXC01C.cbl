000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBTXC01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - ANNUAL 1099-C
001100*                     CANCELLATION-OF-DEBT REPORTING.
000000* 2026-10-15  MAINT   E-DELIVERY ROWS CARRY THE CUSTOMER'S
000000*                     LANGUAGE CODE (EST-LANG-CD).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ANNUAL BATCH PRODUCING THE IRS FORM 1099-C FOR
001500*                EVERY CARDHOLDER WHOSE DEBT WE CANCELLED IN THE
001600*                TAX YEAR. EACH CANCELLATION EVENT ON DEBTCNL
001700*                (CVDCN01Y - AGENCY CLOSURES OF CHARGED-OFF
001800*                BALANCES, SETTLEMENTS) DATED IN THE TAX YEAR
001900*                WHOSE FORGIVEN PRINCIPAL - AMOUNT DISCHARGED
002000*                LESS THE INTEREST INCLUDED IN IT - MEETS THE
002100*                REPORTING THRESHOLD IS FILED: THE DEBTOR AND
002200*                SSN ARE RESOLVED THROUGH ACCTXREF/CUSTDAT, A
002300*                PAYEE ROW GOES TO THE IRS TRANSMISSION FILE
002400*                (IRS1099C, CVTXC01Y) AND THE CUSTOMER'S COPY
002500*                TAKES THE SAME PAPERLESS SPLIT AS CBYRS01C - AN
002600*                E-DELIVERY EXTRACT ROW (TXCEML) FOR A CONSENTING
002700*                CUSTOMER, THE PRINT FILE (TXCFIL) FOR EVERYONE
002800*                ELSE. WHAT WAS FILED IS KEPT ON TXFILED
002900*                (CVTXF01Y); AN EVENT OF ANY YEAR WHOSE AMOUNTS,
003000*                DEBTOR NAME, SSN OR ADDRESS NO LONGER AGREE WITH
003100*                ITS FILED FORM IS FILED AGAIN AS A CORRECTED
003200*                FORM, AND A VOIDED EVENT AS A VOID, SO A RERUN
003300*                NEVER DUPLICATES A FORM. A DEBTOR WITH NO
003400*                CUSTOMER RECORD OR NO SSN GOES TO THE EXCEPTION
003500*                REPORT (TXCRPT) UNFILED. RUN EARLY JANUARY FOR
003600*                THE JUST-CLOSED YEAR.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT DEBT-CANCEL-FILE ASSIGN TO DEBTCNL
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS DCN-KEY
004500         FILE STATUS IS WS-DEBTCNL-STATUS.
004600     SELECT XREF-FILE ASSIGN TO ACCTXREF
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS XRF-ACCT-ID
005000         FILE STATUS IS WS-XREF-STATUS.
005100     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CUST-ID
005500         FILE STATUS IS WS-CUSTOMER-STATUS.
005600     SELECT TAX-FILED-FILE ASSIGN TO TXFILED
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS TXF-KEY
006000         FILE STATUS IS WS-TXFILED-STATUS.
006100     SELECT IRS-TRANSMIT-FILE ASSIGN TO IRS1099C
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-IRS-STATUS.
006400     SELECT TXC-PRINT-FILE ASSIGN TO TXCFIL
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-TXCFIL-STATUS.
006700     SELECT TXC-EML-FILE ASSIGN TO TXCEML
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-TXCEML-STATUS.
007000     SELECT TXC-REPORT-FILE ASSIGN TO TXCRPT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-REPORT-STATUS.
007300     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-ALERT-STATUS.
007600     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS JBS-KEY
008000         FILE STATUS IS WS-JOBLOG-STATUS.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  DEBT-CANCEL-FILE.
008500     COPY CVDCN01Y.
008600*
008700 FD  XREF-FILE.
008800     COPY CVXRF01Y.
008900*
009000 FD  CUSTOMER-FILE.
009100     COPY CVCUS01Y.
009200*
009300 FD  TAX-FILED-FILE.
009400     COPY CVTXF01Y.
009500*
009600 FD  IRS-TRANSMIT-FILE
009700     RECORDING MODE IS F.
009800     COPY CVTXC01Y.
009900*
010000 FD  TXC-PRINT-FILE
010100     RECORDING MODE IS F.
010200 01  TXC-PRINT-LINE                   PIC X(80).
010300*
010400 FD  TXC-EML-FILE
010500     RECORDING MODE IS F.
010600     COPY CVEST01Y.
010700*
010800 FD  TXC-REPORT-FILE
010900     RECORDING MODE IS F.
011000 01  TXC-REPORT-LINE                  PIC X(80).
011100*
011200 FD  ALERT-QUEUE-FILE
011300     RECORDING MODE IS F.
011400     COPY CSOPS01Y.
011500*
011600 FD  JOB-LOG-FILE.
011700     COPY CVJOB01Y.
011800*
011900 WORKING-STORAGE SECTION.
012000 01  WS-DEBTCNL-STATUS                PIC XX.
012100     88 WS-DEBTCNL-OK                 VALUE '00'.
012200 01  WS-XREF-STATUS                   PIC XX.
012300     88 WS-XREF-OK                    VALUE '00'.
012400 01  WS-CUSTOMER-STATUS               PIC XX.
012500     88 WS-CUSTOMER-OK                VALUE '00'.
012600 01  WS-TXFILED-STATUS                PIC XX.
012700     88 WS-TXFILED-OK                 VALUE '00'.
012800 01  WS-IRS-STATUS                    PIC XX.
012900     88 WS-IRS-OK                     VALUE '00'.
013000 01  WS-TXCFIL-STATUS                 PIC XX.
013100 01  WS-TXCEML-STATUS                 PIC XX.
013200 01  WS-REPORT-STATUS                 PIC XX.
013300 01  WS-ALERT-STATUS                  PIC XX.
013400 01  WS-JOBLOG-STATUS                 PIC XX.
013500     88 WS-JOBLOG-OK                  VALUE '00'.
013600 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
013700     88 WS-END-OF-EVENTS              VALUE 'Y'.
013800 01  WS-EVENT-COUNT                   PIC 9(07) VALUE ZERO.
013900 01  WS-ORIGINAL-COUNT                PIC 9(07) VALUE ZERO.
014000 01  WS-CORRECTED-COUNT               PIC 9(07) VALUE ZERO.
014100 01  WS-VOID-COUNT                    PIC 9(07) VALUE ZERO.
014200 01  WS-BELOW-COUNT                   PIC 9(07) VALUE ZERO.
014300 01  WS-UNCHANGED-COUNT               PIC 9(07) VALUE ZERO.
014400 01  WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
014500 01  WS-FORM-COUNT                    PIC 9(07) VALUE ZERO.
014600 01  WS-FILED-TOTAL                   PIC S9(11)V99 COMP-3
014700                                      VALUE ZERO.
014800 01  WS-ABEND-REASON-TEXT             PIC X(50).
014900*
015000******************************************************************
015100* THE TAX YEAR IS THE YEAR JUST CLOSED (RUN YEAR MINUS ONE WHEN
015200* RUN IN JANUARY, OTHERWISE THE RUN YEAR), THE SAME RULE AS
015300* CBYRS01C. SET WS-TAX-YEAR-OVERRIDE TO FILE A LATE RUN FOR AN
015400* EARLIER YEAR. WS-REPORT-THRESHOLD IS THE IRS MINIMUM FORGIVEN
015500* PRINCIPAL BELOW WHICH NO FORM IS REQUIRED. CHANGE THESE VALUES
015600* TO ADJUST THE RUN.
015700******************************************************************
015800 01  WS-TAX-YEAR-OVERRIDE             PIC 9(04) VALUE ZERO.
015900 01  WS-REPORT-THRESHOLD              PIC S9(07)V99 COMP-3
016000                                      VALUE 600.00.
016100*
016200 01  WS-TXC-WORK.
016300     05 WS-TAX-YEAR                   PIC 9(04).
016400     05 WS-TAX-YEAR-X                 PIC X(04).
016500     05 WS-FILED-SW                   PIC X(01).
016600        88 WS-FORM-ON-FILE            VALUE 'Y'.
016700     05 WS-DEBTOR-SW                  PIC X(01).
016800        88 WS-DEBTOR-FOUND            VALUE 'Y'.
016900     05 WS-FORM-ACTION                PIC X(01).
017000        88 WS-FILE-NOTHING            VALUE ' '.
017100        88 WS-FILE-ORIGINAL           VALUE 'O'.
017200        88 WS-FILE-CORRECTED          VALUE 'C'.
017300        88 WS-FILE-VOID               VALUE 'V'.
017400     05 WS-DEBT-AMT                   PIC S9(10)V99 COMP-3.
017500     05 WS-INT-AMT                    PIC S9(10)V99 COMP-3.
017600     05 WS-PRINCIPAL-AMT              PIC S9(10)V99 COMP-3.
017700     05 WS-DEBTOR-NAME                PIC X(40).
017800     05 WS-EVENT-DATE-8               PIC X(08).
017900     05 WS-SSN-X                      PIC X(09).
018000     05 WS-AMT-EDIT                   PIC -(11)9.99.
018100     05 WS-EXCEPTION-TEXT             PIC X(40).
018200*
018300******************************************************************
018400* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
018500******************************************************************
018600 COPY CSMSG02Y.
018700*
018800 COPY CSDAT01Y.
018900*
019000 LINKAGE SECTION.
019100*
019200******************************************************************
019300 PROCEDURE DIVISION.
019400******************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019700     PERFORM 2000-PROCESS-EVENT
019800         THRU 2000-PROCESS-EVENT-EXIT
019900         UNTIL WS-END-OF-EVENTS
020000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020100     GOBACK.
020200*
020300 1000-INITIALIZE.
020400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
020500     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
020600     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
020700     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
020800     IF WS-TAX-YEAR-OVERRIDE NOT = ZERO
020900         MOVE WS-TAX-YEAR-OVERRIDE TO WS-TAX-YEAR
021000     ELSE
021100         IF WS-CURDATE-MONTH = 01
021200             COMPUTE WS-TAX-YEAR = WS-CURDATE-YEAR - 1
021300         ELSE
021400             MOVE WS-CURDATE-YEAR TO WS-TAX-YEAR
021500         END-IF
021600     END-IF
021700     MOVE WS-TAX-YEAR            TO WS-TAX-YEAR-X
021800     OPEN INPUT DEBT-CANCEL-FILE
021900     OPEN INPUT XREF-FILE
022000     OPEN INPUT CUSTOMER-FILE
022100     OPEN I-O TAX-FILED-FILE
022200     OPEN OUTPUT IRS-TRANSMIT-FILE
022300     OPEN OUTPUT TXC-PRINT-FILE
022400     OPEN OUTPUT TXC-EML-FILE
022500     OPEN OUTPUT TXC-REPORT-FILE
022600     IF NOT WS-DEBTCNL-OK
022700         DISPLAY 'CBTXC01C - ERROR OPENING DEBT CANCEL FILE'
022800         MOVE 'Y'                TO WS-EOF-SW
022900         MOVE 'DEBT CANCEL FILE OPEN ERROR'
023000                                 TO WS-ABEND-REASON-TEXT
023100         PERFORM 9100-ABEND-NOTIFY
023200             THRU 9100-ABEND-NOTIFY-EXIT
023300     END-IF
023400     IF NOT WS-TXFILED-OK
023500         DISPLAY 'CBTXC01C - ERROR OPENING FILED FORM REGISTRY'
023600         MOVE 'Y'                TO WS-EOF-SW
023700         MOVE 'FILED FORM REGISTRY OPEN ERROR'
023800                                 TO WS-ABEND-REASON-TEXT
023900         PERFORM 9100-ABEND-NOTIFY
024000             THRU 9100-ABEND-NOTIFY-EXIT
024100     END-IF
024200     IF NOT WS-IRS-OK
024300         DISPLAY 'CBTXC01C - ERROR OPENING IRS TRANSMISSION'
024400         MOVE 'Y'                TO WS-EOF-SW
024500         MOVE 'IRS TRANSMISSION FILE OPEN ERROR'
024600                                 TO WS-ABEND-REASON-TEXT
024700         PERFORM 9100-ABEND-NOTIFY
024800             THRU 9100-ABEND-NOTIFY-EXIT
024900     END-IF
025000     IF NOT WS-END-OF-EVENTS
025100         PERFORM 2100-READ-NEXT-EVENT
025200             THRU 2100-READ-NEXT-EVENT-EXIT
025300     END-IF.
025400 1000-INITIALIZE-EXIT.
025500     EXIT.
025600*
025700******************************************************************
025800* EVERY EVENT IS LOOKED AT. ONE NEVER FILED IS A CANDIDATE ONLY
025900* WHEN IT FELL IN THE TAX YEAR, IS STILL ACTIVE AND ITS FORGIVEN
026000* PRINCIPAL MEETS THE THRESHOLD. ONE ALREADY FILED - WHATEVER ITS
026100* YEAR - IS COMPARED WITH WHAT WAS FILED AND FILED AGAIN AS A
026200* CORRECTION OR A VOID WHEN ANYTHING HAS CHANGED.
026300******************************************************************
026400 2000-PROCESS-EVENT.
026500     ADD 1                       TO WS-EVENT-COUNT
026600     MOVE SPACES                 TO WS-FORM-ACTION
026700     MOVE DCN-ACCT-ID            TO TXF-ACCT-ID
026800     MOVE DCN-EVENT-DATE         TO TXF-EVENT-DATE
026900     MOVE 'Y'                    TO WS-FILED-SW
027000     READ TAX-FILED-FILE
027100         INVALID KEY
027200             MOVE 'N'            TO WS-FILED-SW
027300     END-READ
027400     IF NOT WS-FORM-ON-FILE
027500        AND (DCN-EVENT-DATE (1:4) NOT = WS-TAX-YEAR-X
027600             OR DCN-VOIDED)
027700         GO TO 2000-PROCESS-EVENT-NEXT
027800     END-IF
027900     IF WS-FORM-ON-FILE AND TXF-FILED-VOID AND DCN-VOIDED
028000         ADD 1                   TO WS-UNCHANGED-COUNT
028100         GO TO 2000-PROCESS-EVENT-NEXT
028200     END-IF
028300     IF DCN-VOIDED
028400         MOVE ZERO               TO WS-DEBT-AMT
028500         MOVE ZERO               TO WS-INT-AMT
028600     ELSE
028700         MOVE DCN-DEBT-AMT       TO WS-DEBT-AMT
028800         MOVE DCN-INT-AMT        TO WS-INT-AMT
028900     END-IF
029000     COMPUTE WS-PRINCIPAL-AMT = WS-DEBT-AMT - WS-INT-AMT
029100     IF NOT WS-FORM-ON-FILE
029200        AND WS-PRINCIPAL-AMT < WS-REPORT-THRESHOLD
029300         ADD 1                   TO WS-BELOW-COUNT
029400         GO TO 2000-PROCESS-EVENT-NEXT
029500     END-IF
029600     PERFORM 3000-RESOLVE-DEBTOR THRU 3000-RESOLVE-DEBTOR-EXIT
029700     IF NOT WS-DEBTOR-FOUND
029800         ADD 1                   TO WS-EXCEPTION-COUNT
029900         PERFORM 7100-REPORT-EXCEPTION
030000             THRU 7100-REPORT-EXCEPTION-EXIT
030100         GO TO 2000-PROCESS-EVENT-NEXT
030200     END-IF
030300     PERFORM 4000-DECIDE-FORM-ACTION
030400         THRU 4000-DECIDE-FORM-ACTION-EXIT
030500     IF WS-FILE-NOTHING
030600         ADD 1                   TO WS-UNCHANGED-COUNT
030700         GO TO 2000-PROCESS-EVENT-NEXT
030800     END-IF
030900     PERFORM 5000-WRITE-TRANSMIT-ROW
031000         THRU 5000-WRITE-TRANSMIT-ROW-EXIT
031100     PERFORM 5500-DELIVER-CUSTOMER-COPY
031200         THRU 5500-DELIVER-CUSTOMER-COPY-EXIT
031300     PERFORM 6000-RECORD-FILED-FORM
031400         THRU 6000-RECORD-FILED-FORM-EXIT
031500     ADD 1                       TO WS-FORM-COUNT
031600     ADD WS-DEBT-AMT             TO WS-FILED-TOTAL
031700     EVALUATE TRUE
031800         WHEN WS-FILE-ORIGINAL
031900             ADD 1               TO WS-ORIGINAL-COUNT
032000         WHEN WS-FILE-CORRECTED
032100             ADD 1               TO WS-CORRECTED-COUNT
032200         WHEN WS-FILE-VOID
032300             ADD 1               TO WS-VOID-COUNT
032400     END-EVALUATE
032500     PERFORM 7000-REPORT-FORM THRU 7000-REPORT-FORM-EXIT.
032600 2000-PROCESS-EVENT-NEXT.
032700     PERFORM 2100-READ-NEXT-EVENT
032800         THRU 2100-READ-NEXT-EVENT-EXIT.
032900 2000-PROCESS-EVENT-EXIT.
033000     EXIT.
033100*
033200 2100-READ-NEXT-EVENT.
033300     READ DEBT-CANCEL-FILE NEXT RECORD
033400         AT END
033500             MOVE 'Y'            TO WS-EOF-SW
033600     END-READ.
033700 2100-READ-NEXT-EVENT-EXIT.
033800     EXIT.
033900*
034000******************************************************************
034100* THE DEBTOR IS THE ACCOUNT'S PRIMARY HOLDER ON ACCTXREF. THE
034200* FORM CANNOT GO WITHOUT A TAXPAYER IDENTIFICATION NUMBER, SO A
034300* CUSTOMER WITH NO SSN ON FILE IS AN EXCEPTION, NOT A FORM.
034400******************************************************************
034500 3000-RESOLVE-DEBTOR.
034600     MOVE 'N'                    TO WS-DEBTOR-SW
034700     MOVE DCN-ACCT-ID            TO XRF-ACCT-ID
034800     READ XREF-FILE
034900         INVALID KEY
035000             MOVE 'NO ACCTXREF ROW'
035100                                 TO WS-EXCEPTION-TEXT
035200             GO TO 3000-RESOLVE-DEBTOR-EXIT
035300     END-READ
035400     MOVE XRF-CUST-ID            TO CUST-ID
035500     READ CUSTOMER-FILE
035600         INVALID KEY
035700             MOVE 'NO CUSTOMER RECORD'
035800                                 TO WS-EXCEPTION-TEXT
035900             GO TO 3000-RESOLVE-DEBTOR-EXIT
036000     END-READ
036100     IF CUST-SSN = ZERO
036200         MOVE 'NO SSN ON FILE'   TO WS-EXCEPTION-TEXT
036300         GO TO 3000-RESOLVE-DEBTOR-EXIT
036400     END-IF
036500     MOVE SPACES                 TO WS-DEBTOR-NAME
036600     STRING CUST-FIRST-NAME DELIMITED BY '  '
036700            ' '             DELIMITED BY SIZE
036800            CUST-LAST-NAME  DELIMITED BY SIZE
036900       INTO WS-DEBTOR-NAME
037000     END-STRING
037100     MOVE 'Y'                    TO WS-DEBTOR-SW.
037200 3000-RESOLVE-DEBTOR-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600* NO FORM ON FILE - AN ORIGINAL. A FORM ON FILE FOR AN EVENT
037700* SINCE VOIDED - A VOID. OTHERWISE A CORRECTION ONLY WHEN THE
037800* AMOUNTS, EVENT CODE OR THE DEBTOR'S NAME, SSN OR ADDRESS
037900* DIFFER FROM WHAT WAS FILED, OR THE FILED FORM WAS A VOID.
038000******************************************************************
038100 4000-DECIDE-FORM-ACTION.
038200     IF NOT WS-FORM-ON-FILE
038300         SET WS-FILE-ORIGINAL    TO TRUE
038400         GO TO 4000-DECIDE-FORM-ACTION-EXIT
038500     END-IF
038600     IF DCN-VOIDED
038700         SET WS-FILE-VOID        TO TRUE
038800         GO TO 4000-DECIDE-FORM-ACTION-EXIT
038900     END-IF
039000     IF TXF-FILED-VOID
039100        OR TXF-DEBT-AMT NOT = WS-DEBT-AMT
039200        OR TXF-INT-AMT NOT = WS-INT-AMT
039300        OR TXF-EVENT-CD NOT = DCN-EVENT-CD
039400        OR TXF-SSN NOT = CUST-SSN
039500        OR TXF-NAME NOT = WS-DEBTOR-NAME
039600        OR TXF-ADDR-LINE-1 NOT = CUST-ADDR-LINE-1
039700        OR TXF-ADDR-ZIP NOT = CUST-ADDR-ZIP
039800         SET WS-FILE-CORRECTED   TO TRUE
039900     END-IF.
040000 4000-DECIDE-FORM-ACTION-EXIT.
040100     EXIT.
040200*
040300 5000-WRITE-TRANSMIT-ROW.
040400     MOVE SPACES                 TO IRS-1099C-RECORD
040500     MOVE 'B'                    TO TXC-RECORD-TYPE
040600     MOVE DCN-EVENT-DATE (1:4)   TO TXC-TAX-YEAR
040700     IF WS-FILE-ORIGINAL
040800         SET TXC-ORIGINAL        TO TRUE
040900     ELSE
041000         SET TXC-CORRECTED       TO TRUE
041100     END-IF
041200     IF WS-FILE-VOID
041300         SET TXC-VOID            TO TRUE
041400     ELSE
041500         MOVE 'N'                TO TXC-VOID-IND
041600     END-IF
041700     MOVE CUST-SSN               TO TXC-DEBTOR-TIN
041800     MOVE WS-DEBTOR-NAME         TO TXC-DEBTOR-NAME
041900     MOVE CUST-ADDR-LINE-1       TO TXC-DEBTOR-ADDR-LINE-1
042000     MOVE CUST-ADDR-LINE-2       TO TXC-DEBTOR-ADDR-LINE-2
042100     MOVE CUST-ADDR-STATE-CD     TO TXC-DEBTOR-STATE-CD
042200     MOVE CUST-ADDR-ZIP          TO TXC-DEBTOR-ZIP
042300     MOVE CUST-ADDR-COUNTRY-CD   TO TXC-DEBTOR-COUNTRY-CD
042400     MOVE DCN-ACCT-ID            TO TXC-ACCT-NUMBER
042500     MOVE DCN-EVENT-DATE (1:4)   TO WS-EVENT-DATE-8 (1:4)
042600     MOVE DCN-EVENT-DATE (6:2)   TO WS-EVENT-DATE-8 (5:2)
042700     MOVE DCN-EVENT-DATE (9:2)   TO WS-EVENT-DATE-8 (7:2)
042800     MOVE WS-EVENT-DATE-8        TO TXC-EVENT-DATE
042900     MOVE WS-DEBT-AMT            TO TXC-DEBT-AMT
043000     MOVE WS-INT-AMT             TO TXC-INT-AMT
043100     MOVE 'Y'                    TO TXC-PERSONAL-LIAB-IND
043200     MOVE DCN-EVENT-CD           TO TXC-EVENT-CD
043300     MOVE ZERO                   TO TXC-FMV-AMT
043400     WRITE IRS-1099C-RECORD.
043500 5000-WRITE-TRANSMIT-ROW-EXIT.
043600     EXIT.
043700*
043800******************************************************************
043900* THE CUSTOMER'S COPY TAKES THE SAME PAPERLESS SPLIT AS THE
044000* YEAR-END SUMMARY: A CONSENTING CUSTOMER WITH AN E-MAIL ADDRESS
044100* GETS AN E-DELIVERY EXTRACT ROW, REFERENCING THE FORM BY ITS
044200* ACCOUNT AND EVENT DATE, AND EVERYONE ELSE THE PRINTED FORM.
044300******************************************************************
044400 5500-DELIVER-CUSTOMER-COPY.
044500     IF CUST-PAPERLESS-CONSENT-Y
044600        AND CUST-EMAIL-ADDRESS NOT = SPACES
044700         MOVE DCN-ACCT-ID        TO EST-ACCT-ID
044800         MOVE CUST-EMAIL-ADDRESS TO EST-EMAIL
044900         MOVE DCN-ACCT-ID        TO EST-REF-ACCT-ID
000000         MOVE DCN-EVENT-DATE     TO EST-REF-CYCLE-DATE
000000         MOVE CUST-LANG-CD       TO EST-LANG-CD
000000         WRITE ESTMT-EXTRACT-RECORD
045200     ELSE
045300         PERFORM 5600-PRINT-FORM-COPY
045400             THRU 5600-PRINT-FORM-COPY-EXIT
045500     END-IF.
045600 5500-DELIVER-CUSTOMER-COPY-EXIT.
045700     EXIT.
045800*
045900******************************************************************
046000* THE PRINTED COPY SHOWS ONLY THE LAST FOUR DIGITS OF THE SSN,
046100* AS THE RECIPIENT COPY IS ALLOWED TO.
046200******************************************************************
046300 5600-PRINT-FORM-COPY.
046400     MOVE SPACES                 TO TXC-PRINT-LINE
046500     STRING 'FORM 1099-C  CANCELLATION OF DEBT  TAX YEAR '
046600                                 DELIMITED BY SIZE
046700            DCN-EVENT-DATE (1:4) DELIMITED BY SIZE
046800       INTO TXC-PRINT-LINE
046900     END-STRING
047000     IF WS-FILE-CORRECTED
047100         MOVE 'CORRECTED'        TO TXC-PRINT-LINE (60:9)
047200     END-IF
047300     IF WS-FILE-VOID
047400         MOVE 'VOID'             TO TXC-PRINT-LINE (60:4)
047500     END-IF
047600     WRITE TXC-PRINT-LINE
047700     MOVE SPACES                 TO TXC-PRINT-LINE
047800     MOVE '  CREDITOR: CARDDEMO CARD SERVICES'
047900                                 TO TXC-PRINT-LINE
048000     WRITE TXC-PRINT-LINE
048100     MOVE SPACES                 TO TXC-PRINT-LINE
048200     STRING '  DEBTOR:   '       DELIMITED BY SIZE
048300            WS-DEBTOR-NAME       DELIMITED BY SIZE
048400       INTO TXC-PRINT-LINE
048500     END-STRING
048600     WRITE TXC-PRINT-LINE
048700     MOVE SPACES                 TO TXC-PRINT-LINE
048800     STRING '            '       DELIMITED BY SIZE
048900            CUST-ADDR-LINE-1     DELIMITED BY SIZE
049000       INTO TXC-PRINT-LINE
049100     END-STRING
049200     WRITE TXC-PRINT-LINE
049300     IF CUST-ADDR-LINE-2 NOT = SPACES
049400         MOVE SPACES             TO TXC-PRINT-LINE
049500         STRING '            '   DELIMITED BY SIZE
049600                CUST-ADDR-LINE-2 DELIMITED BY SIZE
049700           INTO TXC-PRINT-LINE
049800         END-STRING
049900         WRITE TXC-PRINT-LINE
050000     END-IF
050100     MOVE SPACES                 TO TXC-PRINT-LINE
050200     STRING '            '       DELIMITED BY SIZE
050300            CUST-ADDR-STATE-CD   DELIMITED BY SIZE
050400            ' '                  DELIMITED BY SIZE
050500            CUST-ADDR-ZIP        DELIMITED BY SIZE
050600       INTO TXC-PRINT-LINE
050700     END-STRING
050800     WRITE TXC-PRINT-LINE
050900     MOVE CUST-SSN               TO WS-SSN-X
051000     MOVE SPACES                 TO TXC-PRINT-LINE
051100     STRING '  DEBTOR TIN: XXX-XX-' DELIMITED BY SIZE
051200            WS-SSN-X (6:4)       DELIMITED BY SIZE
051300            '   ACCOUNT: '       DELIMITED BY SIZE
051400            DCN-ACCT-ID          DELIMITED BY SIZE
051500       INTO TXC-PRINT-LINE
051600     END-STRING
051700     WRITE TXC-PRINT-LINE
051800     MOVE SPACES                 TO TXC-PRINT-LINE
051900     STRING '  1 DATE OF IDENTIFIABLE EVENT:     '
052000                                 DELIMITED BY SIZE
052100            DCN-EVENT-DATE       DELIMITED BY SIZE
052200       INTO TXC-PRINT-LINE
052300     END-STRING
052400     WRITE TXC-PRINT-LINE
052500     MOVE WS-DEBT-AMT            TO WS-AMT-EDIT
052600     MOVE SPACES                 TO TXC-PRINT-LINE
052700     STRING '  2 AMOUNT OF DEBT DISCHARGED:'
052800                                 DELIMITED BY SIZE
052900            WS-AMT-EDIT          DELIMITED BY SIZE
053000       INTO TXC-PRINT-LINE
053100     END-STRING
053200     WRITE TXC-PRINT-LINE
053300     MOVE WS-INT-AMT             TO WS-AMT-EDIT
053400     MOVE SPACES                 TO TXC-PRINT-LINE
053500     STRING '  3 INTEREST IF INCLUDED IN 2:'
053600                                 DELIMITED BY SIZE
053700            WS-AMT-EDIT          DELIMITED BY SIZE
053800       INTO TXC-PRINT-LINE
053900     END-STRING
054000     WRITE TXC-PRINT-LINE
054100     MOVE SPACES                 TO TXC-PRINT-LINE
054200     MOVE '  5 DEBTOR PERSONALLY LIABLE:       YES'
054300                                 TO TXC-PRINT-LINE
054400     WRITE TXC-PRINT-LINE
054500     MOVE SPACES                 TO TXC-PRINT-LINE
054600     STRING '  6 IDENTIFIABLE EVENT CODE:        '
054700                                 DELIMITED BY SIZE
054800            DCN-EVENT-CD         DELIMITED BY SIZE
054900       INTO TXC-PRINT-LINE
055000     END-STRING
055100     WRITE TXC-PRINT-LINE
055200     MOVE SPACES                 TO TXC-PRINT-LINE
055300     WRITE TXC-PRINT-LINE.
055400 5600-PRINT-FORM-COPY-EXIT.
055500     EXIT.
055600*
055700******************************************************************
055800* THE REGISTRY ROW IS REPLACED WITH EXACTLY WHAT WAS JUST SENT,
055900* SO THE NEXT RUN COMPARES AGAINST THE LATEST FILING.
056000******************************************************************
056100 6000-RECORD-FILED-FORM.
056200     IF WS-FILE-ORIGINAL
056300         MOVE SPACES             TO TAX-FORM-FILED-RECORD
056400         MOVE DCN-ACCT-ID        TO TXF-ACCT-ID
056500         MOVE DCN-EVENT-DATE     TO TXF-EVENT-DATE
056600         MOVE WS-CURDATE-YYYY-MM-DD TO TXF-FIRST-FILED-DATE
056700     END-IF
056800     MOVE DCN-EVENT-DATE (1:4)   TO TXF-TAX-YEAR
056900     EVALUATE TRUE
057000         WHEN WS-FILE-ORIGINAL
057100             SET TXF-FILED-ORIGINAL  TO TRUE
057200         WHEN WS-FILE-CORRECTED
057300             SET TXF-FILED-CORRECTED TO TRUE
057400         WHEN WS-FILE-VOID
057500             SET TXF-FILED-VOID      TO TRUE
057600     END-EVALUATE
057700     MOVE CUST-ID                TO TXF-CUST-ID
057800     MOVE CUST-SSN               TO TXF-SSN
057900     MOVE WS-DEBTOR-NAME         TO TXF-NAME
058000     MOVE CUST-ADDR-LINE-1       TO TXF-ADDR-LINE-1
058100     MOVE CUST-ADDR-ZIP          TO TXF-ADDR-ZIP
058200     MOVE DCN-EVENT-CD           TO TXF-EVENT-CD
058300     MOVE WS-DEBT-AMT            TO TXF-DEBT-AMT
058400     MOVE WS-INT-AMT             TO TXF-INT-AMT
058500     MOVE WS-CURDATE-YYYY-MM-DD  TO TXF-LAST-FILED-DATE
058600     IF WS-FILE-ORIGINAL
058700         WRITE TAX-FORM-FILED-RECORD
058800     ELSE
058900         REWRITE TAX-FORM-FILED-RECORD
059000     END-IF.
059100 6000-RECORD-FILED-FORM-EXIT.
059200     EXIT.
059300*
059400 7000-REPORT-FORM.
059500     MOVE WS-DEBT-AMT            TO WS-AMT-EDIT
059600     MOVE SPACES                 TO TXC-REPORT-LINE
059700     EVALUATE TRUE
059800         WHEN WS-FILE-ORIGINAL
059900             MOVE 'FILED     '   TO TXC-REPORT-LINE (1:10)
060000         WHEN WS-FILE-CORRECTED
060100             MOVE 'CORRECTED '   TO TXC-REPORT-LINE (1:10)
060200         WHEN WS-FILE-VOID
060300             MOVE 'VOIDED    '   TO TXC-REPORT-LINE (1:10)
060400     END-EVALUATE
060500     STRING 'ACCOUNT '           DELIMITED BY SIZE
060600            DCN-ACCT-ID          DELIMITED BY SIZE
060700            ' EVENT '            DELIMITED BY SIZE
060800            DCN-EVENT-DATE       DELIMITED BY SIZE
060900            ' '                  DELIMITED BY SIZE
061000            DCN-EVENT-CD         DELIMITED BY SIZE
061100            ' AMOUNT '           DELIMITED BY SIZE
061200            WS-AMT-EDIT          DELIMITED BY SIZE
061300       INTO TXC-REPORT-LINE (11:70)
061400     END-STRING
061500     WRITE TXC-REPORT-LINE.
061600 7000-REPORT-FORM-EXIT.
061700     EXIT.
061800*
061900 7100-REPORT-EXCEPTION.
062000     MOVE SPACES                 TO TXC-REPORT-LINE
062100     STRING 'NOT FILED - ACCOUNT ' DELIMITED BY SIZE
062200            DCN-ACCT-ID          DELIMITED BY SIZE
062300            ' EVENT '            DELIMITED BY SIZE
062400            DCN-EVENT-DATE       DELIMITED BY SIZE
062500            ' - '                DELIMITED BY SIZE
062600            WS-EXCEPTION-TEXT    DELIMITED BY SIZE
062700       INTO TXC-REPORT-LINE
062800     END-STRING
062900     WRITE TXC-REPORT-LINE.
063000 7100-REPORT-EXCEPTION-EXIT.
063100     EXIT.
063200*
063300 9000-TERMINATE.
063400     MOVE WS-FILED-TOTAL         TO WS-AMT-EDIT
063500     MOVE SPACES                 TO TXC-REPORT-LINE
063600     STRING 'TAX YEAR '          DELIMITED BY SIZE
063700            WS-TAX-YEAR-X        DELIMITED BY SIZE
063800            ' - TOTAL DISCHARGED ON FORMS SENT: '
063900                                 DELIMITED BY SIZE
064000            WS-AMT-EDIT          DELIMITED BY SIZE
064100       INTO TXC-REPORT-LINE
064200     END-STRING
064300     WRITE TXC-REPORT-LINE
064400     CLOSE DEBT-CANCEL-FILE
064500     CLOSE XREF-FILE
064600     CLOSE CUSTOMER-FILE
064700     CLOSE TAX-FILED-FILE
064800     CLOSE IRS-TRANSMIT-FILE
064900     CLOSE TXC-PRINT-FILE
065000     CLOSE TXC-EML-FILE
065100     CLOSE TXC-REPORT-FILE
065200     DISPLAY 'CBTXC01C - TAX YEAR: ' WS-TAX-YEAR-X
065300     DISPLAY 'CBTXC01C - EVENTS READ: ' WS-EVENT-COUNT
065400     DISPLAY 'CBTXC01C - ORIGINAL FORMS: ' WS-ORIGINAL-COUNT
065500     DISPLAY 'CBTXC01C - CORRECTED FORMS: ' WS-CORRECTED-COUNT
065600     DISPLAY 'CBTXC01C - VOIDED FORMS: ' WS-VOID-COUNT
065700     DISPLAY 'CBTXC01C - BELOW THRESHOLD: ' WS-BELOW-COUNT
065800     DISPLAY 'CBTXC01C - ALREADY FILED, UNCHANGED: '
065900             WS-UNCHANGED-COUNT
066000     DISPLAY 'CBTXC01C - EXCEPTIONS: ' WS-EXCEPTION-COUNT
066100     PERFORM 9200-LOG-JOB-STATUS
066200         THRU 9200-LOG-JOB-STATUS-EXIT.
066300 9000-TERMINATE-EXIT.
066400     EXIT.
066500*
066600******************************************************************
066700* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
066800* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
066900* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
067000* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
067100* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
067200* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
067300******************************************************************
067400 9100-ABEND-NOTIFY.
067500     MOVE 'AB01'                 TO ABEND-CODE
067600     MOVE 'CBTXC01C'             TO ABEND-CULPRIT
067700     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
067800     STRING ABEND-CULPRIT   DELIMITED BY SIZE
067900            ' - '           DELIMITED BY SIZE
068000            ABEND-REASON    DELIMITED BY SIZE
068100       INTO ABEND-MSG
068200     END-STRING
068300     OPEN EXTEND ALERT-QUEUE-FILE
068400     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
068500     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
068600     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
068700     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
068800     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
068900     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
069000     WRITE OPS-ALERT-RECORD
069100     CLOSE ALERT-QUEUE-FILE
069200     MOVE 16                     TO RETURN-CODE.
069300 9100-ABEND-NOTIFY-EXIT.
069400     EXIT.
069500*
069600******************************************************************
069700* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
069800* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
069900* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
070000******************************************************************
070100 9200-LOG-JOB-STATUS.
070200     OPEN I-O JOB-LOG-FILE
070300     IF NOT WS-JOBLOG-OK
070400         DISPLAY 'CBTXC01C - ERROR OPENING JOB LOG FILE'
070500         GO TO 9200-LOG-JOB-STATUS-EXIT
070600     END-IF
070700     MOVE 'CBTXC01C'             TO JBS-JOB-NAME
070800     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
070900     IF RETURN-CODE = ZERO
071000         SET JBS-STATUS-SUCCESS  TO TRUE
071100     ELSE
071200         SET JBS-STATUS-FAILED   TO TRUE
071300     END-IF
071400     MOVE RETURN-CODE            TO JBS-RETURN-CODE
071500     MOVE WS-FORM-COUNT          TO JBS-REC-COUNT
071600     WRITE JOB-STATUS-RECORD
071700     CLOSE JOB-LOG-FILE.
071800 9200-LOG-JOB-STATUS-EXIT.
071900     EXIT.
