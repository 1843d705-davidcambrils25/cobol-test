000000*                     PER ACCOUNT - THE FULL PAYMNT WALK RAN
000000*                     ONCE PER FEED ROW, O(ROWS X PAYMENTS), IN
000000*                     THE WINDOW'S LONGEST STEP.
000000* 2026-10-15  MAINT   FOREIGN TRANSACTION AND CASH ADVANCE FEES
000000*                     (3400) - AN ACCEPTED CROSS-BORDER OR TYPE
000000*                     03 ROW NOW POSTS ITS OWN 04 FEE ROW, TIED
000000*                     BACK BY TRAN-ORIG-TRAN-ID, AT THE GROUP'S
000000*                     FEERATE (CVFER01Y) RATES.
000000* 2026-10-15  MAINT   THE MERCHANT MASTER'S CATEGORY CODE IS
000000*                     CARRIED ONTO TRAN-MCC (3050), AND A ROW IN
000000*                     A CATEGORY THE CARD OR ACCOUNT BLOCKS
000000*                     (CATBLOCK, CVCBK01Y) IS HELD TO TRANFRD BY
000000*                     THE FRAUD RULES (3088).
000000* 2026-10-15  MAINT   CORPORATE CARDS - A ROW ON AN ACCOUNT
000000*                     LINKED TO A COMPANY IS REJECTED OVER-LIMIT
000000*                     WHEN IT WOULD CARRY THE COMPANY PAST ITS
000000*                     AGGREGATE LIMIT ACROSS ALL ITS ACCOUNTS, OR
000000*                     THE COMPANY IS NOT ACTIVE (3170).
000000* 2026-10-15  MAINT   CAPTURE THE INTERCHANGE EARNED ON EACH
000000*                     ACCEPTED PURCHASE ON INTCHG (3500) - THE
000000*                     MERCHANT FEED'S OWN AMOUNT (CVTRA03Y), ELSE
000000*                     COMPUTED FROM THE INTCHRT RATE FOR THE CARD
000000*                     PRODUCT, CHANNEL AND MCC.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   CAN RUN AS ONE OF N CONCURRENT PARTITIONS
000000*                     BY ACCOUNT RANGE (PARTCTL, CVPTN01Y), EACH
000000*                     WITH ITS OWN PARTCKPT CHECKPOINT (CVPCK01Y)
000000*                     AND JOBLOG ROW (CBTRN3NN); A FAILED
000000*                     PARTITION RESUMES FROM ITS CHECKPOINT AND
000000*                     A FINISHED ONE IS NOT RERUN. CBPMG01C
000000*                     MERGES THE COUNTS INTO TRANCKPT, REGISTERS
000000*                     THE FILE ID AND CLEARS ACCTDAT.
000000* 2026-10-15  MAINT   EVERY DETAIL ROW, FEE ROW AND THE TRAILER
000000*                     ARE LINKED TO THE FEED'S FILE ID ON
000000*                     FEEDLINK (CVFLK01Y) SO CBBKO01C CAN BACK
000000*                     THE WHOLE FILE OUT. A FILE ID CBBKO01C
000000*                     BACKED OUT IS ACCEPTED AGAIN, AND A
000000*                     RE-PRESENTED ROW WHOSE TRAN-ID THE
000000*                     BACKED-OUT POSTING USED GETS A NEW ONE.
000000* 2026-10-15  MAINT   FEE ROWS AND RE-PRESENTED ROWS TAKE THEIR
000000*                     TRAN-ID FROM CBKEY01C ON THE PARTITION'S
000000*                     STREAM AND RETRY A DUPLICATE. ONE THAT
000000*                     STILL CANNOT BE WRITTEN GOES TO TRANRPT
000000*                     AND IS COUNTED IN THE RUN TOTALS.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       READS A MERCHANT BATCH FILE OF TRANSACTIONS AND
001900*                SAME TRAN-ID ALREADY EXISTS ON THE MASTER. A
002000*                SUMMARY OF ACCEPTED/REJECTED ROWS IS WRITTEN TO
002100*                THE REPORT FILE AND DISPLAYED AT END OF RUN.
000000*                WITH A PARTCTL RECORD THE RUN IS ONE PARTITION
000000*                OF A PARTITIONED RUN AND POSTS ONLY THE ROWS
000000*                WHOSE CARD'S ACCOUNT FALLS IN ITS RANGE; THE
000000*                CBPMG01C MERGE STEP THEN STANDS FOR THE WHOLE
000000*                JOB ON TRANCKPT, FILECTL AND JOBLOG.
000000*                WHAT EACH ROW DID IS LINKED TO THE FILE ID ON
000000*                FEEDLINK FOR A LATER CBBKO01C BACKOUT.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS REG-FILE-ID
000000         FILE STATUS IS WS-FILECTL-STATUS.
000000     SELECT FEED-LINK-FILE ASSIGN TO FEEDLINK
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS FLK-KEY
000000         FILE STATUS IS WS-FEEDLINK-STATUS.
000000     SELECT PART-CTL-FILE ASSIGN TO PARTCTL
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-PARTCTL-STATUS.
000000     SELECT PART-CKPT-FILE ASSIGN TO PARTCKPT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS PCK-KEY
000000         FILE STATUS IS WS-PARTCKPT-STATUS.
003400     SELECT TRAN-REPORT-FILE ASSIGN TO TRANRPT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-TRAN-REPORT-STATUS.
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CRH-KEY
000000         FILE STATUS IS WS-CURRHIST-STATUS.
000000     SELECT CATEGORY-BLOCK-FILE ASSIGN TO CATBLOCK
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CBK-KEY
000000         FILE STATUS IS WS-CATBLOCK-STATUS.
000000     SELECT FEE-RATE-FILE ASSIGN TO FEERATE
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS FER-KEY
000000         FILE STATUS IS WS-FEERATE-STATUS.
000000     SELECT INTCHG-RATE-FILE ASSIGN TO INTCHRT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS ICR-KEY
000000         FILE STATUS IS WS-INTCHRT-STATUS.
000000     SELECT INTCHG-FILE ASSIGN TO INTCHG
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS ICH-TRAN-ID
000000         FILE STATUS IS WS-INTCHG-STATUS.
000000     SELECT COMPANY-FILE ASSIGN TO COMPANY
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CMP-COMPANY-ID
000000         FILE STATUS IS WS-COMPANY-STATUS.
000000     SELECT CMPACCT-FILE ASSIGN TO CMPACCT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CMA-KEY
000000         FILE STATUS IS WS-CMPACCT-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  TRAN-INPUT-FILE
004100     RECORDING MODE IS F.
004200     COPY CVTRA01Y.
000000     COPY CVTRA03Y.
004300*
004400 FD  TRAN-MASTER-FILE.
004500     COPY CVTRA01Y REPLACING TRAN-RECORD BY TRAN-MASTER-RECORD.
000000 FD  FILE-CTL-FILE.
000000     COPY CVREG01Y.
000000*
000000 FD  FEED-LINK-FILE.
000000     COPY CVFLK01Y.
000000*
000000 FD  PART-CTL-FILE
000000     RECORDING MODE IS F.
000000     COPY CVPTN01Y.
000000*
000000 FD  PART-CKPT-FILE.
000000     COPY CVPCK01Y.
000000*
004800 FD  TRAN-REPORT-FILE
004900     RECORDING MODE IS F.
005000 01  TRAN-REPORT-LINE                PIC X(80).
000000 FD  CURR-HIST-FILE.
000000     COPY CVCRH01Y.
000000*
000000 FD  CATEGORY-BLOCK-FILE.
000000     COPY CVCBK01Y.
000000*
000000 FD  FEE-RATE-FILE.
000000     COPY CVFER01Y.
000000*
000000 FD  INTCHG-RATE-FILE.
000000     COPY CVICR01Y.
000000*
000000 FD  INTCHG-FILE.
000000     COPY CVICH01Y.
000000*
000000 FD  COMPANY-FILE.
000000     COPY CVCMP01Y.
000000*
000000 FD  CMPACCT-FILE.
000000     COPY CVCMP03Y.
000000*
005200 WORKING-STORAGE SECTION.
000000 01  WS-TRANTYPE-STATUS               PIC XX.
000000     88 WS-TRANTYPE-OK                VALUE '00'.
000000     05 WS-HIST-RATE-FOUND-SW         PIC X(01).
000000        88 WS-HIST-RATE-FOUND         VALUE 'Y'.
000000     05 WS-HIST-RATE                  PIC 9(03)V9(06).
000000 01  WS-FEERATE-STATUS                PIC XX.
000000     88 WS-FEERATE-OK                 VALUE '00'.
000000 01  WS-CATBLOCK-STATUS               PIC XX.
000000     88 WS-CATBLOCK-OK                VALUE '00'.
000000*
000000******************************************************************
000000* CARDHOLDER CATEGORY BLOCK WORK AREA (3088) - THE CLASSES THE
000000* ROW FALLS IN, AND WHETHER A CATBLOCK ROW BLOCKS ONE OF THEM.
000000******************************************************************
000000 01  WS-CATEGORY-BLOCK-WORK.
000000     05 WS-CATBLOCK-OPEN-SW           PIC X(01) VALUE 'N'.
000000        88 WS-CATBLOCK-OPEN           VALUE 'Y'.
000000     05 WS-CBK-GAMBLING-SW            PIC X(01).
000000        88 WS-CBK-IS-GAMBLING         VALUE 'Y'.
000000     05 WS-CBK-CASH-SW                PIC X(01).
000000        88 WS-CBK-IS-CASH             VALUE 'Y'.
000000     05 WS-CBK-ONLINE-SW              PIC X(01).
000000        88 WS-CBK-IS-ONLINE           VALUE 'Y'.
000000     05 WS-CBK-INTL-SW                PIC X(01).
000000        88 WS-CBK-IS-INTL             VALUE 'Y'.
000000     05 WS-CBK-HIT-SW                 PIC X(01).
000000        88 WS-CBK-BLOCKED             VALUE 'Y'.
000000*
000000******************************************************************
000000* CORPORATE CARD AGGREGATE LIMIT WORK AREA (3170) - THE ROW'S OWN
000000* ACCOUNT, KEPT WHILE THE COMPANY'S OTHER ACCOUNTS ARE READ OVER
000000* IT, AND THE COMPANY'S EXPOSURE ACROSS ALL OF THEM.
000000******************************************************************
000000 01  WS-COMPANY-LIMIT-WORK.
000000     05 WS-COMPANY-STATUS             PIC XX.
000000        88 WS-COMPANY-OK              VALUE '00'.
000000     05 WS-CMPACCT-STATUS             PIC XX.
000000        88 WS-CMPACCT-OK              VALUE '00'.
000000     05 WS-COMPANY-OPEN-SW            PIC X(01) VALUE 'N'.
000000        88 WS-COMPANY-OPEN            VALUE 'Y'.
000000     05 WS-CMP-REQ-ACCT-ID            PIC 9(11).
000000     05 WS-CMP-EXPOSURE-AMT           PIC S9(13)V99 COMP-3.
000000     05 WS-CMA-EOF-SW                 PIC X(01).
000000        88 WS-END-OF-CMPACCT          VALUE 'Y'.
000000*
000000******************************************************************
000000* FOREIGN TRANSACTION / CASH ADVANCE FEE WORK AREA (3400). THE
000000* RATES COME FROM CVFET01Y, OVERLAID AT STARTUP BY FEERATE.
000000******************************************************************
000000 01  WS-TRAN-FEE-WORK.
000000     05 WS-FEE-USE-IDX                PIC 9(01).
000000     05 WS-FEE-FOUND-SW               PIC X(01).
000000        88 WS-FEE-GROUP-FOUND         VALUE 'Y'.
000000     05 WS-FEE-AMT                    PIC S9(09)V99 COMP-3.
000000     05 WS-FEE-PCT-AMT                PIC S9(09)V99 COMP-3.
000000     05 WS-FEE-CAT-CD                 PIC X(04).
000000     05 WS-FEE-DESC                   PIC X(60).
000000     05 WS-FEE-FAIL-COUNT             PIC 9(07) VALUE ZERO.
000000     05 WS-FX-FEE-COUNT               PIC 9(07) VALUE ZERO.
000000     05 WS-CASH-FEE-COUNT             PIC 9(07) VALUE ZERO.
000000*
000000******************************************************************
000000* INTERCHANGE CAPTURE WORK AREA (3500). THE INTCHRT RATES ARE
000000* LOADED AT STARTUP (1175), ONE ENTRY PER GROUP/CHANNEL/MCC - THE
000000* NEWEST ROW DATED ON OR BEFORE TODAY.
000000******************************************************************
000000 01  WS-INTCHG-WORK.
000000     05 WS-INTCHRT-STATUS             PIC XX.
000000        88 WS-INTCHRT-OK              VALUE '00'.
000000     05 WS-INTCHG-STATUS              PIC XX.
000000        88 WS-INTCHG-OK               VALUE '00'.
000000     05 WS-ICR-COUNT                  PIC 9(03) VALUE ZERO.
000000     05 WS-ICR-MAX                    PIC 9(03) VALUE 200.
000000     05 WS-ICR-ENTRY OCCURS 200 TIMES INDEXED BY WS-ICR-IDX.
000000        10 WS-ICR-GROUP-ID            PIC X(10).
000000        10 WS-ICR-CHANNEL-CD          PIC X(03).
000000        10 WS-ICR-MCC                 PIC X(04).
000000        10 WS-ICR-RATE-PCT            PIC 9(02)V9(03).
000000        10 WS-ICR-FLAT-AMT            PIC 9(03)V99.
000000     05 WS-ICR-FIND-GROUP             PIC X(10).
000000     05 WS-ICR-FIND-MCC               PIC X(04).
000000     05 WS-ICR-FIND-CHANNEL           PIC X(03).
000000     05 WS-ICR-FOUND-SW               PIC X(01).
000000        88 WS-ICR-FOUND               VALUE 'Y'.
000000     05 WS-ICR-USE-IDX                PIC 9(03).
000000     05 WS-INTCHG-COUNT               PIC 9(07) VALUE ZERO.
000000     05 WS-INTCHG-NORATE-COUNT        PIC 9(07) VALUE ZERO.
000000 01  WS-UNSETTLED-WORK.
000000     05 WS-UNSETTLED-PAY-AMT          PIC S9(11)V99 COMP-3.
000000     05 WS-UPB-EOF-SW                 PIC X(01).
000000     05 WS-CTL-TRL-SEEN-SW            PIC X(01).
000000        88 WS-CTL-TRL-SEEN            VALUE 'Y'.
000000     05 WS-CTL-REJECT-TEXT            PIC X(50).
000000     05 WS-CTL-REPRESENTED-SW         PIC X(01) VALUE 'N'.
000000        88 WS-CTL-REPRESENTED         VALUE 'Y'.
000000*
000000******************************************************************
000000* FEEDLINK WORK AREA (3600-3650). WS-ROW-* DESCRIBE THE DETAIL
000000* ROW IN HAND AS 2000 DEALS WITH IT; WS-LNK-* ARE THE LINK ROW
000000* ABOUT TO BE PUT, WHICHEVER KIND IT IS.
000000******************************************************************
000000 01  WS-FEEDLINK-STATUS               PIC XX.
000000     88 WS-FEEDLINK-OK                VALUE '00'.
000000 01  WS-FEEDLINK-WORK.
000000     05 WS-LINK-OPEN-SW               PIC X(01) VALUE 'N'.
000000        88 WS-LINK-OPEN               VALUE 'Y'.
000000     05 WS-LNK-FOUND-SW               PIC X(01).
000000        88 WS-LNK-FOUND               VALUE 'Y'.
000000     05 WS-ROW-OUTCOME                PIC X(01).
000000        88 WS-ROW-POSTED              VALUE 'T'.
000000        88 WS-ROW-HELD                VALUE 'H'.
000000        88 WS-ROW-REJECTED            VALUE 'R'.
000000     05 WS-ROW-FEED-ID                PIC X(16).
000000     05 WS-ROW-FEED-AMT               PIC S9(09)V99 COMP-3.
000000     05 WS-ROW-ACCT-ID                PIC 9(11).
000000     05 WS-ROW-HOLD-ID                PIC X(16).
000000     05 WS-LNK-TRAN-ID                PIC X(16).
000000     05 WS-LNK-KIND                   PIC X(01).
000000     05 WS-LNK-REF-ID                 PIC X(16).
000000     05 WS-LNK-ACCT-ID                PIC 9(11).
000000     05 WS-LNK-CARD-NUM               PIC X(16).
000000     05 WS-LNK-TYPE-CD                PIC X(02).
000000     05 WS-LNK-FEED-AMT               PIC S9(11)V99 COMP-3.
000000     05 WS-LNK-POST-AMT               PIC S9(09)V99 COMP-3.
000000     05 WS-LNK-REC-COUNT              PIC 9(09).
000000     05 WS-REKEY-COUNT                PIC 9(07) VALUE ZERO.
000000     05 WS-REKEY-FAIL-COUNT           PIC 9(07) VALUE ZERO.
000000     05 WS-REKEY-FAIL-SW              PIC X(01) VALUE 'N'.
000000        88 WS-REKEY-FAILED            VALUE 'Y'.
000000     05 WS-KEY-TRIES                  PIC 9(04) COMP VALUE ZERO.
000000     05 WS-KEY-WRITE-SW               PIC X(01).
000000        88 WS-KEY-WRITE-DONE          VALUE 'Y'.
000000 01  WS-ABEND-REASON-TEXT             PIC X(50).
000000 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
000000 01  WS-PARTCTL-STATUS                PIC XX.
000000     88 WS-PARTCTL-OK                 VALUE '00'.
000000 01  WS-PARTCKPT-STATUS               PIC XX.
000000     88 WS-PARTCKPT-OK                VALUE '00'.
000000 01  WS-STEP-NAME                     PIC X(08) VALUE 'CBTRN03C'.
000000*
000000 01  WS-PARTITION-WORK.
000000     05 WS-PARTITION-SW               PIC X(01) VALUE 'N'.
000000        88 WS-PARTITIONED             VALUE 'Y'.
000000     05 WS-PART-INVALID-SW            PIC X(01) VALUE 'N'.
000000        88 WS-PART-INVALID            VALUE 'Y'.
000000     05 WS-PART-SKIP-SW               PIC X(01) VALUE 'N'.
000000        88 WS-PART-SKIPPED            VALUE 'Y'.
000000     05 WS-PART-DONE-SW               PIC X(01) VALUE 'N'.
000000        88 WS-PART-DONE               VALUE 'Y'.
000000     05 WS-IN-PART-SW                 PIC X(01) VALUE 'N'.
000000        88 WS-IN-PARTITION            VALUE 'Y'.
000000     05 WS-PCK-FOUND-SW               PIC X(01) VALUE 'N'.
000000        88 WS-PCK-FOUND               VALUE 'Y'.
000000     05 WS-PART-NUMBER                PIC 9(02) VALUE ZERO.
000000     05 WS-PART-COUNT                 PIC 9(02) VALUE ZERO.
000000     05 WS-PART-ACCT-LOW              PIC 9(11) VALUE ZERO.
000000     05 WS-PART-ACCT-HIGH             PIC 9(11) VALUE ZERO.
000000     05 WS-PART-CKPT-FILE-ID          PIC X(16).
007100*
000000******************************************************************
000000* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
000000* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
000000******************************************************************
000000 COPY CVQSP01Y.
000000******************************************************************
000000* BATCH TRANSACTION KEY PARAMETER - SEE CBKEY01C.
000000******************************************************************
000000 COPY CVKEY01Y.
000000*
000000******************************************************************
000000* TRANSACTION FEE RATES - COMPILED FALLBACK FOR FEERATE.
000000******************************************************************
000000 COPY CVFET01Y.
000000*
000000******************************************************************
000000* MERCHANT CATEGORY CODES THE CATEGORY BLOCKS CLASSIFY BY.
000000******************************************************************
000000 COPY CVMCC01Y.
000000*
007500*
007600******************************************************************
008400     GOBACK.
008500*
008600 1000-INITIALIZE.
000000     PERFORM 1050-LOAD-PARTITION THRU 1050-LOAD-PARTITION-EXIT
000000     IF WS-PART-INVALID
000000         DISPLAY 'CBTRN03C - PARTITION CONTROL RECORD INVALID'
000000         MOVE 'Y'                TO WS-EOF-SW
000000         MOVE 'Y'                TO WS-PART-SKIP-SW
000000         MOVE 'PARTITION CONTROL RECORD INVALID'
000000                                 TO WS-ABEND-REASON-TEXT
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000         GO TO 1000-INITIALIZE-EXIT
000000     END-IF
000000     IF WS-PARTITIONED
000000         DISPLAY 'CBTRN03C - PARTITION ' WS-PART-NUMBER
000000                 ' OF ' WS-PART-COUNT
000000                 ', ACCOUNTS ' WS-PART-ACCT-LOW
000000                 ' THRU ' WS-PART-ACCT-HIGH
000000     END-IF
008700     MOVE TRAN-TYPE-CAT-VALUES  TO TRAN-TYPE-CAT-TABLE
000000     PERFORM 1150-LOAD-TYPE-TABLE
000000         THRU 1150-LOAD-TYPE-TABLE-EXIT
000000     MOVE TRAN-FEE-RATE-VALUES   TO TRAN-FEE-RATE-TABLE
000000     PERFORM 1170-LOAD-FEE-RATES
000000         THRU 1170-LOAD-FEE-RATES-EXIT
000000     PERFORM 1175-LOAD-INTCHG-RATES
000000         THRU 1175-LOAD-INTCHG-RATES-EXIT
008800     OPEN INPUT TRAN-INPUT-FILE
008900     OPEN I-O TRAN-MASTER-FILE
000000     OPEN INPUT CARD-FILE
000000     END-IF
000000     OPEN I-O FRAUD-HOLD-FILE
000000     OPEN INPUT TRAN-CARD-FILE
000000     OPEN INPUT CATEGORY-BLOCK-FILE
000000     IF WS-CATBLOCK-OK
000000         MOVE 'Y'                TO WS-CATBLOCK-OPEN-SW
000000     END-IF
000000     OPEN INPUT COMPANY-FILE
000000     OPEN INPUT CMPACCT-FILE
000000     OPEN I-O INTCHG-FILE
000000     IF WS-COMPANY-OK AND WS-CMPACCT-OK
000000         MOVE 'Y'                TO WS-COMPANY-OPEN-SW
000000     END-IF
009100     IF NOT WS-TRAN-INPUT-OK
009200         DISPLAY 'CBTRN03C - ERROR OPENING TRAN INPUT FILE'
009300         MOVE 'Y'                TO WS-EOF-SW
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000     END-IF
000000     OPEN I-O FILE-CTL-FILE
000000     OPEN I-O FEED-LINK-FILE
000000     IF WS-FEEDLINK-OK
000000         MOVE 'Y'                TO WS-LINK-OPEN-SW
000000     ELSE
000000         DISPLAY 'CBTRN03C - FEEDLINK NOT AVAILABLE, STATUS '
000000                 WS-FEEDLINK-STATUS
000000                 ' - THIS FILE CANNOT BE BACKED OUT'
000000     END-IF
000000     PERFORM 1100-CHECK-RESTART THRU 1100-CHECK-RESTART-EXIT
000000     PERFORM 1400-VALIDATE-CONTROL
000000         THRU 1400-VALIDATE-CONTROL-EXIT
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000         GO TO 1000-INITIALIZE-EXIT
000000     END-IF
000000     IF WS-PART-DONE
000000         PERFORM 1130-PARTITION-ALREADY-DONE
000000             THRU 1130-PARTITION-ALREADY-DONE-EXIT
000000         GO TO 1000-INITIALIZE-EXIT
000000     END-IF
000000     IF WS-RESTART-RUN
000000         OPEN EXTEND TRAN-REPORT-FILE
000000     ELSE
009700     EXIT.
009800*
000000******************************************************************
000000* A PARTCTL RECORD MAKES THIS RUN ONE PARTITION OF A PARTITIONED
000000* RUN (CVPTN01Y) - IT POSTS ONLY ITS OWN ACCOUNT RANGE, KEEPS ITS
000000* OWN PARTCKPT CHECKPOINT AND LOGS TO JOBLOG AS CBTRN3NN. NO
000000* PARTCTL (OR AN EMPTY ONE) IS THE WHOLE FEED, RUN SERIALLY. THE
000000* PARTITIONED SWITCH IS SET AS SOON AS A RECORD IS READ, SO EVEN
000000* A REFUSED PARTITION LEAVES THE SHARED QUIESCE FLAG ALONE.
000000******************************************************************
000000 1050-LOAD-PARTITION.
000000     OPEN INPUT PART-CTL-FILE
000000     IF NOT WS-PARTCTL-OK
000000         CLOSE PART-CTL-FILE
000000         GO TO 1050-LOAD-PARTITION-EXIT
000000     END-IF
000000     READ PART-CTL-FILE
000000         AT END
000000             CLOSE PART-CTL-FILE
000000             GO TO 1050-LOAD-PARTITION-EXIT
000000     END-READ
000000     MOVE 'Y'                    TO WS-PARTITION-SW
000000     IF PTN-JOB-NAME NOT = 'CBTRN03C'
000000        OR PTN-PARTITION NOT NUMERIC
000000        OR PTN-PART-COUNT NOT NUMERIC
000000        OR PTN-ACCT-LOW NOT NUMERIC
000000        OR PTN-ACCT-HIGH NOT NUMERIC
000000         MOVE 'Y'                TO WS-PART-INVALID-SW
000000         CLOSE PART-CTL-FILE
000000         GO TO 1050-LOAD-PARTITION-EXIT
000000     END-IF
000000     IF PTN-PARTITION = ZERO
000000        OR PTN-PARTITION > PTN-PART-COUNT
000000        OR PTN-ACCT-LOW > PTN-ACCT-HIGH
000000         MOVE 'Y'                TO WS-PART-INVALID-SW
000000     END-IF
000000     MOVE PTN-PARTITION          TO WS-PART-NUMBER
000000     MOVE PTN-PART-COUNT         TO WS-PART-COUNT
000000     MOVE PTN-ACCT-LOW           TO WS-PART-ACCT-LOW
000000     MOVE PTN-ACCT-HIGH          TO WS-PART-ACCT-HIGH
000000     MOVE 'CBTRN3'               TO WS-STEP-NAME (1:6)
000000     MOVE WS-PART-NUMBER         TO WS-STEP-NAME (7:2)
000000     CLOSE PART-CTL-FILE.
000000 1050-LOAD-PARTITION-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* OVERLAY THE COMPILED TYPE/CATEGORY TABLE WITH THE MAINTAINED
000000* TRANTYPE DATASET - THE NEWEST ROW PER CODE DATED ON OR BEFORE
000000* TODAY OVERRIDES THE COMPILED ENTRY, AND A NEW CODE TAKES THE
000000     EXIT.
000000*
000000******************************************************************
000000* OVERLAY THE COMPILED FEE RATE TABLE WITH THE MAINTAINED
000000* FEERATE DATASET - THE NEWEST ROW PER GROUP DATED ON OR BEFORE
000000* TODAY OVERRIDES THE COMPILED ENTRY, AND A NEW GROUP TAKES THE
000000* FIRST EMPTY SLOT. AN ABSENT FILE LEAVES THE COMPILED TABLE
000000* STANDING - THE SAME ARRANGEMENT CBACT04C USES FOR MINPAY.
000000******************************************************************
000000 1170-LOAD-FEE-RATES.
000000     OPEN INPUT FEE-RATE-FILE
000000     IF NOT WS-FEERATE-OK
000000         CLOSE FEE-RATE-FILE
000000         GO TO 1170-LOAD-FEE-RATES-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-EOF-SW
000000     PERFORM 1180-LOAD-NEXT-FEE-RATE
000000         THRU 1180-LOAD-NEXT-FEE-RATE-EXIT
000000         UNTIL WS-END-OF-REF
000000     CLOSE FEE-RATE-FILE.
000000 1170-LOAD-FEE-RATES-EXIT.
000000     EXIT.
000000*
000000 1180-LOAD-NEXT-FEE-RATE.
000000     READ FEE-RATE-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-REF-EOF-SW
000000             GO TO 1180-LOAD-NEXT-FEE-RATE-EXIT
000000     END-READ
000000     IF FER-EFF-DATE > WS-CURDATE-YYYY-MM-DD
000000         GO TO 1180-LOAD-NEXT-FEE-RATE-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-FOUND-SW
000000     PERFORM VARYING FET-IDX FROM 1 BY 1
000000             UNTIL FET-IDX > 8 OR WS-REF-FOUND
000000         IF FET-GROUP-ID (FET-IDX) = FER-GROUP-ID
000000             PERFORM 1190-APPLY-FEE-RATE-ROW
000000                 THRU 1190-APPLY-FEE-RATE-ROW-EXIT
000000         END-IF
000000     END-PERFORM
000000     IF NOT WS-REF-FOUND
000000         PERFORM VARYING FET-IDX FROM 1 BY 1
000000                 UNTIL FET-IDX > 8 OR WS-REF-FOUND
000000             IF FET-GROUP-ID (FET-IDX) = SPACES
000000                 MOVE FER-GROUP-ID TO FET-GROUP-ID (FET-IDX)
000000                 PERFORM 1190-APPLY-FEE-RATE-ROW
000000                     THRU 1190-APPLY-FEE-RATE-ROW-EXIT
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000 1180-LOAD-NEXT-FEE-RATE-EXIT.
000000     EXIT.
000000*
000000 1190-APPLY-FEE-RATE-ROW.
000000     MOVE FER-FX-PCT             TO FET-FX-PCT (FET-IDX)
000000     MOVE FER-CASH-FLAT-AMT      TO FET-CASH-FLAT-AMT (FET-IDX)
000000     MOVE FER-CASH-PCT           TO FET-CASH-PCT (FET-IDX)
000000     MOVE 'Y'                    TO WS-REF-FOUND-SW.
000000 1190-APPLY-FEE-RATE-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* LOAD THE INTERCHANGE RATE TABLE FROM INTCHRT. THE FILE READS IN
000000* KEY ORDER, SO ALL THE EFFECTIVE DATES OF ONE GROUP/CHANNEL/MCC
000000* ARRIVE TOGETHER, OLDEST FIRST - A LATER ROW FOR THE SAME KEY
000000* REPLACES THE ENTRY JUST LOADED. AN ABSENT FILE LEAVES THE TABLE
000000* EMPTY AND EVERY PURCHASE WITHOUT A FEED AMOUNT CAPTURES AT ZERO.
000000******************************************************************
000000 1175-LOAD-INTCHG-RATES.
000000     OPEN INPUT INTCHG-RATE-FILE
000000     IF NOT WS-INTCHRT-OK
000000         CLOSE INTCHG-RATE-FILE
000000         GO TO 1175-LOAD-INTCHG-RATES-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-EOF-SW
000000     PERFORM 1185-LOAD-NEXT-INTCHG-RATE
000000         THRU 1185-LOAD-NEXT-INTCHG-RATE-EXIT
000000         UNTIL WS-END-OF-REF
000000     CLOSE INTCHG-RATE-FILE.
000000 1175-LOAD-INTCHG-RATES-EXIT.
000000     EXIT.
000000*
000000 1185-LOAD-NEXT-INTCHG-RATE.
000000     READ INTCHG-RATE-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-REF-EOF-SW
000000             GO TO 1185-LOAD-NEXT-INTCHG-RATE-EXIT
000000     END-READ
000000     IF ICR-EFF-DATE > WS-CURDATE-YYYY-MM-DD
000000         GO TO 1185-LOAD-NEXT-INTCHG-RATE-EXIT
000000     END-IF
000000     IF WS-ICR-COUNT > ZERO
000000         SET WS-ICR-IDX          TO WS-ICR-COUNT
000000         IF WS-ICR-GROUP-ID (WS-ICR-IDX) = ICR-GROUP-ID
000000            AND WS-ICR-CHANNEL-CD (WS-ICR-IDX) = ICR-CHANNEL-CD
000000            AND WS-ICR-MCC (WS-ICR-IDX) = ICR-MCC
000000             GO TO 1185-LOAD-NEXT-INTCHG-RATE-APPLY
000000         END-IF
000000     END-IF
000000     IF WS-ICR-COUNT NOT < WS-ICR-MAX
000000         DISPLAY 'CBTRN03C - INTCHRT TABLE FULL, ROW IGNORED: '
000000                 ICR-KEY
000000         GO TO 1185-LOAD-NEXT-INTCHG-RATE-EXIT
000000     END-IF
000000     ADD 1                       TO WS-ICR-COUNT
000000     SET WS-ICR-IDX              TO WS-ICR-COUNT
000000     MOVE ICR-GROUP-ID           TO WS-ICR-GROUP-ID (WS-ICR-IDX)
000000     MOVE ICR-CHANNEL-CD         TO WS-ICR-CHANNEL-CD (WS-ICR-IDX)
000000     MOVE ICR-MCC                TO WS-ICR-MCC (WS-ICR-IDX).
000000 1185-LOAD-NEXT-INTCHG-RATE-APPLY.
000000     MOVE ICR-RATE-PCT           TO WS-ICR-RATE-PCT (WS-ICR-IDX)
000000     MOVE ICR-FLAT-AMT           TO WS-ICR-FLAT-AMT (WS-ICR-IDX).
000000 1185-LOAD-NEXT-INTCHG-RATE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A CHECKPOINT FILE LEFT BEHIND WITH CKPT-COMPLETE-SW STILL 'N'
000000* MEANS THE LAST RUN OF THIS PROGRAM ABENDED BEFORE FINISHING -
000000* RESTORE ITS COUNTERS AND REMEMBER THE LAST KEY IT COMMITTED SO
000000* INSTEAD OF REPROCESSING THE WHOLE INPUT FILE.
000000******************************************************************
000000 1100-CHECK-RESTART.
000000     IF WS-PARTITIONED
000000         PERFORM 1120-CHECK-PART-RESTART
000000             THRU 1120-CHECK-PART-RESTART-EXIT
000000         GO TO 1100-CHECK-RESTART-EXIT
000000     END-IF
000000     OPEN INPUT CHECKPOINT-FILE
000000     IF WS-CHECKPOINT-OK
000000         READ CHECKPOINT-FILE
000000     EXIT.
000000*
000000******************************************************************
000000* THE SAME RESTART TEST FOR ONE PARTITION, AGAINST ITS OWN
000000* PARTCKPT ROW. AN INCOMPLETE ROW RESUMES THE FAILED PARTITION
000000* AFTER ITS LAST KEY WITH ITS COUNTS RESTORED. A COMPLETE ROW
000000* MEANS THE PARTITION HAS ALREADY POSTED A FEED THAT IS STILL
000000* WAITING ON THE MERGE - WHETHER IT IS THIS FEED IS ONLY KNOWN
000000* ONCE 1400-VALIDATE-CONTROL HAS READ THE HEADER, SO THE ROW'S
000000* FILE ID IS KEPT FOR 1130-PARTITION-ALREADY-DONE.
000000******************************************************************
000000 1120-CHECK-PART-RESTART.
000000     OPEN INPUT PART-CKPT-FILE
000000     IF NOT WS-PARTCKPT-OK
000000         CLOSE PART-CKPT-FILE
000000         GO TO 1120-CHECK-PART-RESTART-EXIT
000000     END-IF
000000     MOVE 'CBTRN03C'             TO PCK-JOB-NAME
000000     MOVE WS-PART-NUMBER         TO PCK-PARTITION
000000     READ PART-CKPT-FILE
000000         INVALID KEY
000000             CLOSE PART-CKPT-FILE
000000             GO TO 1120-CHECK-PART-RESTART-EXIT
000000     END-READ
000000     IF PCK-RUN-COMPLETE
000000         MOVE 'Y'                TO WS-PART-DONE-SW
000000         MOVE PCK-FILE-ID        TO WS-PART-CKPT-FILE-ID
000000         CLOSE PART-CKPT-FILE
000000         GO TO 1120-CHECK-PART-RESTART-EXIT
000000     END-IF
000000     SET WS-RESTART-RUN          TO TRUE
000000     MOVE PCK-LAST-KEY           TO WS-SKIP-KEY
000000     MOVE PCK-READ-COUNT         TO WS-READ-COUNT
000000     MOVE PCK-ACCEPT-COUNT       TO WS-ACCEPT-COUNT
000000     MOVE PCK-REJECT-COUNT       TO WS-REJECT-COUNT
000000     MOVE PCK-REJECT-BADCODE-COUNT
000000                                 TO WS-REJECT-BADCODE-COUNT
000000     MOVE PCK-REJECT-DUP-COUNT   TO WS-REJECT-DUP-COUNT
000000     MOVE PCK-REJECT-OVLIM-COUNT TO WS-REJECT-OVLIM-COUNT
000000     MOVE PCK-REJECT-MERCH-COUNT TO WS-REJECT-MERCH-COUNT
000000     MOVE PCK-REJECT-CURR-COUNT  TO WS-REJECT-CURR-COUNT
000000     MOVE PCK-HOLD-COUNT         TO WS-HOLD-COUNT
000000     MOVE PCK-REJECT-CARD-COUNT  TO WS-REJECT-CARD-COUNT
000000     MOVE PCK-REJECT-CASH-COUNT  TO WS-REJECT-CASH-COUNT
000000     DISPLAY 'CBTRN03C - RESUMING PARTITION ' WS-PART-NUMBER
000000             ', KEY=' WS-SKIP-KEY
000000     CLOSE PART-CKPT-FILE.
000000 1120-CHECK-PART-RESTART-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A PARTITION WHOSE CHECKPOINT IS ALREADY COMPLETE DOES NOT POST.
000000* FOR THIS SAME FEED IT HAS SIMPLY FINISHED AHEAD OF A RERUN OF
000000* THE WHOLE JOB AND IS WAITING ON THE MERGE. FOR ANOTHER FEED AN
000000* EARLIER PARTITIONED RUN WAS NEVER MERGED - ITS COUNTS AND FILE
000000* REGISTRATION WOULD BE LOST UNDER THIS FEED'S, SO THE PARTITION
000000* REFUSES UNTIL OPERATIONS HAS MERGED OR CLEARED THAT RUN.
000000******************************************************************
000000 1130-PARTITION-ALREADY-DONE.
000000     MOVE 'Y'                    TO WS-EOF-SW
000000     MOVE 'Y'                    TO WS-PART-SKIP-SW
000000     IF WS-PART-CKPT-FILE-ID = WS-CTL-FILE-ID
000000         DISPLAY 'CBTRN03C - PARTITION ' WS-PART-NUMBER
000000                 ' ALREADY POSTED FILE ' WS-CTL-FILE-ID
000000                 ', AWAITING MERGE'
000000         GO TO 1130-PARTITION-ALREADY-DONE-EXIT
000000     END-IF
000000     DISPLAY 'CBTRN03C - PARTITION ' WS-PART-NUMBER
000000             ' HOLDS AN UNMERGED CHECKPOINT FOR FILE '
000000             WS-PART-CKPT-FILE-ID
000000     MOVE 'UNMERGED PARTITION CHECKPOINT FOR ANOTHER FILE'
000000                                 TO WS-ABEND-REASON-TEXT
000000     PERFORM 9100-ABEND-NOTIFY
000000         THRU 9100-ABEND-NOTIFY-EXIT.
000000 1130-PARTITION-ALREADY-DONE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PRE-PASS OVER THE WHOLE FEED BEFORE ANY ROW POSTS: THE FIRST
000000* RECORD MUST BE AN 'HDR' CONTROL STAMP WHOSE FILE ID IS NOT ON
000000* THE FILECTL REGISTRY, THE LAST A 'TRL' WHOSE COUNT AND AMOUNT
000000* AND THE INPUT REOPENED FOR THE POSTING PASS; A FAILURE REJECTS
000000* THE WHOLE FILE - THE CHECKPOINT PROTECTS A RUN THAT DIES
000000* MID-FILE, THIS PROTECTS AGAINST THE FILE ITSELF BEING BAD.
000000* A FILE ID CBBKO01C HAS BACKED OUT IS ACCEPTED AGAIN - IT IS THE
000000* CORRECTED FILE - AND ITS REGISTRATION GOES BACK TO LIVE. THE
000000* TRAILER'S FIGURES ARE KEPT ON FEEDLINK AS THE FILE'S CONTROL
000000* ROW.
000000******************************************************************
000000 1400-VALIDATE-CONTROL.
000000     MOVE 'N'                    TO WS-CTL-VALID-SW
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             IF REG-BACKED-OUT
000000                 MOVE 'Y'        TO WS-CTL-REPRESENTED-SW
000000             ELSE
000000                 IF NOT WS-RESTART-RUN
000000                     MOVE 'FEED FILE ID ALREADY PROCESSED'
000000                                 TO WS-CTL-REJECT-TEXT
000000                     GO TO 1400-VALIDATE-CONTROL-EXIT
000000                 END-IF
000000             END-IF
000000     END-READ
000000     PERFORM 1410-SCAN-NEXT-RECORD
000000                                 TO WS-CTL-REJECT-TEXT
000000         GO TO 1400-VALIDATE-CONTROL-EXIT
000000     END-IF
000000*    A PARTITION LEAVES THE REGISTRATION TO THE MERGE STEP, SO
000000*    ITS SIBLINGS - AND A RERUN OF ANY OF THEM - STILL PASS.
000000     IF NOT WS-PARTITIONED
000000         MOVE WS-CTL-FILE-ID     TO REG-FILE-ID
000000         MOVE FUNCTION CURRENT-DATE
000000                                 TO REG-PROCESSED-TS
000000         SET REG-LIVE            TO TRUE
000000         MOVE SPACES             TO REG-BACKOUT-TS
000000         IF WS-CTL-REPRESENTED
000000             REWRITE FILE-REGISTRY-RECORD
000000                 INVALID KEY
000000                     CONTINUE
000000             END-REWRITE
000000         ELSE
000000             WRITE FILE-REGISTRY-RECORD
000000                 INVALID KEY
000000                     CONTINUE
000000             END-WRITE
000000         END-IF
000000     END-IF
000000     MOVE 'TRL'                  TO WS-LNK-TRAN-ID
000000     MOVE 'C'                    TO WS-LNK-KIND
000000     MOVE SPACES                 TO WS-LNK-REF-ID
000000                                    WS-LNK-CARD-NUM
000000                                    WS-LNK-TYPE-CD
000000     MOVE ZERO                   TO WS-LNK-ACCT-ID
000000                                    WS-LNK-POST-AMT
000000     MOVE WS-CTL-EXP-TOTAL       TO WS-LNK-FEED-AMT
000000     MOVE WS-CTL-EXP-COUNT       TO WS-LNK-REC-COUNT
000000     PERFORM 3650-PUT-FEED-LINK
000000         THRU 3650-PUT-FEED-LINK-EXIT
000000     CLOSE TRAN-INPUT-FILE
000000     OPEN INPUT TRAN-INPUT-FILE
000000     MOVE 'N'                    TO WS-EOF-SW
000000             THRU 2100-READ-NEXT-INPUT-TRAN-EXIT
000000         GO TO 2000-POST-TRANSACTION-EXIT
000000     END-IF
000000     IF WS-PARTITIONED
000000         PERFORM 2050-CHECK-PARTITION
000000             THRU 2050-CHECK-PARTITION-EXIT
000000         IF NOT WS-IN-PARTITION
000000             PERFORM 2100-READ-NEXT-INPUT-TRAN
000000                 THRU 2100-READ-NEXT-INPUT-TRAN-EXIT
000000             GO TO 2000-POST-TRANSACTION-EXIT
000000         END-IF
000000     END-IF
010000     ADD 1                       TO WS-READ-COUNT
000000     MOVE 'R'                    TO WS-ROW-OUTCOME
000000     MOVE TRAN-ID OF TRAN-RECORD TO WS-ROW-FEED-ID
000000     MOVE TRAN-AMT OF TRAN-RECORD
000000                                 TO WS-ROW-FEED-AMT
000000     MOVE ZERO                   TO WS-ROW-ACCT-ID
000000     MOVE SPACES                 TO WS-ROW-HOLD-ID
010100     PERFORM 3000-VALIDATE-TYPE-CATEGORY
010150         THRU 3000-VALIDATE-TYPE-CATEGORY-EXIT
010200     IF NOT WS-TYPE-CAT-FOUND
000000             THRU 4000-WRITE-REPORT-LINE-EXIT
000000         GO TO 2000-POST-TRANSACTION-CONTINUE
000000     END-IF
000000     MOVE CARD-ACCT-ID           TO WS-ROW-ACCT-ID
000000     PERFORM 3050-VALIDATE-MERCHANT
000000         THRU 3050-VALIDATE-MERCHANT-EXIT
000000     IF NOT WS-MERCH-VALID
000000     IF WS-FRAUD-FOUND
000000         PERFORM 3090-HOLD-TRANSACTION
000000             THRU 3090-HOLD-TRANSACTION-EXIT
000000         MOVE 'H'                TO WS-ROW-OUTCOME
000000         MOVE FRD-TRAN-ID        TO WS-ROW-HOLD-ID
000000         ADD 1                   TO WS-HOLD-COUNT
000000         PERFORM 4000-WRITE-REPORT-LINE
000000             THRU 4000-WRITE-REPORT-LINE-EXIT
000000     END-IF
000000     MOVE 'N'   TO TRAN-BAL-POSTED-IND OF TRAN-RECORD
010800     MOVE TRAN-RECORD            TO TRAN-MASTER-RECORD
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-KEYED-PGM
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-APPROVED-BY
000000                                    OF TRAN-MASTER-RECORD
010900     WRITE TRAN-MASTER-RECORD
000000     IF WS-TRAN-MASTER-DUPLICATE
000000         PERFORM 3620-REKEY-REPRESENTED-ROW
000000             THRU 3620-REKEY-REPRESENTED-ROW-EXIT
000000         IF WS-REKEY-FAILED
000000             ADD 1               TO WS-REJECT-COUNT
000000             PERFORM 4000-WRITE-REPORT-LINE
000000                 THRU 4000-WRITE-REPORT-LINE-EXIT
000000             GO TO 2000-POST-TRANSACTION-CONTINUE
000000         END-IF
000000     END-IF
011000     IF WS-TRAN-MASTER-DUPLICATE
011100         ADD 1                   TO WS-REJECT-COUNT
011200         ADD 1                   TO WS-REJECT-DUP-COUNT
011300     ELSE
011400         ADD 1                   TO WS-ACCEPT-COUNT
000000         MOVE 'T'                TO WS-ROW-OUTCOME
000000         PERFORM 3150-MATCH-AUTH-HOLD
000000             THRU 3150-MATCH-AUTH-HOLD-EXIT
000000         IF TRAN-TYPE-CD OF TRAN-RECORD = '03'
000000             PERFORM 3300-TRACK-CASH-BUCKET
000000                 THRU 3300-TRACK-CASH-BUCKET-EXIT
000000         END-IF
000000         PERFORM 3400-ASSESS-TRAN-FEES
000000             THRU 3400-ASSESS-TRAN-FEES-EXIT
000000         PERFORM 3500-CAPTURE-INTERCHANGE
000000             THRU 3500-CAPTURE-INTERCHANGE-EXIT
011500     END-IF
011600     PERFORM 4000-WRITE-REPORT-LINE
011650         THRU 4000-WRITE-REPORT-LINE-EXIT.
011700 2000-POST-TRANSACTION-CONTINUE.
000000     PERFORM 3600-LINK-FEED-ROW
000000         THRU 3600-LINK-FEED-ROW-EXIT
000000*    A RE-KEYED ROW GOES BACK TO ITS FEED TRAN-ID SO THE
000000*    CHECKPOINT'S RESTART KEY STAYS IN FEED ORDER.
000000     MOVE WS-ROW-FEED-ID         TO TRAN-ID OF TRAN-RECORD
000000     IF FUNCTION MOD(WS-READ-COUNT, WS-CHECKPOINT-INTERVAL) = 0
000000         SET CKPT-RUN-INCOMPLETE TO TRUE
000000         PERFORM 5000-WRITE-CHECKPOINT
012800     EXIT.
012900*
000000******************************************************************
000000* A PARTITION TAKES A FEED ROW WHEN THE ROW'S CARD BELONGS TO AN
000000* ACCOUNT IN ITS RANGE. A ROW WHOSE CARD IS NOT ON FILE HAS NO
000000* ACCOUNT AND BELONGS TO PARTITION 1, SO ITS REJECT IS COUNTED
000000* EXACTLY ONCE ACROSS THE PARTITIONS.
000000******************************************************************
000000 2050-CHECK-PARTITION.
000000     MOVE 'Y'                    TO WS-IN-PART-SW
000000     MOVE TRAN-CARD-NUM OF TRAN-RECORD TO CARD-NUM
000000     READ CARD-FILE
000000         INVALID KEY
000000             IF WS-PART-NUMBER NOT = 1
000000                 MOVE 'N'        TO WS-IN-PART-SW
000000             END-IF
000000             GO TO 2050-CHECK-PARTITION-EXIT
000000     END-READ
000000     IF CARD-ACCT-ID < WS-PART-ACCT-LOW
000000        OR CARD-ACCT-ID > WS-PART-ACCT-HIGH
000000         MOVE 'N'                TO WS-IN-PART-SW
000000     END-IF.
000000 2050-CHECK-PARTITION-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* CALLED ONLY ON A RESTART RUN, RIGHT AFTER 1000-INITIALIZE'S
000000* FIRST READ - RE-READS PAST EVERY RECORD ALREADY COMMITTED AS OF
000000* THE LAST CHECKPOINT SO 2000-POST-TRANSACTION PICKS UP RIGHT
000000         MOVE 'Y'                TO WS-OVERLIMIT-SW
000000         SET ACCT-IS-OVERLIMIT   TO TRUE
000000         REWRITE ACCOUNT-RECORD
000000         GO TO 3100-CHECK-OVER-LIMIT-EXIT
000000     END-IF
000000     IF ACCT-COMPANY-ID NOT = SPACES
000000        AND WS-COMPANY-OPEN
000000         PERFORM 3170-CHECK-COMPANY-LIMIT
000000             THRU 3170-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF.
000000 3100-CHECK-OVER-LIMIT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* CORPORATE CARD - A ROW ON AN ACCOUNT LINKED TO A COMPANY IS
000000* ALSO HELD TO THE COMPANY'S AGGREGATE LIMIT (CVCMP01Y): THE
000000* BALANCES, OPEN HOLDS AND UNPOSTED ROWS OF EVERY ACCOUNT ON
000000* CMPACCT, WITH THIS ROW, MAY NOT PASS IT - THE SAME RULE COAUTSVC
000000* AND COTRN02C APPLY. A BREACH, OR A COMPANY NO LONGER ACTIVE,
000000* RIDES THE OVER-LIMIT REJECT PATH; THE EMPLOYEE'S OWN ACCOUNT IS
000000* NOT FLAGGED OVER-LIMIT FOR IT. EACH MEMBER IS WALKED WITH
000000* 3110/3105, AND THE ROW'S ACCOUNT IS READ BACK AT THE END.
000000******************************************************************
000000 3170-CHECK-COMPANY-LIMIT.
000000     MOVE ACCT-ID                TO WS-CMP-REQ-ACCT-ID
000000     MOVE ACCT-COMPANY-ID        TO CMP-COMPANY-ID
000000     READ COMPANY-FILE
000000         INVALID KEY
000000             MOVE 'Y'            TO WS-OVERLIMIT-SW
000000             GO TO 3170-CHECK-COMPANY-LIMIT-EXIT
000000     END-READ
000000     IF NOT CMP-ACTIVE
000000         MOVE 'Y'                TO WS-OVERLIMIT-SW
000000         GO TO 3170-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     IF CMP-CREDIT-LIMIT NOT > ZERO
000000         GO TO 3170-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     MOVE TRAN-AMT OF TRAN-RECORD TO WS-CMP-EXPOSURE-AMT
000000     MOVE 'N'                    TO WS-CMA-EOF-SW
000000     MOVE CMP-COMPANY-ID         TO CMA-COMPANY-ID
000000     MOVE ZERO                   TO CMA-ACCT-ID
000000     START CMPACCT-FILE KEY NOT LESS THAN CMA-KEY
000000         INVALID KEY
000000             MOVE 'Y'            TO WS-CMA-EOF-SW
000000     END-START
000000     PERFORM 3171-NEXT-COMPANY-ACCT
000000         THRU 3171-NEXT-COMPANY-ACCT-EXIT
000000         UNTIL WS-END-OF-CMPACCT
000000     MOVE WS-CMP-REQ-ACCT-ID     TO ACCT-ID
000000     READ ACCOUNT-FILE
000000         INVALID KEY
000000             CONTINUE
000000     END-READ
000000     IF WS-CMP-EXPOSURE-AMT > CMP-CREDIT-LIMIT
000000         MOVE 'Y'                TO WS-OVERLIMIT-SW
000000     END-IF.
000000 3170-CHECK-COMPANY-LIMIT-EXIT.
000000     EXIT.
000000*
000000 3171-NEXT-COMPANY-ACCT.
000000     READ CMPACCT-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-CMA-EOF-SW
000000             GO TO 3171-NEXT-COMPANY-ACCT-EXIT
000000     END-READ
000000     IF CMA-COMPANY-ID NOT = CMP-COMPANY-ID
000000         MOVE 'Y'                TO WS-CMA-EOF-SW
000000         GO TO 3171-NEXT-COMPANY-ACCT-EXIT
000000     END-IF
000000     MOVE CMA-ACCT-ID            TO ACCT-ID
000000     READ ACCOUNT-FILE
000000         INVALID KEY
000000             GO TO 3171-NEXT-COMPANY-ACCT-EXIT
000000     END-READ
000000     PERFORM 3110-SUM-OPEN-HOLDS
000000         THRU 3110-SUM-OPEN-HOLDS-EXIT
000000     PERFORM 3105-SUM-UNPOSTED-TRANS
000000         THRU 3105-SUM-UNPOSTED-TRANS-EXIT
000000     COMPUTE WS-CMP-EXPOSURE-AMT = WS-CMP-EXPOSURE-AMT
000000         + ACCT-CURR-BAL + WS-OPEN-HOLD-AMT + WS-UNPOSTED-AMT.
000000 3171-NEXT-COMPANY-ACCT-EXIT.
000000     EXIT.
000000******************************************************************
000000* THE FRAUDPRM OVERLIMIT TOLERANCE ONLY APPLIES WHEN THE
000000* CUSTOMER HAS AFFIRMATIVELY OPTED IN TO OVERLIMIT COVERAGE
000000         INVALID KEY
000000             MOVE 'Y'            TO WS-AUT-EOF-SW
000000     END-START
000000     PERFORM 3115-SUM-NEXT-HOLD THRU 3115-SUM-NEXT-HOLD-EXIT
000000         UNTIL WS-END-OF-HOLDS.
000000 3110-SUM-OPEN-HOLDS-EXIT.
000000     EXIT.
000000*
000000 3115-SUM-NEXT-HOLD.
000000     READ AUTH-HOLD-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-AUT-EOF-SW
000000             GO TO 3115-SUM-NEXT-HOLD-EXIT
000000     END-READ
000000     IF AUT-ACCT-ID NOT = ACCT-ID
000000         MOVE 'Y'                TO WS-AUT-EOF-SW
000000         GO TO 3115-SUM-NEXT-HOLD-EXIT
000000     END-IF
000000     IF AUT-OPEN
000000         ADD AUT-AMOUNT          TO WS-OPEN-HOLD-AMT
000000     END-IF.
000000 3115-SUM-NEXT-HOLD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000     PERFORM 3082-CHECK-MERCHANT-LOCATION
000000         THRU 3082-CHECK-MERCHANT-LOCATION-EXIT
000000     PERFORM 3084-CHECK-VELOCITY
000000         THRU 3084-CHECK-VELOCITY-EXIT
000000     PERFORM 3088-CHECK-CATEGORY-BLOCK
000000         THRU 3088-CHECK-CATEGORY-BLOCK-EXIT.
000000 3080-CHECK-FRAUD-RULES-EXIT.
000000     EXIT.
000000*
000000     EXIT.
000000*
000000******************************************************************
000000* CARDHOLDER CATEGORY BLOCKS - THE SAME CLASSES COTRN02C 5240
000000* HOLDS ON-LINE: GAMBLING OR ATM/CASH BY TRAN-MCC (CVMCC01Y),
000000* CASH ALSO ON A TYPE 03 ROW, ONLINE-ONLY ON THE 'ONLINE'
000000* CHANNEL, AND INTERNATIONAL ON A FOREIGN MERCHANT COUNTRY OR
000000* CURRENCY. A HIT ON THE CARD'S OR ITS ACCOUNT'S CATBLOCK ROW
000000* HOLDS THE ROW TO TRANFRD. NO CATBLOCK FILE, NO BLOCKS.
000000******************************************************************
000000 3088-CHECK-CATEGORY-BLOCK.
000000     IF NOT WS-CATBLOCK-OPEN
000000         GO TO 3088-CHECK-CATEGORY-BLOCK-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-CBK-GAMBLING-SW
000000                                    WS-CBK-CASH-SW
000000                                    WS-CBK-ONLINE-SW
000000                                    WS-CBK-INTL-SW
000000                                    WS-CBK-HIT-SW
000000     IF TRAN-MCC OF TRAN-RECORD NOT = SPACES
000000         PERFORM VARYING MCC-IDX FROM 1 BY 1
000000                 UNTIL MCC-IDX > 8
000000             IF MCC-CLASS-CD (MCC-IDX) = TRAN-MCC OF TRAN-RECORD
000000                 IF MCC-CLASS-GAMBLING (MCC-IDX)
000000                     MOVE 'Y'    TO WS-CBK-GAMBLING-SW
000000                 END-IF
000000                 IF MCC-CLASS-CASH (MCC-IDX)
000000                     MOVE 'Y'    TO WS-CBK-CASH-SW
000000                 END-IF
000000             END-IF
000000         END-PERFORM
000000     END-IF
000000     IF TRAN-TYPE-CD OF TRAN-RECORD = '03'
000000         MOVE 'Y'                TO WS-CBK-CASH-SW
000000     END-IF
000000     IF TRAN-SRC-ONLINE OF TRAN-RECORD
000000         MOVE 'Y'                TO WS-CBK-ONLINE-SW
000000     END-IF
000000     IF TRAN-CURR-CD OF TRAN-RECORD NOT = 'USD'
000000        OR (TRAN-MERCHANT-COUNTRY OF TRAN-RECORD NOT = SPACES
000000        AND TRAN-MERCHANT-COUNTRY OF TRAN-RECORD NOT = 'USA')
000000         MOVE 'Y'                TO WS-CBK-INTL-SW
000000     END-IF
000000     IF NOT WS-CBK-IS-GAMBLING AND NOT WS-CBK-IS-CASH
000000        AND NOT WS-CBK-IS-ONLINE AND NOT WS-CBK-IS-INTL
000000         GO TO 3088-CHECK-CATEGORY-BLOCK-EXIT
000000     END-IF
000000     MOVE SPACES                 TO CBK-KEY
000000     SET CBK-CARD-LEVEL          TO TRUE
000000     MOVE TRAN-CARD-NUM OF TRAN-RECORD TO CBK-ENTITY-ID
000000     PERFORM 3089-APPLY-BLOCK-ROW
000000         THRU 3089-APPLY-BLOCK-ROW-EXIT
000000     IF NOT WS-CBK-BLOCKED
000000         MOVE TRAN-CARD-NUM OF TRAN-RECORD TO CARD-NUM
000000         READ CARD-FILE
000000             INVALID KEY
000000                 GO TO 3088-CHECK-CATEGORY-BLOCK-TEST
000000         END-READ
000000         MOVE SPACES             TO CBK-KEY
000000         SET CBK-ACCOUNT-LEVEL   TO TRUE
000000         MOVE CARD-ACCT-ID       TO CBK-ENTITY-ID (1:11)
000000         PERFORM 3089-APPLY-BLOCK-ROW
000000             THRU 3089-APPLY-BLOCK-ROW-EXIT
000000     END-IF.
000000 3088-CHECK-CATEGORY-BLOCK-TEST.
000000     IF WS-CBK-BLOCKED
000000         MOVE 'Y'                TO WS-FRAUD-SW
000000         IF WS-FRAUD-REASON-TEXT = SPACES
000000             MOVE 'Merchant category blocked by cardholder'
000000                                 TO WS-FRAUD-REASON-TEXT
000000         END-IF
000000     END-IF.
000000 3088-CHECK-CATEGORY-BLOCK-EXIT.
000000     EXIT.
000000*
000000 3089-APPLY-BLOCK-ROW.
000000     READ CATEGORY-BLOCK-FILE
000000         INVALID KEY
000000             GO TO 3089-APPLY-BLOCK-ROW-EXIT
000000     END-READ
000000     IF (WS-CBK-IS-GAMBLING AND CBK-GAMBLING-BLOCKED)
000000        OR (WS-CBK-IS-CASH AND CBK-CASH-BLOCKED)
000000        OR (WS-CBK-IS-ONLINE AND CBK-ONLINE-BLOCKED)
000000        OR (WS-CBK-IS-INTL AND CBK-INTL-BLOCKED)
000000         MOVE 'Y'                TO WS-CBK-HIT-SW
000000     END-IF.
000000 3089-APPLY-BLOCK-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A SUSPECT ROW IS QUEUED TO TRANFRD WITH THE FULL TRANSACTION
000000* IMAGE, THE SAME HOLD COTRN02C WRITES ON-LINE, SO THE REVIEW
000000* QUEUE (COFRD00C) CAN POST OR REJECT IT. THE HOLD KEEPS THE
000000                                 TO FRD-MERCHANT-COUNTRY
000000     MOVE TRAN-ORIG-DATE OF TRAN-RECORD TO FRD-ORIG-DATE
000000     MOVE TRAN-CURR-CD OF TRAN-RECORD TO FRD-CURR-CD
000000     MOVE TRAN-MCC OF TRAN-RECORD TO FRD-MCC
000000     MOVE TRAN-ORIG-AMT OF TRAN-RECORD TO FRD-ORIG-AMT
000000     MOVE 'CBTRN03C'             TO FRD-QUEUED-BY
000000     SET FRD-PENDING             TO TRUE
000000     MOVE MER-STATE              TO TRAN-MERCHANT-STATE
000000                                    OF TRAN-RECORD
000000     MOVE MER-COUNTRY            TO TRAN-MERCHANT-COUNTRY
000000                                    OF TRAN-RECORD
000000     IF MER-MCC NOT = SPACES
000000         MOVE MER-MCC            TO TRAN-MCC OF TRAN-RECORD
000000     END-IF.
000000 3050-VALIDATE-MERCHANT-EXIT.
000000     EXIT.
000000*
000000 3300-TRACK-CASH-BUCKET-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* THE FEES THE CARDHOLDER AGREEMENT DISCLOSES ON AN ACCEPTED
000000* ROW - A FOREIGN TRANSACTION FEE (A PERCENT OF THE SETTLEMENT
000000* AMOUNT) WHEN THE ROW CAME IN IN A FOREIGN CURRENCY OR FROM A
000000* MERCHANT OUTSIDE THE US, AND A CASH ADVANCE FEE (THE GREATER
000000* OF A FLAT AMOUNT OR A PERCENT) ON A TYPE 03 ROW. EACH POSTS AS
000000* ITS OWN 04 FEE ROW TIED BACK TO THE CHARGE THROUGH
000000* TRAN-ORIG-TRAN-ID, SO COWAV00C CAN WAIVE IT LIKE ANY OTHER
000000* FEE. RATES ARE PER ACCT-GROUP-ID; A GROUP NOT ON THE TABLE
000000* USES THE DEFAULT ENTRY. CREDITS AND FEE OR INTEREST ROWS
000000* THEMSELVES TAKE NO FEE.
000000******************************************************************
000000 3400-ASSESS-TRAN-FEES.
000000     IF TRAN-AMT OF TRAN-RECORD NOT > ZERO
000000         GO TO 3400-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     IF TRAN-TYPE-CD OF TRAN-RECORD = '02'
000000        OR TRAN-TYPE-CD OF TRAN-RECORD = '04'
000000        OR TRAN-TYPE-CD OF TRAN-RECORD = '05'
000000        OR TRAN-TYPE-CD OF TRAN-RECORD = '06'
000000        OR TRAN-TYPE-CD OF TRAN-RECORD = '07'
000000         GO TO 3400-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     MOVE TRAN-CARD-NUM OF TRAN-RECORD TO CARD-NUM
000000     READ CARD-FILE
000000         INVALID KEY
000000             GO TO 3400-ASSESS-TRAN-FEES-EXIT
000000     END-READ
000000     MOVE CARD-ACCT-ID           TO ACCT-ID
000000     READ ACCOUNT-FILE
000000         INVALID KEY
000000             GO TO 3400-ASSESS-TRAN-FEES-EXIT
000000     END-READ
000000     MOVE 'N'                    TO WS-FEE-FOUND-SW
000000     MOVE 1                      TO WS-FEE-USE-IDX
000000     PERFORM VARYING FET-IDX FROM 1 BY 1
000000             UNTIL FET-IDX > 8 OR WS-FEE-GROUP-FOUND
000000         IF FET-GROUP-ID (FET-IDX) = ACCT-GROUP-ID
000000             MOVE 'Y'            TO WS-FEE-FOUND-SW
000000             SET WS-FEE-USE-IDX  TO FET-IDX
000000         END-IF
000000     END-PERFORM
000000     IF TRAN-CURR-CD OF TRAN-RECORD NOT = 'USD'
000000        OR (TRAN-MERCHANT-COUNTRY OF TRAN-RECORD NOT = SPACES
000000        AND TRAN-MERCHANT-COUNTRY OF TRAN-RECORD NOT = 'USA')
000000         COMPUTE WS-FEE-AMT ROUNDED =
000000             TRAN-AMT OF TRAN-RECORD *
000000             FET-FX-PCT (WS-FEE-USE-IDX) / 100
000000         MOVE '3003'             TO WS-FEE-CAT-CD
000000         MOVE 'FOREIGN TRANSACTION FEE' TO WS-FEE-DESC
000000         PERFORM 3450-POST-TRAN-FEE
000000             THRU 3450-POST-TRAN-FEE-EXIT
000000     END-IF
000000     IF TRAN-TYPE-CD OF TRAN-RECORD = '03'
000000         COMPUTE WS-FEE-PCT-AMT ROUNDED =
000000             TRAN-AMT OF TRAN-RECORD *
000000             FET-CASH-PCT (WS-FEE-USE-IDX) / 100
000000         MOVE FET-CASH-FLAT-AMT (WS-FEE-USE-IDX) TO WS-FEE-AMT
000000         IF WS-FEE-PCT-AMT > WS-FEE-AMT
000000             MOVE WS-FEE-PCT-AMT TO WS-FEE-AMT
000000         END-IF
000000         MOVE '3004'             TO WS-FEE-CAT-CD
000000         MOVE 'CASH ADVANCE FEE' TO WS-FEE-DESC
000000         PERFORM 3450-POST-TRAN-FEE
000000             THRU 3450-POST-TRAN-FEE-EXIT
000000     END-IF.
000000 3400-ASSESS-TRAN-FEES-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* WRITE THE FEE ROW TO THE MASTER AGAINST THE CHARGE'S CARD,
000000* UNPOSTED LIKE EVERY OTHER ROW THIS RUN ACCEPTS - CBTRN02C
000000* APPLIES IT TO THE BALANCE. THE FEE BUCKET IS TRACKED HERE, THE
000000* SAME WAY 3300 TRACKS THE CASH BUCKET, SO A WAIVER CREDIT HAS
000000* SOMETHING TO RELIEVE. THE ACCOUNT RECORD IS ALREADY IN HAND
000000* FROM 3400. THE ROW'S ID COMES FROM CBKEY01C (3660); A FEE ROW
000000* THAT CANNOT BE WRITTEN IS LISTED ON TRANRPT AND COUNTED, AND
000000* THE FEE BUCKET IS LEFT ALONE.
000000******************************************************************
000000 3450-POST-TRAN-FEE.
000000     IF WS-FEE-AMT NOT > ZERO
000000         GO TO 3450-POST-TRAN-FEE-EXIT
000000     END-IF
000000     MOVE TRAN-RECORD            TO TRAN-MASTER-RECORD
000000     MOVE '04'                   TO TRAN-TYPE-CD
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE WS-FEE-CAT-CD          TO TRAN-CAT-CD
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE 'CNP'                  TO TRAN-SOURCE
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE SPACES                 TO TRAN-MERCHANT-ID
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-MERCHANT-NAME
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-MERCHANT-CITY
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-MERCHANT-ZIP
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-MERCHANT-STATE
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-MERCHANT-COUNTRY
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-MCC
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE WS-FEE-DESC            TO TRAN-DESC
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE WS-FEE-AMT             TO TRAN-AMT
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE 'N'                    TO TRAN-REVERSAL-IND
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE TRAN-ID OF TRAN-RECORD TO TRAN-ORIG-TRAN-ID
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE WS-FEE-AMT             TO TRAN-ORIG-AMT
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000                                    OF TRAN-MASTER-RECORD
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-KEYED-PGM
000000                                    OF TRAN-MASTER-RECORD
000000                                    TRAN-APPROVED-BY
000000                                    OF TRAN-MASTER-RECORD
000000     PERFORM 3660-WRITE-NEW-MASTER-ROW
000000         THRU 3660-WRITE-NEW-MASTER-ROW-EXIT
000000     IF NOT WS-TRAN-MASTER-OK
000000         ADD 1                   TO WS-FEE-FAIL-COUNT
000000         MOVE SPACES             TO TRAN-REPORT-LINE
000000         STRING TRAN-ID OF TRAN-RECORD DELIMITED BY SIZE
000000                ' '              DELIMITED BY SIZE
000000                TRAN-CARD-NUM OF TRAN-RECORD DELIMITED BY SIZE
000000                ' 04'            DELIMITED BY SIZE
000000                WS-FEE-CAT-CD    DELIMITED BY SIZE
000000                ' FEE NOT WRITTEN, STATUS ' DELIMITED BY SIZE
000000                WS-TRAN-MASTER-STATUS DELIMITED BY SIZE
000000           INTO TRAN-REPORT-LINE
000000         END-STRING
000000         WRITE TRAN-REPORT-LINE
000000         GO TO 3450-POST-TRAN-FEE-EXIT
000000     END-IF
000000     ADD WS-FEE-AMT              TO ACCT-FEE-DUE-BAL
000000     REWRITE ACCOUNT-RECORD
000000     MOVE TRAN-ID OF TRAN-MASTER-RECORD
000000                                 TO WS-LNK-TRAN-ID
000000                                    WS-LNK-REF-ID
000000     MOVE 'F'                    TO WS-LNK-KIND
000000     MOVE CARD-ACCT-ID           TO WS-LNK-ACCT-ID
000000     MOVE TRAN-CARD-NUM OF TRAN-MASTER-RECORD
000000                                 TO WS-LNK-CARD-NUM
000000     MOVE '04'                   TO WS-LNK-TYPE-CD
000000     MOVE ZERO                   TO WS-LNK-FEED-AMT
000000                                    WS-LNK-REC-COUNT
000000     MOVE WS-FEE-AMT             TO WS-LNK-POST-AMT
000000     PERFORM 3650-PUT-FEED-LINK
000000         THRU 3650-PUT-FEED-LINK-EXIT
000000     IF WS-FEE-CAT-CD = '3003'
000000         ADD 1                   TO WS-FX-FEE-COUNT
000000     ELSE
000000         ADD 1                   TO WS-CASH-FEE-COUNT
000000     END-IF.
000000 3450-POST-TRAN-FEE-EXIT.
000000     EXIT.
000000*
013000******************************************************************
000000* CAPTURE THE INTERCHANGE WE EARN ON AN ACCEPTED PURCHASE (TYPE
000000* 01) ON INTCHG. THE FEED'S OWN AMOUNT WINS; WITHOUT ONE IT IS
000000* COMPUTED FROM THE RATE FOR THE ACCOUNT'S GROUP, THE CHANNEL AND
000000* THE MERCHANT CATEGORY (3510). A REVERSAL'S NEGATIVE AMOUNT GIVES
000000* NEGATIVE INTERCHANGE. A ROW ALREADY CAPTURED (A RERUN OF THE
000000* SAME TRANSACTION) IS LEFT AS IT WAS.
000000******************************************************************
000000 3500-CAPTURE-INTERCHANGE.
000000     IF TRAN-TYPE-CD OF TRAN-RECORD NOT = '01'
000000         GO TO 3500-CAPTURE-INTERCHANGE-EXIT
000000     END-IF
000000     MOVE TRAN-CARD-NUM OF TRAN-RECORD TO CARD-NUM
000000     READ CARD-FILE
000000         INVALID KEY
000000             GO TO 3500-CAPTURE-INTERCHANGE-EXIT
000000     END-READ
000000     MOVE CARD-ACCT-ID           TO ACCT-ID
000000     READ ACCOUNT-FILE
000000         INVALID KEY
000000             GO TO 3500-CAPTURE-INTERCHANGE-EXIT
000000     END-READ
000000     MOVE SPACES                 TO INTERCHANGE-RECORD
000000     MOVE TRAN-ID OF TRAN-RECORD TO ICH-TRAN-ID
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO ICH-PROC-DATE
000000     MOVE ACCT-ID                TO ICH-ACCT-ID
000000     MOVE TRAN-CARD-NUM OF TRAN-RECORD TO ICH-CARD-NUM
000000     MOVE TRAN-MERCHANT-ID OF TRAN-RECORD TO ICH-MERCHANT-ID
000000     MOVE TRAN-MERCHANT-NAME OF TRAN-RECORD TO ICH-MERCHANT-NAME
000000     MOVE ACCT-GROUP-ID          TO ICH-GROUP-ID
000000     IF TRAN-SRC-CARD-PRESENT OF TRAN-RECORD
000000         MOVE 'CP '              TO WS-ICR-FIND-CHANNEL
000000     ELSE
000000         MOVE 'CNP'              TO WS-ICR-FIND-CHANNEL
000000     END-IF
000000     MOVE WS-ICR-FIND-CHANNEL    TO ICH-CHANNEL-CD
000000     MOVE TRAN-MCC OF TRAN-RECORD TO ICH-MCC
000000     MOVE TRAN-AMT OF TRAN-RECORD TO ICH-SALE-AMT
000000     MOVE ZERO                   TO ICH-RATE-PCT
000000     MOVE ZERO                   TO ICH-FLAT-AMT
000000     IF TFD-INTERCHG-AMT IS NUMERIC
000000        AND TFD-INTERCHG-AMT NOT = ZERO
000000         MOVE TFD-INTERCHG-AMT   TO ICH-INTERCHG-AMT
000000         SET ICH-FROM-FEED       TO TRUE
000000         GO TO 3500-CAPTURE-INTERCHANGE-WRITE
000000     END-IF
000000     PERFORM 3510-FIND-INTCHG-RATE
000000         THRU 3510-FIND-INTCHG-RATE-EXIT
000000     IF NOT WS-ICR-FOUND
000000         MOVE ZERO               TO ICH-INTERCHG-AMT
000000         SET ICH-NO-RATE         TO TRUE
000000         ADD 1                   TO WS-INTCHG-NORATE-COUNT
000000         GO TO 3500-CAPTURE-INTERCHANGE-WRITE
000000     END-IF
000000     MOVE WS-ICR-RATE-PCT (WS-ICR-USE-IDX) TO ICH-RATE-PCT
000000     MOVE WS-ICR-FLAT-AMT (WS-ICR-USE-IDX) TO ICH-FLAT-AMT
000000     IF ICH-SALE-AMT < ZERO
000000         COMPUTE ICH-INTERCHG-AMT ROUNDED =
000000             ICH-SALE-AMT * ICH-RATE-PCT / 100 - ICH-FLAT-AMT
000000     ELSE
000000         COMPUTE ICH-INTERCHG-AMT ROUNDED =
000000             ICH-SALE-AMT * ICH-RATE-PCT / 100 + ICH-FLAT-AMT
000000     END-IF
000000     SET ICH-COMPUTED            TO TRUE.
000000 3500-CAPTURE-INTERCHANGE-WRITE.
000000     WRITE INTERCHANGE-RECORD
000000         INVALID KEY
000000             GO TO 3500-CAPTURE-INTERCHANGE-EXIT
000000     END-WRITE
000000     ADD 1                       TO WS-INTCHG-COUNT.
000000 3500-CAPTURE-INTERCHANGE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* MOST SPECIFIC RATE FIRST: THE ACCOUNT'S GROUP AT THIS MCC, THE
000000* GROUP FOR ANY MCC, THEN THE SAME TWO UNDER GROUP 'DEFAULT'.
000000******************************************************************
000000 3510-FIND-INTCHG-RATE.
000000     MOVE 'N'                    TO WS-ICR-FOUND-SW
000000     MOVE ACCT-GROUP-ID          TO WS-ICR-FIND-GROUP
000000     MOVE TRAN-MCC OF TRAN-RECORD TO WS-ICR-FIND-MCC
000000     PERFORM 3520-SCAN-INTCHG-RATES
000000         THRU 3520-SCAN-INTCHG-RATES-EXIT
000000     IF WS-ICR-FOUND
000000         GO TO 3510-FIND-INTCHG-RATE-EXIT
000000     END-IF
000000     MOVE SPACES                 TO WS-ICR-FIND-MCC
000000     PERFORM 3520-SCAN-INTCHG-RATES
000000         THRU 3520-SCAN-INTCHG-RATES-EXIT
000000     IF WS-ICR-FOUND
000000         GO TO 3510-FIND-INTCHG-RATE-EXIT
000000     END-IF
000000     MOVE 'DEFAULT'              TO WS-ICR-FIND-GROUP
000000     MOVE TRAN-MCC OF TRAN-RECORD TO WS-ICR-FIND-MCC
000000     PERFORM 3520-SCAN-INTCHG-RATES
000000         THRU 3520-SCAN-INTCHG-RATES-EXIT
000000     IF WS-ICR-FOUND
000000         GO TO 3510-FIND-INTCHG-RATE-EXIT
000000     END-IF
000000     MOVE SPACES                 TO WS-ICR-FIND-MCC
000000     PERFORM 3520-SCAN-INTCHG-RATES
000000         THRU 3520-SCAN-INTCHG-RATES-EXIT.
000000 3510-FIND-INTCHG-RATE-EXIT.
000000     EXIT.
000000*
000000 3520-SCAN-INTCHG-RATES.
000000     PERFORM VARYING WS-ICR-IDX FROM 1 BY 1
000000             UNTIL WS-ICR-IDX > WS-ICR-COUNT OR WS-ICR-FOUND
000000         IF WS-ICR-GROUP-ID (WS-ICR-IDX) = WS-ICR-FIND-GROUP
000000            AND WS-ICR-CHANNEL-CD (WS-ICR-IDX) =
000000               WS-ICR-FIND-CHANNEL
000000            AND WS-ICR-MCC (WS-ICR-IDX) = WS-ICR-FIND-MCC
000000             MOVE 'Y'            TO WS-ICR-FOUND-SW
000000             SET WS-ICR-USE-IDX  TO WS-ICR-IDX
000000         END-IF
000000     END-PERFORM.
000000 3520-SCAN-INTCHG-RATES-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* LINK THE DETAIL ROW JUST DEALT WITH TO THE FEED'S FILE ID ON
000000* FEEDLINK: WHAT IT BECAME (POSTED, HELD OR REJECTED), THE MASTER
000000* OR TRANFRD ROW IT CREATED, AND ITS AMOUNT AS RECEIVED - THE
000000* FIGURE THE TRAILER TOTALS - AND AS POSTED IN USD.
000000******************************************************************
000000 3600-LINK-FEED-ROW.
000000     MOVE WS-ROW-FEED-ID         TO WS-LNK-TRAN-ID
000000     MOVE WS-ROW-OUTCOME         TO WS-LNK-KIND
000000     EVALUATE TRUE
000000         WHEN WS-ROW-POSTED
000000             MOVE TRAN-ID OF TRAN-RECORD TO WS-LNK-REF-ID
000000         WHEN WS-ROW-HELD
000000             MOVE WS-ROW-HOLD-ID TO WS-LNK-REF-ID
000000         WHEN OTHER
000000             MOVE SPACES         TO WS-LNK-REF-ID
000000     END-EVALUATE
000000     MOVE WS-ROW-ACCT-ID         TO WS-LNK-ACCT-ID
000000     MOVE TRAN-CARD-NUM OF TRAN-RECORD
000000                                 TO WS-LNK-CARD-NUM
000000     MOVE TRAN-TYPE-CD OF TRAN-RECORD
000000                                 TO WS-LNK-TYPE-CD
000000     MOVE WS-ROW-FEED-AMT        TO WS-LNK-FEED-AMT
000000     MOVE TRAN-AMT OF TRAN-RECORD
000000                                 TO WS-LNK-POST-AMT
000000     MOVE ZERO                   TO WS-LNK-REC-COUNT
000000     PERFORM 3650-PUT-FEED-LINK
000000         THRU 3650-PUT-FEED-LINK-EXIT.
000000 3600-LINK-FEED-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A ROW WHOSE TRAN-ID IS ALREADY ON THE MASTER IS A DUPLICATE -
000000* UNLESS THIS FILE ID'S EARLIER POSTING OF THE SAME ROW WAS
000000* BACKED OUT BY CBBKO01C, IN WHICH CASE THE CORRECTED FILE IS
000000* RE-PRESENTING IT. THAT ROW POSTS UNDER A NEW TRAN-ID FROM
000000* CBKEY01C (3660), AND FEEDLINK KEEPS THE FEED'S ID. A ROW THAT
000000* CANNOT BE WRITTEN UNDER ITS NEW ID FOR ANY REASON BUT A
000000* DUPLICATE IS REJECTED BY THE CALLER AND COUNTED HERE.
000000******************************************************************
000000 3620-REKEY-REPRESENTED-ROW.
000000     MOVE 'N'                    TO WS-REKEY-FAIL-SW
000000     IF NOT WS-LINK-OPEN
000000         GO TO 3620-REKEY-REPRESENTED-ROW-EXIT
000000     END-IF
000000     MOVE WS-CTL-FILE-ID         TO FLK-FILE-ID
000000     MOVE WS-ROW-FEED-ID         TO FLK-TRAN-ID
000000     READ FEED-LINK-FILE
000000         INVALID KEY
000000             GO TO 3620-REKEY-REPRESENTED-ROW-EXIT
000000     END-READ
000000     IF NOT FLK-BACKED-OUT
000000         GO TO 3620-REKEY-REPRESENTED-ROW-EXIT
000000     END-IF
000000     PERFORM 3660-WRITE-NEW-MASTER-ROW
000000         THRU 3660-WRITE-NEW-MASTER-ROW-EXIT
000000     IF WS-TRAN-MASTER-OK
000000         MOVE TRAN-ID OF TRAN-MASTER-RECORD
000000                                 TO TRAN-ID OF TRAN-RECORD
000000         ADD 1                   TO WS-REKEY-COUNT
000000         GO TO 3620-REKEY-REPRESENTED-ROW-EXIT
000000     END-IF
000000     MOVE WS-ROW-FEED-ID         TO TRAN-ID OF TRAN-RECORD
000000     IF NOT WS-TRAN-MASTER-DUPLICATE
000000         MOVE 'Y'                TO WS-REKEY-FAIL-SW
000000         ADD 1                   TO WS-REKEY-FAIL-COUNT
000000     END-IF.
000000 3620-REKEY-REPRESENTED-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PUT THE LINK ROW IN WS-LNK-* ON FEEDLINK UNDER THE FEED'S FILE
000000* ID. A ROW ALREADY THERE AND LIVE IS LEFT ALONE - A RESTARTED
000000* RUN OR A SIBLING PARTITION GOT THERE FIRST; ONE CBBKO01C BACKED
000000* OUT IS REPLACED BY THIS POSTING OF THE CORRECTED FILE.
000000******************************************************************
000000 3650-PUT-FEED-LINK.
000000     IF NOT WS-LINK-OPEN
000000         GO TO 3650-PUT-FEED-LINK-EXIT
000000     END-IF
000000     MOVE WS-CTL-FILE-ID         TO FLK-FILE-ID
000000     MOVE WS-LNK-TRAN-ID         TO FLK-TRAN-ID
000000     READ FEED-LINK-FILE
000000         INVALID KEY
000000             MOVE 'N'            TO WS-LNK-FOUND-SW
000000         NOT INVALID KEY
000000             MOVE 'Y'            TO WS-LNK-FOUND-SW
000000     END-READ
000000     IF WS-LNK-FOUND AND NOT FLK-BACKED-OUT
000000         GO TO 3650-PUT-FEED-LINK-EXIT
000000     END-IF
000000     MOVE SPACES                 TO FEED-LINK-RECORD
000000     MOVE WS-CTL-FILE-ID         TO FLK-FILE-ID
000000     MOVE WS-LNK-TRAN-ID         TO FLK-TRAN-ID
000000     MOVE WS-LNK-KIND            TO FLK-KIND
000000     MOVE WS-LNK-REF-ID          TO FLK-REF-ID
000000     MOVE WS-LNK-ACCT-ID         TO FLK-ACCT-ID
000000     MOVE WS-LNK-CARD-NUM        TO FLK-CARD-NUM
000000     MOVE WS-LNK-TYPE-CD         TO FLK-TYPE-CD
000000     MOVE WS-LNK-FEED-AMT        TO FLK-FEED-AMT
000000     MOVE WS-LNK-POST-AMT        TO FLK-POST-AMT
000000     MOVE WS-LNK-REC-COUNT       TO FLK-REC-COUNT
000000     MOVE FUNCTION CURRENT-DATE  TO FLK-LINKED-TS
000000     SET FLK-LIVE                TO TRUE
000000     IF WS-LNK-FOUND
000000         REWRITE FEED-LINK-RECORD
000000             INVALID KEY
000000                 CONTINUE
000000         END-REWRITE
000000     ELSE
000000         WRITE FEED-LINK-RECORD
000000             INVALID KEY
000000                 CONTINUE
000000         END-WRITE
000000     END-IF.
000000 3650-PUT-FEED-LINK-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* WRITE THE ROW IN TRAN-MASTER-RECORD UNDER A NEW TRAN-ID FROM
000000* CBKEY01C ON THIS PARTITION'S STREAM ('00' WHEN THE FEED IS NOT
000000* PARTITIONED). A DUPLICATE ASKS FOR ANOTHER KEY, UP TO TEN
000000* TIMES; THE CALLER READS THE OUTCOME FROM WS-TRAN-MASTER-STATUS.
000000******************************************************************
000000 3660-WRITE-NEW-MASTER-ROW.
000000     MOVE ZERO                   TO WS-KEY-TRIES
000000     MOVE 'N'                    TO WS-KEY-WRITE-SW
000000     MOVE WS-PART-NUMBER         TO KYP-STREAM
000000     PERFORM 3670-WRITE-UNDER-NEXT-KEY
000000         THRU 3670-WRITE-UNDER-NEXT-KEY-EXIT
000000         UNTIL WS-KEY-WRITE-DONE.
000000 3660-WRITE-NEW-MASTER-ROW-EXIT.
000000     EXIT.
000000*
000000 3670-WRITE-UNDER-NEXT-KEY.
000000     ADD 1                       TO WS-KEY-TRIES
000000     CALL 'CBKEY01C' USING TRAN-KEY-PARM
000000     MOVE KYP-TRAN-ID            TO TRAN-ID OF TRAN-MASTER-RECORD
000000     WRITE TRAN-MASTER-RECORD
000000     IF NOT WS-TRAN-MASTER-DUPLICATE OR WS-KEY-TRIES NOT < 10
000000         MOVE 'Y'                TO WS-KEY-WRITE-SW
000000     END-IF.
000000 3670-WRITE-UNDER-NEXT-KEY-EXIT.
000000     EXIT.
000000*
013000******************************************************************
013100* LOOK UP TTYPCD/TCATCD IN THE REFERENCE TABLE, THE SAME LOOKUP
013200* THE ON-LINE TRANSACTION ADD SCREEN PERFORMS.
000000     MOVE WS-HOLD-COUNT          TO CKPT-HOLD-COUNT
000000     MOVE WS-REJECT-CARD-COUNT   TO CKPT-REJECT-CARD-COUNT
000000     MOVE WS-REJECT-CASH-COUNT   TO CKPT-REJECT-CASH-COUNT
000000     IF WS-PARTITIONED
000000         PERFORM 5100-WRITE-PART-CKPT
000000             THRU 5100-WRITE-PART-CKPT-EXIT
000000         GO TO 5000-WRITE-CHECKPOINT-EXIT
000000     END-IF
000000     OPEN OUTPUT CHECKPOINT-FILE
000000     WRITE CHECKPOINT-RECORD
000000     CLOSE CHECKPOINT-FILE.
000000 5000-WRITE-CHECKPOINT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A PARTITION KEEPS ITS CHECKPOINT ON ITS OWN PARTCKPT ROW, NOT
000000* THE SINGLE TRANCKPT RECORD ITS SIBLINGS WOULD OVERWRITE - THE
000000* SAME SNAPSHOT 5000-WRITE-CHECKPOINT JUST BUILT, PLUS THE FEED'S
000000* FILE ID FOR THE MERGE STEP.
000000******************************************************************
000000 5100-WRITE-PART-CKPT.
000000     OPEN I-O PART-CKPT-FILE
000000     IF NOT WS-PARTCKPT-OK
000000         DISPLAY 'CBTRN03C - ERROR OPENING PARTITION CHECKPOINT'
000000         GO TO 5100-WRITE-PART-CKPT-EXIT
000000     END-IF
000000     MOVE 'CBTRN03C'             TO PCK-JOB-NAME
000000     MOVE WS-PART-NUMBER         TO PCK-PARTITION
000000     READ PART-CKPT-FILE
000000         INVALID KEY
000000             MOVE 'N'            TO WS-PCK-FOUND-SW
000000         NOT INVALID KEY
000000             MOVE 'Y'            TO WS-PCK-FOUND-SW
000000     END-READ
000000     MOVE SPACES                 TO PARTITION-CKPT-RECORD
000000     MOVE 'CBTRN03C'             TO PCK-JOB-NAME
000000     MOVE WS-PART-NUMBER         TO PCK-PARTITION
000000     MOVE WS-STEP-NAME           TO PCK-STEP-NAME
000000     MOVE WS-PART-COUNT          TO PCK-PART-COUNT
000000     MOVE WS-PART-ACCT-LOW       TO PCK-ACCT-LOW
000000     MOVE WS-PART-ACCT-HIGH      TO PCK-ACCT-HIGH
000000     MOVE CKPT-TIMESTAMP         TO PCK-TIMESTAMP
000000     MOVE CKPT-COMPLETE-SW       TO PCK-COMPLETE-SW
000000     MOVE RETURN-CODE            TO PCK-RETURN-CODE
000000     MOVE WS-CTL-FILE-ID         TO PCK-FILE-ID
000000     MOVE CKPT-LAST-KEY          TO PCK-LAST-KEY
000000     MOVE CKPT-READ-COUNT        TO PCK-READ-COUNT
000000     MOVE CKPT-ACCEPT-COUNT      TO PCK-ACCEPT-COUNT
000000     MOVE CKPT-REJECT-COUNT      TO PCK-REJECT-COUNT
000000     MOVE CKPT-REJECT-BADCODE-COUNT
000000                                 TO PCK-REJECT-BADCODE-COUNT
000000     MOVE CKPT-REJECT-DUP-COUNT  TO PCK-REJECT-DUP-COUNT
000000     MOVE CKPT-REJECT-OVLIM-COUNT
000000                                 TO PCK-REJECT-OVLIM-COUNT
000000     MOVE CKPT-REJECT-MERCH-COUNT
000000                                 TO PCK-REJECT-MERCH-COUNT
000000     MOVE CKPT-REJECT-CURR-COUNT TO PCK-REJECT-CURR-COUNT
000000     MOVE CKPT-HOLD-COUNT        TO PCK-HOLD-COUNT
000000     MOVE CKPT-REJECT-CARD-COUNT TO PCK-REJECT-CARD-COUNT
000000     MOVE CKPT-REJECT-CASH-COUNT TO PCK-REJECT-CASH-COUNT
000000     MOVE ZERO                   TO PCK-SKIP-COUNT
000000     IF WS-PCK-FOUND
000000         REWRITE PARTITION-CKPT-RECORD
000000     ELSE
000000         WRITE PARTITION-CKPT-RECORD
000000     END-IF
000000     CLOSE PART-CKPT-FILE.
000000 5100-WRITE-PART-CKPT-EXIT.
000000     EXIT.
000000*
016100 9000-TERMINATE.
000000     IF NOT WS-PARTITIONED
000000         MOVE RETURN-CODE        TO WS-SAVED-RETURN-CODE
000000         MOVE 'ACCTDAT'          TO QSP-RESOURCE-NAME
000000         MOVE 'CBTRN03C'         TO QSP-JOB-NAME
000000         SET QSP-ACTION-CLEAR    TO TRUE
000000         CALL 'CBQSC01C' USING QUIESCE-PARM
000000         MOVE WS-SAVED-RETURN-CODE
000000                                 TO RETURN-CODE
000000     END-IF
000000     CLOSE AUTH-HOLD-FILE
000000     IF WS-FEED-REJECTED OR WS-PART-SKIPPED
000000         GO TO 9000-TERMINATE-CLOSE
000000     END-IF
016200     MOVE SPACES                 TO TRAN-REPORT-LINE
000000             WS-SETTLE-OVER-COUNT
000000     DISPLAY 'CBTRN03C - UNMATCHED SETTLEMENTS: '
000000             WS-UNMATCHED-SETTLE-COUNT
000000     DISPLAY 'CBTRN03C - FOREIGN TRANSACTION FEES: '
000000             WS-FX-FEE-COUNT
000000     DISPLAY 'CBTRN03C - CASH ADVANCE FEES: '
000000             WS-CASH-FEE-COUNT
000000     DISPLAY 'CBTRN03C - FEE ROWS NOT WRITTEN: '
000000             WS-FEE-FAIL-COUNT
000000     DISPLAY 'CBTRN03C - INTERCHANGE ROWS CAPTURED: '
000000             WS-INTCHG-COUNT
000000     DISPLAY 'CBTRN03C - PURCHASES WITH NO INTERCHANGE RATE: '
000000             WS-INTCHG-NORATE-COUNT
000000     DISPLAY 'CBTRN03C - RE-PRESENTED ROWS GIVEN A NEW TRAN-ID: '
000000             WS-REKEY-COUNT
000000     DISPLAY 'CBTRN03C - RE-PRESENTED ROWS NOT WRITTEN: '
000000             WS-REKEY-FAIL-COUNT
000000*    A PARTITION THAT FAILED KEEPS ITS LAST IN-FLIGHT CHECKPOINT
000000*    SO THE RERUN RESUMES FROM THERE INSTEAD OF BEING MERGED.
000000     IF NOT WS-PARTITIONED OR RETURN-CODE < 16
000000         SET CKPT-RUN-COMPLETE   TO TRUE
000000         PERFORM 5000-WRITE-CHECKPOINT
000000             THRU 5000-WRITE-CHECKPOINT-EXIT
000000     END-IF
000000     CLOSE TRAN-REPORT-FILE.
000000 9000-TERMINATE-CLOSE.
017800     CLOSE TRAN-INPUT-FILE
000000     CLOSE FRAUD-PARM-FILE
000000     CLOSE FRAUD-HOLD-FILE
000000     CLOSE TRAN-CARD-FILE
000000     IF WS-CATBLOCK-OPEN
000000         CLOSE CATEGORY-BLOCK-FILE
000000     END-IF
000000     CLOSE COMPANY-FILE
000000     CLOSE CMPACCT-FILE
000000     CLOSE INTCHG-FILE
000000     CLOSE FILE-CTL-FILE
000000     CLOSE FEED-LINK-FILE
000000     PERFORM 9200-LOG-JOB-STATUS
000000         THRU 9200-LOG-JOB-STATUS-EXIT.
018100 9000-TERMINATE-EXIT.
000000******************************************************************
000000 9100-ABEND-NOTIFY.
000000     MOVE 'AB01'                 TO ABEND-CODE
000000     MOVE WS-STEP-NAME           TO ABEND-CULPRIT
000000     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
000000     STRING ABEND-CULPRIT   DELIMITED BY SIZE
000000            ' - '           DELIMITED BY SIZE
000000         DISPLAY 'CBTRN03C - ERROR OPENING JOB LOG FILE'
000000         GO TO 9200-LOG-JOB-STATUS-EXIT
000000     END-IF
000000     MOVE WS-STEP-NAME           TO JBS-JOB-NAME
000000     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
000000     IF RETURN-CODE = ZERO
000000         SET JBS-STATUS-SUCCESS  TO TRUE
