000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COEMPSVC.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - LINKABLE INSIDER ACCOUNT
001100*                     CHECK.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ANSWERS, FOR THE SCREEN THAT LINKS TO IT
001500*                (CVEMP02Y COMMAREA), WHETHER THE ACCOUNT OR
001600*                CUSTOMER IT IS ABOUT TO TOUCH BELONGS TO THE
001700*                SIGNED-ON USER OR TO A CUSTOMER THE USER HAS
001800*                DECLARED AS RELATED (EMPLINK, CVEMP01Y). FOR AN
001900*                ACCOUNT, THE HOLDER AND THE JOINT HOLDER ARE
002000*                TAKEN FROM ACCTXREF (FALLING BACK TO THE
002100*                ACCOUNT-ID KEY PUN WHEN THE ACCOUNT HAS NO XREF
002200*                ROW, AS COACTVWC DOES) AND EACH IS LOOKED UP
002300*                UNDER THE USER. A LINK IS ANSWERED 'L' WITH THE
002400*                MESSAGE THE SCREEN SHOWS, AND LOGGED TO EMPATMP
002500*                (CVEMP03Y) FOR THE CBEMP01C DAILY REPORT. THE
002600*                CALLER REFUSES AN UPDATE; A VIEW IS ONLY
002700*                FLAGGED. AN EMPLINK THAT CANNOT BE READ ANSWERS
002800*                'N' - THE CHECK NEVER TAKES THE SCREENS DOWN.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300 01  WS-PGMNAME                  PIC X(08) VALUE 'COEMPSVC'.
003400*
003500 COPY CVEMP02Y.
003600*
003700 COPY CVEMP01Y.
003800 COPY CVEMP03Y.
003900 COPY CVXRF01Y.
004000*
004100 01  WS-MISC-STORAGE.
004200     05  WS-RESP-CD              PIC S9(08) COMP.
004300     05  WS-HOLDER-CUST-ID       PIC 9(09).
004400     05  WS-JOINT-CUST-ID        PIC 9(09).
004500*
004600 LINKAGE SECTION.
004700 01  DFHCOMMAREA                 PIC X(200).
004800*
004900******************************************************************
005000 PROCEDURE DIVISION.
005100******************************************************************
005200 0000-MAINLINE.
005300     MOVE DFHCOMMAREA (1:LENGTH OF INSIDER-CHECK-PARM)
005400                                 TO INSIDER-CHECK-PARM
005500     SET EMC-NOT-LINKED          TO TRUE
005600     MOVE SPACES                 TO EMC-RELATION EMC-MESSAGE
005700     MOVE ZERO                   TO EMC-LINKED-CUST-ID
005800     PERFORM 1000-RESOLVE-HOLDERS THRU 1000-RESOLVE-HOLDERS-EXIT
005900     PERFORM 2000-CHECK-LINKS THRU 2000-CHECK-LINKS-EXIT
006000     IF EMC-LINKED
006100         PERFORM 3000-LOG-ATTEMPT THRU 3000-LOG-ATTEMPT-EXIT
006200     END-IF
006300     MOVE INSIDER-CHECK-PARM
006400         TO DFHCOMMAREA (1:LENGTH OF INSIDER-CHECK-PARM)
006500     EXEC CICS
006600         RETURN
006700     END-EXEC
006800     GOBACK.
006900*
007000******************************************************************
007100* THE CUSTOMERS BEHIND THE REQUEST - THE CUSTOMER ITSELF FOR A
007200* CUSTOMER-LEVEL SCREEN, ELSE THE ACCOUNT'S HOLDER AND JOINT
007300* HOLDER FROM ACCTXREF.
007400******************************************************************
007500 1000-RESOLVE-HOLDERS.
007600     MOVE ZERO                   TO WS-HOLDER-CUST-ID
007700                                    WS-JOINT-CUST-ID
007800     IF EMC-ACCT-ID = ZERO
007900         MOVE EMC-CUST-ID        TO WS-HOLDER-CUST-ID
008000         GO TO 1000-RESOLVE-HOLDERS-EXIT
008100     END-IF
008200     MOVE EMC-ACCT-ID            TO XRF-ACCT-ID
008300     EXEC CICS
008400         READ DATASET('ACCTXREF')
008500         INTO(ACCT-CUST-XREF-RECORD)
008600         RIDFLD(XRF-ACCT-ID)
008700         RESP(WS-RESP-CD)
008800     END-EXEC
008900     IF WS-RESP-CD = ZERO
009000         MOVE XRF-CUST-ID        TO WS-HOLDER-CUST-ID
009100         MOVE XRF-JOINT-CUST-ID  TO WS-JOINT-CUST-ID
009200     ELSE
009300         MOVE EMC-ACCT-ID        TO WS-HOLDER-CUST-ID
009400     END-IF.
009500 1000-RESOLVE-HOLDERS-EXIT.
009600     EXIT.
009700*
009800 2000-CHECK-LINKS.
009900     IF WS-HOLDER-CUST-ID NOT = ZERO
010000         MOVE WS-HOLDER-CUST-ID  TO EML-CUST-ID
010100         PERFORM 2100-READ-LINK THRU 2100-READ-LINK-EXIT
010200     END-IF
010300     IF EMC-NOT-LINKED AND WS-JOINT-CUST-ID NOT = ZERO
010400         MOVE WS-JOINT-CUST-ID   TO EML-CUST-ID
010500         PERFORM 2100-READ-LINK THRU 2100-READ-LINK-EXIT
010600     END-IF
010700     IF EMC-NOT-LINKED
010800         GO TO 2000-CHECK-LINKS-EXIT
010900     END-IF
011000     IF EMC-ACCESS-UPDATE
011100         IF EML-SELF
011200             MOVE 'Update refused - this is your own account'
011300                                 TO EMC-MESSAGE
011400         ELSE
011500             MOVE 'Update refused - account of a related customer'
011600                                 TO EMC-MESSAGE
011700         END-IF
011800     ELSE
011900         MOVE 'Account is linked to your user ID - access logged'
012000                                 TO EMC-MESSAGE
012100     END-IF.
012200 2000-CHECK-LINKS-EXIT.
012300     EXIT.
012400*
012500 2100-READ-LINK.
012600     MOVE EMC-USER-ID            TO EML-USER-ID
012700     EXEC CICS
012800         READ DATASET('EMPLINK')
012900         INTO(EMPLOYEE-LINK-RECORD)
013000         RIDFLD(EML-KEY)
013100         RESP(WS-RESP-CD)
013200     END-EXEC
013300     IF WS-RESP-CD = ZERO
013400         SET EMC-LINKED          TO TRUE
013500         MOVE EML-RELATION       TO EMC-RELATION
013600         MOVE EML-CUST-ID        TO EMC-LINKED-CUST-ID
013700     END-IF.
013800 2100-READ-LINK-EXIT.
013900     EXIT.
014000*
014100******************************************************************
014200* ONE EMPATMP ROW PER LINKED ACCESS. A DUPLICATE KEY (THE SAME
014300* USER TWICE IN ONE TIMESTAMP TICK) LOSES ONLY THE SECOND ROW.
014400******************************************************************
014500 3000-LOG-ATTEMPT.
014600     MOVE SPACES                 TO INSIDER-ATTEMPT-RECORD
014700     MOVE FUNCTION CURRENT-DATE  TO EMA-TS
014800     MOVE EMC-USER-ID            TO EMA-USER-ID
014900     MOVE EMC-PGMNAME            TO EMA-PGMNAME
015000     MOVE EMC-ACCESS             TO EMA-ACCESS
015100     MOVE EMC-ACCT-ID            TO EMA-ACCT-ID
015200     MOVE EMC-LINKED-CUST-ID     TO EMA-CUST-ID
015300     MOVE EMC-RELATION           TO EMA-RELATION
015400     MOVE EIBTRMID               TO EMA-TERM-ID
015500     EXEC CICS
015600         WRITE DATASET('EMPATMP')
015700         FROM(INSIDER-ATTEMPT-RECORD)
015800         RIDFLD(EMA-KEY)
015900         RESP(WS-RESP-CD)
016000     END-EXEC.
016100 3000-LOG-ATTEMPT-EXIT.
016200     EXIT.
