000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBOFC03C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - OFAC SDN MATCH RULE.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       CALLED BY EVERY SANCTIONS SCREEN (CVOFP01Y) -
001400*                COCUS01C AT CUSTOMER CREATE AND UPDATE, AND THE
001500*                CBOFC02C NIGHTLY RESCREEN - SO THE ON-LINE AND
001600*                BATCH PATHS CANNOT DRIFT APART. NO FILE I/O.
001700*                THE LAST NAMES MUST AGREE (CASE IGNORED). THE
001800*                FIRST NAMES MUST AGREE, OR THE LIST GIVES NONE
001900*                (AN ENTITY OR SINGLE-NAME ENTRY), OR ONE SIDE IS
002000*                AN INITIAL THAT STARTS THE OTHER. A DATE OF
002100*                BIRTH ON BOTH SIDES THAT DIFFERS RULES THE ROW
002200*                OUT; ONE THAT AGREES MAKES IT A POTENTIAL MATCH
002300*                WHATEVER THE COUNTRY. WITH NO DATE OF BIRTH ON
002400*                THE LIST, THE COUNTRY DECIDES - THE SAME COUNTRY
002500*                OR NONE ON THE LIST IS A POTENTIAL MATCH, A
002600*                DIFFERENT ONE IS NOT.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100 01  WS-CUST-FIRST                    PIC X(25).
003200 01  WS-CUST-LAST                     PIC X(25).
003300 01  WS-SDN-FIRST                     PIC X(25).
003400 01  WS-SDN-LAST                      PIC X(25).
003500 01  WS-CUST-CTRY                     PIC X(03).
003600 01  WS-SDN-CTRY                      PIC X(03).
003700*
003800 LINKAGE SECTION.
003900 COPY CVOFP01Y.
004000*
004100******************************************************************
004200 PROCEDURE DIVISION USING OFAC-MATCH-PARM.
004300******************************************************************
004400 0000-MAINLINE.
004500     SET OFP-NO-MATCH            TO TRUE
004600     MOVE SPACES                 TO OFP-MATCH-BASIS
004700     MOVE FUNCTION UPPER-CASE(OFP-CUST-FIRST-NAME)
004800                                 TO WS-CUST-FIRST
004900     MOVE FUNCTION UPPER-CASE(OFP-CUST-LAST-NAME)
005000                                 TO WS-CUST-LAST
005100     MOVE FUNCTION UPPER-CASE(OFP-SDN-FIRST-NAME)
005200                                 TO WS-SDN-FIRST
005300     MOVE FUNCTION UPPER-CASE(OFP-SDN-LAST-NAME)
005400                                 TO WS-SDN-LAST
005500     MOVE FUNCTION UPPER-CASE(OFP-CUST-COUNTRY-CD)
005600                                 TO WS-CUST-CTRY
005700     MOVE FUNCTION UPPER-CASE(OFP-SDN-COUNTRY-CD)
005800                                 TO WS-SDN-CTRY
005900     IF WS-CUST-LAST = SPACES
006000        OR WS-CUST-LAST NOT = WS-SDN-LAST
006100         GO TO 0000-MAINLINE-EXIT
006200     END-IF
006300     PERFORM 1000-CHECK-FIRST-NAME
006400         THRU 1000-CHECK-FIRST-NAME-EXIT
006500     IF OFP-MATCH-BASIS = SPACES
006600         GO TO 0000-MAINLINE-EXIT
006700     END-IF
006800     IF OFP-SDN-DOB NOT = SPACES
006900         IF OFP-SDN-DOB = OFP-CUST-DOB
007000             SET OFP-POTENTIAL-MATCH TO TRUE
007100             MOVE 'NAME+DOB'     TO OFP-MATCH-BASIS
007200             IF WS-SDN-CTRY NOT = SPACES
007300                AND WS-SDN-CTRY = WS-CUST-CTRY
007400                 MOVE 'NAME+DOB+COUNTRY' TO OFP-MATCH-BASIS
007500             END-IF
007600         END-IF
007700         GO TO 0000-MAINLINE-EXIT
007800     END-IF
007900     EVALUATE TRUE
008000         WHEN WS-SDN-CTRY = SPACES
008100             SET OFP-POTENTIAL-MATCH TO TRUE
008200             MOVE 'NAME ONLY'    TO OFP-MATCH-BASIS
008300         WHEN WS-SDN-CTRY = WS-CUST-CTRY
008400             SET OFP-POTENTIAL-MATCH TO TRUE
008500             MOVE 'NAME+COUNTRY' TO OFP-MATCH-BASIS
008600         WHEN OTHER
008700             MOVE SPACES         TO OFP-MATCH-BASIS
008800     END-EVALUATE.
008900 0000-MAINLINE-EXIT.
009000     GOBACK.
009100*
009200******************************************************************
009300* LEAVES 'NAME' IN OFP-MATCH-BASIS WHEN THE FIRST NAMES AGREE
009400* UNDER THE RULE IN THE REMARKS, SPACES WHEN THEY DO NOT.
009500******************************************************************
009600 1000-CHECK-FIRST-NAME.
009700     MOVE SPACES                 TO OFP-MATCH-BASIS
009800     EVALUATE TRUE
009900         WHEN WS-SDN-FIRST = SPACES
010000             MOVE 'NAME'         TO OFP-MATCH-BASIS
010100         WHEN WS-SDN-FIRST = WS-CUST-FIRST
010200             MOVE 'NAME'         TO OFP-MATCH-BASIS
010300         WHEN WS-SDN-FIRST (2:24) = SPACES
010400          AND WS-SDN-FIRST (1:1) = WS-CUST-FIRST (1:1)
010500             MOVE 'NAME'         TO OFP-MATCH-BASIS
010600         WHEN WS-CUST-FIRST (2:24) = SPACES
010700          AND WS-CUST-FIRST (1:1) = WS-SDN-FIRST (1:1)
010800             MOVE 'NAME'         TO OFP-MATCH-BASIS
010900         WHEN OTHER
011000             CONTINUE
011100     END-EVALUATE.
011200 1000-CHECK-FIRST-NAME-EXIT.
011300     EXIT.
