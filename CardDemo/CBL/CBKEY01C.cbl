000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBKEY01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - BATCH TRANSACTION KEY
001100*                     SERVICE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       CALLED BY EACH BATCH STEP THAT WRITES NEW ROWS TO
001500*                THE TRANSACTION MASTER (CVKEY01Y) FOR THE NEXT
001600*                TRAN-ID ON THE CALLER'S STREAM. THE KEY CARRIES
001700*                THE RUN DATE, THE SECOND OF THE DAY, THE STREAM
001800*                AND A SEQUENCE WITHIN THE SECOND, SO TWO STEPS ON
001900*                DIFFERENT STREAMS NEVER BUILD THE SAME KEY; A
002000*                RERUN OF ONE STREAM CAN MEET ITS OWN KEYS ONLY
002100*                WITHIN THE SAME SECOND, AND THE CALLER ASKS
002200*                AGAIN ON A DUPLICATE (STATUS 22). THE LAST
002300*                SECOND AND SEQUENCE ISSUED ARE KEPT FROM CALL TO
002400*                CALL: A RUN THAT ISSUES MORE THAN 1296 KEYS IN
002500*                ONE SECOND BORROWS THE NEXT SECOND, SO ITS KEYS
002600*                NEVER REPEAT WHATEVER THE CLOCK DOES.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900*
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200 01  WS-CURRENT-DATE.
003300     05 WS-CUR-DATE                   PIC X(08).
003400     05 WS-CUR-HH                     PIC 9(02).
003500     05 WS-CUR-MM                     PIC 9(02).
003600     05 WS-CUR-SS                     PIC 9(02).
003700     05 FILLER                        PIC X(07).
003800*
003900 01  WS-KEY-STATE.
004000     05 WS-LAST-DATE                  PIC X(08) VALUE SPACES.
004100     05 WS-LAST-SECONDS               PIC 9(07) COMP VALUE ZERO.
004200     05 WS-NOW-SECONDS                PIC 9(07) COMP VALUE ZERO.
004300     05 WS-KEY-SEQ                    PIC 9(04) COMP VALUE ZERO.
004400*
004500 01  WS-BASE36-WORK.
004600     05 WS-B36-ALPHABET               PIC X(36)
004700        VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004800     05 WS-B36-VALUE                  PIC 9(07) COMP.
004900     05 WS-B36-QUOT                   PIC 9(07) COMP.
005000     05 WS-B36-DIGIT                  PIC 9(04) COMP.
005100     05 WS-B36-SUB                    PIC 9(04) COMP.
005200     05 WS-B36-OUT                    PIC X(04).
005300*
005400 LINKAGE SECTION.
005500 COPY CVKEY01Y.
005600*
005700******************************************************************
005800 PROCEDURE DIVISION USING TRAN-KEY-PARM.
005900******************************************************************
006000 0000-MAINLINE.
006100     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE
006200     COMPUTE WS-NOW-SECONDS = WS-CUR-HH * 3600
006300                            + WS-CUR-MM * 60
006400                            + WS-CUR-SS
006500     IF WS-CUR-DATE NOT = WS-LAST-DATE
006600         MOVE WS-CUR-DATE        TO WS-LAST-DATE
006700         MOVE WS-NOW-SECONDS     TO WS-LAST-SECONDS
006800         MOVE ZERO               TO WS-KEY-SEQ
006900     ELSE
007000         IF WS-NOW-SECONDS > WS-LAST-SECONDS
007100             MOVE WS-NOW-SECONDS TO WS-LAST-SECONDS
007200             MOVE ZERO           TO WS-KEY-SEQ
007300         ELSE
007400             ADD 1               TO WS-KEY-SEQ
007500             IF WS-KEY-SEQ > 1295
007600                 ADD 1           TO WS-LAST-SECONDS
007700                 MOVE ZERO       TO WS-KEY-SEQ
007800             END-IF
007900         END-IF
008000     END-IF
008100     MOVE WS-LAST-DATE           TO KYP-TRAN-ID (1:8)
008200     MOVE WS-LAST-SECONDS        TO WS-B36-VALUE
008300     PERFORM 2000-ENCODE-BASE36 THRU 2000-ENCODE-BASE36-EXIT
008400     MOVE WS-B36-OUT             TO KYP-TRAN-ID (9:4)
008500     MOVE KYP-STREAM             TO KYP-TRAN-ID (13:2)
008600     MOVE WS-KEY-SEQ             TO WS-B36-VALUE
008700     PERFORM 2000-ENCODE-BASE36 THRU 2000-ENCODE-BASE36-EXIT
008800     MOVE WS-B36-OUT (3:2)       TO KYP-TRAN-ID (15:2)
008900     GOBACK.
009000*
009100******************************************************************
009200* WS-B36-VALUE AS FOUR BASE-36 DIGITS IN WS-B36-OUT, HIGH ORDER
009300* FIRST, ZERO-FILLED.
009400******************************************************************
009500 2000-ENCODE-BASE36.
009600     PERFORM 2100-ENCODE-DIGIT THRU 2100-ENCODE-DIGIT-EXIT
009700         VARYING WS-B36-SUB FROM 4 BY -1
009800         UNTIL WS-B36-SUB < 1.
009900 2000-ENCODE-BASE36-EXIT.
010000     EXIT.
010100*
010200 2100-ENCODE-DIGIT.
010300     DIVIDE WS-B36-VALUE BY 36 GIVING WS-B36-QUOT
010400         REMAINDER WS-B36-DIGIT
010500     MOVE WS-B36-ALPHABET (WS-B36-DIGIT + 1:1)
010600                                 TO WS-B36-OUT (WS-B36-SUB:1)
010700     MOVE WS-B36-QUOT            TO WS-B36-VALUE.
010800 2100-ENCODE-DIGIT-EXIT.
010900     EXIT.
