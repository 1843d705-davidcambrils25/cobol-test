000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBOBF01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - OUTBOUND FILE
001100*                     REGISTRATION.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       CALLED BY EACH OUTBOUND EXTRACT JOB AS IT CLOSES
001500*                A FILE FOR A PARTNER (CVOBP01Y). REGISTERS THE
001600*                FILE ON THE OUTBOUND REGISTRY (OUTREG, CVOBF01Y)
001700*                UNDER TODAY'S DATE AND THE FILE'S TRANSMISSION
001800*                NAME WITH ITS CONTROL COUNT AND AMOUNT, THE
001900*                CREATED TIME AND THE TIME BY WHICH THE PARTNER
002000*                SHOULD HAVE ACKNOWLEDGED IT. A FIRST
002100*                REGISTRATION WRITES THE ROW; A SAME-DAY RERUN
002200*                REWRITES IT BACK TO CREATED, SINCE THE RERUN'S
002300*                FILE IS THE ONE THAT GOES OUT. A ZERO WINDOW
002400*                TAKES THE 24-HOUR DEFAULT.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OUTBOUND-REG-FILE ASSIGN TO OUTREG
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS OBF-FILE-ID
003300         FILE STATUS IS WS-OUTREG-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  OUTBOUND-REG-FILE.
003800     COPY CVOBF01Y.
003900*
004000 WORKING-STORAGE SECTION.
004100 01  WS-OUTREG-STATUS                 PIC XX.
004200     88 WS-OUTREG-OK                  VALUE '00'.
004300 01  WS-DEFAULT-WINDOW-HRS            PIC 9(03) VALUE 024.
004400 01  WS-CREATED-TS                    PIC X(26).
004500 01  WS-CREATED-DATE                  PIC 9(08).
004600 01  WS-CREATED-HH                    PIC 9(02).
004700 01  WS-CREATED-MM                    PIC 9(02).
004800 01  WS-DUE-MINUTES                   PIC 9(11).
004900 01  WS-DUE-DAY-INT                   PIC 9(08).
005000 01  WS-DUE-MIN-OF-DAY                PIC 9(04).
005100 01  WS-DUE-DTTM.
005200     05 WS-DUE-DATE                   PIC 9(08).
005300     05 WS-DUE-HH                     PIC 9(02).
005400     05 WS-DUE-MM                     PIC 9(02).
005500 01  WS-DUE-DTTM-N REDEFINES WS-DUE-DTTM
005600                                      PIC 9(12).
005700*
005800 LINKAGE SECTION.
005900 COPY CVOBP01Y.
006000*
006100******************************************************************
006200 PROCEDURE DIVISION USING OUTBOUND-REG-PARM.
006300******************************************************************
006400 0000-MAINLINE.
006500     SET OBP-OK                  TO TRUE
006600     MOVE FUNCTION CURRENT-DATE  TO WS-CREATED-TS
006700     MOVE WS-CREATED-TS (1:8)    TO OBP-FILE-ID (1:8)
006800     MOVE OBP-FILE-NAME          TO OBP-FILE-ID (9:8)
006900     IF OBP-ACK-WINDOW-HRS = ZERO
007000         MOVE WS-DEFAULT-WINDOW-HRS TO OBP-ACK-WINDOW-HRS
007100     END-IF
007200     OPEN I-O OUTBOUND-REG-FILE
007300     IF NOT WS-OUTREG-OK
007400         SET OBP-FAILED          TO TRUE
007500         CLOSE OUTBOUND-REG-FILE
007600         GOBACK
007700     END-IF
007800     MOVE OBP-FILE-ID            TO OBF-FILE-ID
007900     READ OUTBOUND-REG-FILE
008000         INVALID KEY
008100             PERFORM 2000-BUILD-ROW THRU 2000-BUILD-ROW-EXIT
008200             WRITE OUTBOUND-FILE-RECORD
008300         NOT INVALID KEY
008400             PERFORM 2000-BUILD-ROW THRU 2000-BUILD-ROW-EXIT
008500             REWRITE OUTBOUND-FILE-RECORD
008600     END-READ
008700     IF NOT WS-OUTREG-OK
008800         SET OBP-FAILED          TO TRUE
008900     END-IF
009000     CLOSE OUTBOUND-REG-FILE
009100     GOBACK.
009200*
009300 2000-BUILD-ROW.
009400     MOVE SPACES                 TO OUTBOUND-FILE-RECORD
009500     MOVE OBP-FILE-ID            TO OBF-FILE-ID
009600     MOVE OBP-PARTNER-CD         TO OBF-PARTNER-CD
009700     MOVE OBP-JOB-NAME           TO OBF-JOB-NAME
009800     MOVE OBP-REC-COUNT          TO OBF-REC-COUNT
009900     MOVE OBP-AMT-TOTAL          TO OBF-AMT-TOTAL
010000     MOVE WS-CREATED-TS          TO OBF-CREATED-TS
010100     MOVE OBP-ACK-WINDOW-HRS     TO OBF-ACK-WINDOW-HRS
010200     PERFORM 2100-COMPUTE-ACK-DUE THRU 2100-COMPUTE-ACK-DUE-EXIT
010300     MOVE WS-DUE-DTTM-N          TO OBF-ACK-DUE-DTTM
010400     SET OBF-CREATED             TO TRUE
010500     MOVE ZERO                   TO OBF-ACK-REC-COUNT
010600     MOVE ZERO                   TO OBF-ACK-AMT-TOTAL.
010700 2000-BUILD-ROW-EXIT.
010800     EXIT.
010900*
011000******************************************************************
011100* ACKNOWLEDGMENT DUE TIME = CREATED TIME PLUS THE WINDOW, WORKED
011200* IN MINUTES FROM THE DAY NUMBER SO THE WINDOW MAY RUN ACROSS
011300* MIDNIGHT AND MONTH ENDS.
011400******************************************************************
011500 2100-COMPUTE-ACK-DUE.
011600     MOVE WS-CREATED-TS (1:8)    TO WS-CREATED-DATE
011700     MOVE WS-CREATED-TS (9:2)    TO WS-CREATED-HH
011800     MOVE WS-CREATED-TS (11:2)   TO WS-CREATED-MM
011900     COMPUTE WS-DUE-MINUTES =
012000         FUNCTION INTEGER-OF-DATE(WS-CREATED-DATE) * 1440
012100         + WS-CREATED-HH * 60 + WS-CREATED-MM
012200         + OBP-ACK-WINDOW-HRS * 60
012300     DIVIDE WS-DUE-MINUTES BY 1440
012400         GIVING WS-DUE-DAY-INT
012500         REMAINDER WS-DUE-MIN-OF-DAY
012600     COMPUTE WS-DUE-DATE =
012700         FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-INT)
012800     DIVIDE WS-DUE-MIN-OF-DAY BY 60
012900         GIVING WS-DUE-HH
013000         REMAINDER WS-DUE-MM.
013100 2100-COMPUTE-ACK-DUE-EXIT.
013200     EXIT.
