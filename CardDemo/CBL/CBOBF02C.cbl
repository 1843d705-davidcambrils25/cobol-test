000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBOBF02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - OUTBOUND FILE
001100*                     ACKNOWLEDGMENT INTAKE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN AFTER EACH FILE-TRANSFER WINDOW AND AGAIN
001500*                BEFORE CBOBF03C EACH MORNING. READS THE DAY'S
001600*                OUTACK EVENTS (CVOBA01Y) - TRANSMISSION
001700*                CONFIRMATIONS FROM THE FILE-TRANSFER LAYER AND
001800*                ACCEPTANCES OR REJECTIONS FROM THE PARTNERS -
001900*                AND MATCHES EACH TO ITS OUTREG ROW (CVOBF01Y) BY
002000*                FILE ID:
002100*                  - 'T' MARKS A CREATED FILE TRANSMITTED; A FILE
002200*                    ALREADY ANSWERED ONLY GETS ITS TRANSMIT TIME;
002300*                  - 'A' MARKS IT ACKNOWLEDGED - OR ACK-MISMATCH
002400*                    WHEN THE PARTNER QUOTES A COUNT OR AMOUNT
002500*                    THAT DOES NOT TIE TO THE REGISTERED TRAILER;
002600*                  - 'R' MARKS IT REJECTED WITH THE PARTNER'S
002700*                    REASON.
002800*                AN EVENT FOR A FILE ID NOT ON THE REGISTRY, OR
002900*                WITH AN UNKNOWN EVENT CODE, IS LISTED ON SYSOUT
003000*                AND ENDS THE RUN WITH RETURN CODE 4.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OUTBOUND-ACK-FILE ASSIGN TO OUTACK
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-OUTACK-STATUS.
003800     SELECT OUTBOUND-REG-FILE ASSIGN TO OUTREG
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS OBF-FILE-ID
004200         FILE STATUS IS WS-OUTREG-STATUS.
004300     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-ALERT-STATUS.
004600     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS JBS-KEY
005000         FILE STATUS IS WS-JOBLOG-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  OUTBOUND-ACK-FILE
005500     RECORDING MODE IS F.
005600     COPY CVOBA01Y.
005700*
005800 FD  OUTBOUND-REG-FILE.
005900     COPY CVOBF01Y.
006000*
006100 FD  ALERT-QUEUE-FILE
006200     RECORDING MODE IS F.
006300     COPY CSOPS01Y.
006400*
006500 FD  JOB-LOG-FILE.
006600     COPY CVJOB01Y.
006700*
006800 WORKING-STORAGE SECTION.
006900 01  WS-OUTACK-STATUS                 PIC XX.
007000     88 WS-OUTACK-OK                  VALUE '00'.
007100 01  WS-OUTREG-STATUS                 PIC XX.
007200     88 WS-OUTREG-OK                  VALUE '00'.
007300 01  WS-ALERT-STATUS                  PIC XX.
007400 01  WS-JOBLOG-STATUS                 PIC XX.
007500     88 WS-JOBLOG-OK                  VALUE '00'.
007600 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
007700     88 WS-RUN-FAILED                 VALUE 'Y'.
007800 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
007900     88 WS-END-OF-ACKS                VALUE 'Y'.
008000 01  WS-ABEND-REASON-TEXT             PIC X(50).
008100 01  WS-CURRENT-TIMESTAMP             PIC X(26).
008200 01  WS-EVENT-TS                      PIC X(26).
008300 01  WS-ACK-AMT-TOTAL                 PIC S9(11)V99 COMP-3.
008400*
008500 01  WS-ACK-COUNTS.
008600     05 WS-EVENT-COUNT                PIC 9(07) VALUE ZERO.
008700     05 WS-XMIT-COUNT                 PIC 9(07) VALUE ZERO.
008800     05 WS-ACCEPT-COUNT               PIC 9(07) VALUE ZERO.
008900     05 WS-MISMATCH-COUNT             PIC 9(07) VALUE ZERO.
009000     05 WS-REJECT-COUNT               PIC 9(07) VALUE ZERO.
009100     05 WS-UNMATCHED-COUNT            PIC 9(07) VALUE ZERO.
009200     05 WS-INVALID-COUNT              PIC 9(07) VALUE ZERO.
009300*
009400******************************************************************
009500* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
009600******************************************************************
009700 COPY CSMSG02Y.
009800*
009900 LINKAGE SECTION.
010000*
010100******************************************************************
010200 PROCEDURE DIVISION.
010300******************************************************************
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010600     PERFORM 2000-APPLY-EVENT THRU 2000-APPLY-EVENT-EXIT
010700         UNTIL WS-END-OF-ACKS
010800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010900     GOBACK.
011000*
011100 1000-INITIALIZE.
011200     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
011300     OPEN INPUT OUTBOUND-ACK-FILE
011400     IF NOT WS-OUTACK-OK
011500         DISPLAY 'CBOBF02C - ERROR OPENING ACKNOWLEDGMENT FILE'
011600         MOVE 'OUTACK ACKNOWLEDGMENT FILE OPEN ERROR'
011700                                 TO WS-ABEND-REASON-TEXT
011800         GO TO 1000-INITIALIZE-FAILED
011900     END-IF
012000     OPEN I-O OUTBOUND-REG-FILE
012100     IF NOT WS-OUTREG-OK
012200         DISPLAY 'CBOBF02C - ERROR OPENING OUTBOUND REGISTRY'
012300         MOVE 'OUTREG OUTBOUND REGISTRY OPEN ERROR'
012400                                 TO WS-ABEND-REASON-TEXT
012500         GO TO 1000-INITIALIZE-FAILED
012600     END-IF
012700     PERFORM 2100-READ-NEXT-EVENT THRU 2100-READ-NEXT-EVENT-EXIT
012800     GO TO 1000-INITIALIZE-EXIT.
012900 1000-INITIALIZE-FAILED.
013000     MOVE 'Y'                    TO WS-ERROR-SW
013100     MOVE 'Y'                    TO WS-EOF-SW
013200     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
013300 1000-INITIALIZE-EXIT.
013400     EXIT.
013500*
013600******************************************************************
013700* MATCH ONE EVENT TO ITS REGISTRY ROW AND MOVE THE ROW ON.
013800******************************************************************
013900 2000-APPLY-EVENT.
014000     ADD 1                       TO WS-EVENT-COUNT
014100     IF NOT OBA-TRANSMITTED AND NOT OBA-ACCEPTED
014200        AND NOT OBA-REJECTED
014300         DISPLAY 'CBOBF02C - UNKNOWN EVENT CODE ' OBA-EVENT
014400                 ' FOR ' OBA-FILE-ID
014500         ADD 1                   TO WS-INVALID-COUNT
014600         GO TO 2000-APPLY-EVENT-NEXT
014700     END-IF
014800     MOVE OBA-FILE-ID            TO OBF-FILE-ID
014900     READ OUTBOUND-REG-FILE
015000         INVALID KEY
015100             DISPLAY 'CBOBF02C - FILE ID NOT REGISTERED: '
015200                     OBA-FILE-ID ' EVENT ' OBA-EVENT
015300             ADD 1               TO WS-UNMATCHED-COUNT
015400             GO TO 2000-APPLY-EVENT-NEXT
015500     END-READ
015600     IF OBA-EVENT-TS = SPACES
015700         MOVE WS-CURRENT-TIMESTAMP TO WS-EVENT-TS
015800     ELSE
015900         MOVE OBA-EVENT-TS       TO WS-EVENT-TS
016000     END-IF
016100     EVALUATE TRUE
016200         WHEN OBA-TRANSMITTED
016300             PERFORM 2200-APPLY-TRANSMIT
016400                 THRU 2200-APPLY-TRANSMIT-EXIT
016500         WHEN OBA-ACCEPTED
016600             PERFORM 2300-APPLY-ACCEPT
016700                 THRU 2300-APPLY-ACCEPT-EXIT
016800         WHEN OBA-REJECTED
016900             SET OBF-REJECTED    TO TRUE
017000             MOVE WS-EVENT-TS    TO OBF-ACK-TS
017100             MOVE OBA-REF        TO OBF-ACK-REF
017200             ADD 1               TO WS-REJECT-COUNT
017300     END-EVALUATE
017400     REWRITE OUTBOUND-FILE-RECORD
017500     IF NOT WS-OUTREG-OK
017600         DISPLAY 'CBOBF02C - ERROR UPDATING REGISTRY ROW '
017700                 OBF-FILE-ID ' STATUS ' WS-OUTREG-STATUS
017800         MOVE 'OUTREG OUTBOUND REGISTRY REWRITE ERROR'
017900                                 TO WS-ABEND-REASON-TEXT
018000         MOVE 'Y'                TO WS-ERROR-SW
018100         MOVE 'Y'                TO WS-EOF-SW
018200         PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT
018300         GO TO 2000-APPLY-EVENT-EXIT
018400     END-IF.
018500 2000-APPLY-EVENT-NEXT.
018600     PERFORM 2100-READ-NEXT-EVENT THRU 2100-READ-NEXT-EVENT-EXIT.
018700 2000-APPLY-EVENT-EXIT.
018800     EXIT.
018900*
019000 2100-READ-NEXT-EVENT.
019100     READ OUTBOUND-ACK-FILE
019200         AT END
019300             MOVE 'Y'            TO WS-EOF-SW
019400     END-READ.
019500 2100-READ-NEXT-EVENT-EXIT.
019600     EXIT.
019700*
019800******************************************************************
019900* THE FILE-TRANSFER LAYER CONFIRMS DELIVERY. A PARTNER ANSWER CAN
020000* ARRIVE BEFORE THE CONFIRMATION IS FED BACK; THAT ANSWER STANDS
020100* AND THE ROW ONLY PICKS UP ITS TRANSMIT TIME.
020200******************************************************************
020300 2200-APPLY-TRANSMIT.
020400     MOVE WS-EVENT-TS            TO OBF-XMIT-TS
020500     IF OBF-CREATED
020600         SET OBF-TRANSMITTED     TO TRUE
020700     END-IF
020800     ADD 1                       TO WS-XMIT-COUNT.
020900 2200-APPLY-TRANSMIT-EXIT.
021000     EXIT.
021100*
021200******************************************************************
021300* THE PARTNER ACCEPTS THE FILE. WHEN IT QUOTES WHAT IT RECEIVED,
021400* THE COUNT AND AMOUNT MUST TIE TO THE TRAILER WE REGISTERED OR
021500* THE FILE STAYS AN EXCEPTION (ACK-MISMATCH) FOR CBOBF03C.
021600******************************************************************
021700 2300-APPLY-ACCEPT.
021800     MOVE WS-EVENT-TS            TO OBF-ACK-TS
021900     MOVE OBA-REF                TO OBF-ACK-REF
022000     MOVE OBA-REC-COUNT          TO OBF-ACK-REC-COUNT
022100     MOVE OBA-AMT-TOTAL          TO WS-ACK-AMT-TOTAL
022200     MOVE WS-ACK-AMT-TOTAL       TO OBF-ACK-AMT-TOTAL
022300     IF (OBA-REC-COUNT NOT = ZERO OR WS-ACK-AMT-TOTAL NOT = ZERO)
022400        AND (OBA-REC-COUNT NOT = OBF-REC-COUNT
022500             OR WS-ACK-AMT-TOTAL NOT = OBF-AMT-TOTAL)
022600         SET OBF-ACK-MISMATCH    TO TRUE
022700         DISPLAY 'CBOBF02C - ACK DOES NOT TIE TO TRAILER: '
022800                 OBF-FILE-ID
022900         ADD 1                   TO WS-MISMATCH-COUNT
023000     ELSE
023100         SET OBF-ACKNOWLEDGED    TO TRUE
023200         ADD 1                   TO WS-ACCEPT-COUNT
023300     END-IF.
023400 2300-APPLY-ACCEPT-EXIT.
023500     EXIT.
023600*
023700 9000-TERMINATE.
023800     CLOSE OUTBOUND-ACK-FILE
023900     CLOSE OUTBOUND-REG-FILE
024000     DISPLAY 'CBOBF02C - EVENTS READ: ' WS-EVENT-COUNT
024100     DISPLAY 'CBOBF02C - TRANSMISSIONS CONFIRMED: ' WS-XMIT-COUNT
024200     DISPLAY 'CBOBF02C - FILES ACKNOWLEDGED: ' WS-ACCEPT-COUNT
024300     DISPLAY 'CBOBF02C - ACKS NOT TYING TO TRAILER: '
024400             WS-MISMATCH-COUNT
024500     DISPLAY 'CBOBF02C - FILES REJECTED: ' WS-REJECT-COUNT
024600     DISPLAY 'CBOBF02C - EVENTS NOT MATCHED: ' WS-UNMATCHED-COUNT
024700     DISPLAY 'CBOBF02C - UNKNOWN EVENT CODES: ' WS-INVALID-COUNT
024800     IF WS-RUN-FAILED
024900         MOVE 16                 TO RETURN-CODE
025000     ELSE
025100         IF WS-UNMATCHED-COUNT > ZERO OR WS-INVALID-COUNT > ZERO
025200             MOVE 4              TO RETURN-CODE
025300         ELSE
025400             MOVE ZERO           TO RETURN-CODE
025500         END-IF
025600     END-IF
025700     PERFORM 9200-LOG-JOB-STATUS
025800         THRU 9200-LOG-JOB-STATUS-EXIT.
025900 9000-TERMINATE-EXIT.
026000     EXIT.
026100*
026200******************************************************************
026300* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
026400* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
026500* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
026600* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
026700******************************************************************
026800 9100-ABEND-NOTIFY.
026900     MOVE 'OBF2'                 TO ABEND-CODE
027000     MOVE 'CBOBF02C'             TO ABEND-CULPRIT
027100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
027200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
027300            ' - '           DELIMITED BY SIZE
027400            ABEND-REASON    DELIMITED BY SIZE
027500       INTO ABEND-MSG
027600     END-STRING
027700     OPEN EXTEND ALERT-QUEUE-FILE
027800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
027900     MOVE 'CBOBF02C'             TO ALERT-PGMNAME
028000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
028100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
028200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
028300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
028400     WRITE OPS-ALERT-RECORD
028500     CLOSE ALERT-QUEUE-FILE.
028600 9100-ABEND-NOTIFY-EXIT.
028700     EXIT.
028800*
028900******************************************************************
029000* APPENDS THIS RUN'S OUTCOME TO JOBLOG, WITH THE NUMBER OF EVENTS
029100* READ AS THE RECORD COUNT. UNMATCHED EVENTS (RETURN CODE 4) ARE
029200* FOR FOLLOW-UP; THE RUN ITSELF IS LOGGED A SUCCESS.
029300******************************************************************
029400 9200-LOG-JOB-STATUS.
029500     OPEN I-O JOB-LOG-FILE
029600     IF NOT WS-JOBLOG-OK
029700         DISPLAY 'CBOBF02C - ERROR OPENING JOB LOG FILE'
029800         GO TO 9200-LOG-JOB-STATUS-EXIT
029900     END-IF
030000     MOVE 'CBOBF02C'             TO JBS-JOB-NAME
030100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
030200     IF RETURN-CODE < 8
030300         SET JBS-STATUS-SUCCESS  TO TRUE
030400     ELSE
030500         SET JBS-STATUS-FAILED   TO TRUE
030600     END-IF
030700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
030800     MOVE WS-EVENT-COUNT         TO JBS-REC-COUNT
030900     WRITE JOB-STATUS-RECORD
031000     CLOSE JOB-LOG-FILE.
031100 9200-LOG-JOB-STATUS-EXIT.
031200     EXIT.
