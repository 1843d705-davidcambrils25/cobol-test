001100*                     ALERT EXTRACT.
000000* 2026-09-03  MAINT   EVERY ALERT SENT NOW LOGS A CORRESPONDENCE
000000*                     HISTORY ROW (CORRHIST, CVCOR01Y).
000000* 2026-10-15  MAINT   ALERT TEXT FROM MSGTEXT IN THE CUSTOMER'S
000000*                     LANGUAGE.
000000* 2026-10-15  MAINT   REGISTER THE CUSTOMER ALERT EXTRACT
000000*                     (ALRTEXTR) ON THE OUTBOUND FILE REGISTRY
000000*                     (CBOBF01C) AS THE RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN NIGHTLY AFTER THE CBTRN02C POSTING. THE
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS JBS-KEY
007500         FILE STATUS IS WS-JOBLOG-STATUS.
000000     SELECT LANG-MSG-FILE ASSIGN TO MSGTEXT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS LMT-KEY
000000         FILE STATUS IS WS-MSGTEXT-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
010800 FD  JOB-LOG-FILE.
010900     COPY CVJOB01Y.
011000*
000000 FD  LANG-MSG-FILE.
000000     COPY CVLNG01Y.
000000*
011100 WORKING-STORAGE SECTION.
011200 01  WS-TRAN-MASTER-STATUS            PIC XX.
011300     88 WS-TRAN-MASTER-OK             VALUE '00'.
012300 01  WS-ALERT-STATUS                  PIC XX.
012400 01  WS-JOBLOG-STATUS                 PIC XX.
012500     88 WS-JOBLOG-OK                  VALUE '00'.
000000 01  WS-MSGTEXT-STATUS                PIC XX.
000000     88 WS-MSGTEXT-OK                 VALUE '00'.
012600 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
012700     88 WS-END-OF-FILE                VALUE 'Y'.
012800 01  WS-TRAN-COUNT                    PIC 9(07) VALUE ZERO.
013400     05 WS-WORK-ACCT-ID               PIC 9(11).
013500     05 WS-WORK-TYPE                  PIC X(01).
013600     05 WS-WORK-TEXT                  PIC X(60).
000000     05 WS-AMT-EDIT                   PIC -(9)9.99.
000000     05 WS-WORK-COUNTRY               PIC X(03).
000000     05 WS-WORK-MERCHANT              PIC X(25).
000000     05 WS-LANG-HOLD                  PIC X(50).
000000*
000000******************************************************************
000000* ALERT WORDING IN THE CUSTOMER'S LANGUAGE - SEE 1190 AND 7900.
000000******************************************************************
000000 COPY CVLNG02Y.
000000*
013900******************************************************************
014000* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
014100******************************************************************
014300*
014400 COPY CSDAT01Y.
014500*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
014600 LINKAGE SECTION.
014700*
014800******************************************************************
018600         DISPLAY 'CBALR01C - ERROR OPENING ALERT EXTRACT'
018700         MOVE 'ALERT EXTRACT OPEN ERROR'
018800                                 TO WS-ABEND-REASON-TEXT
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000     END-IF
000000     PERFORM 1190-LOAD-LANG-TEXT
000000         THRU 1190-LOAD-LANG-TEXT-EXIT.
000000 1000-INITIALIZE-EXIT.
019300     EXIT.
019400*
000000******************************************************************
000000* LOAD THE MESSAGE TEXT TABLE - THE COMPILED ENGLISH WORDING
000000* FIRST, THEN THE MAINTAINED MSGTEXT DATASET OVER IT: A ROW FOR A
000000* LANGUAGE AND MESSAGE ALREADY HELD REPLACES ITS TEXT, ANY OTHER
000000* ROW (A TRANSLATION) IS ADDED. AN ABSENT FILE LEAVES THE ENGLISH
000000* STANDING.
000000******************************************************************
000000 1190-LOAD-LANG-TEXT.
000000     MOVE ZERO                   TO LMX-USED
000000     PERFORM VARYING LMD-IDX FROM 1 BY 1
000000             UNTIL LMD-IDX > LMD-ENTRY-COUNT
000000         ADD 1                   TO LMX-USED
000000         SET LMX-IDX             TO LMX-USED
000000         MOVE 'EN'               TO LMX-LANG-CD (LMX-IDX)
000000         MOVE LMD-MSG-ID (LMD-IDX) TO LMX-MSG-ID (LMX-IDX)
000000         MOVE LMD-TEXT (LMD-IDX) TO LMX-TEXT (LMX-IDX)
000000     END-PERFORM
000000     OPEN INPUT LANG-MSG-FILE
000000     IF NOT WS-MSGTEXT-OK
000000         CLOSE LANG-MSG-FILE
000000         GO TO 1190-LOAD-LANG-TEXT-EXIT
000000     END-IF
000000     MOVE 'N'                    TO LMW-EOF-SW
000000     PERFORM 1195-LOAD-NEXT-LANG-TEXT
000000         THRU 1195-LOAD-NEXT-LANG-TEXT-EXIT
000000         UNTIL LMW-END-OF-FILE
000000     CLOSE LANG-MSG-FILE.
000000 1190-LOAD-LANG-TEXT-EXIT.
000000     EXIT.
000000*
000000 1195-LOAD-NEXT-LANG-TEXT.
000000     READ LANG-MSG-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO LMW-EOF-SW
000000             GO TO 1195-LOAD-NEXT-LANG-TEXT-EXIT
000000     END-READ
000000     MOVE 'N'                    TO LMW-FOUND-SW
000000     PERFORM VARYING LMX-IDX FROM 1 BY 1
000000             UNTIL LMX-IDX > LMX-USED OR LMW-FOUND
000000         IF LMX-LANG-CD (LMX-IDX) = LMT-LANG-CD
000000            AND LMX-MSG-ID (LMX-IDX) = LMT-MSG-ID
000000             MOVE LMT-TEXT       TO LMX-TEXT (LMX-IDX)
000000             MOVE 'Y'            TO LMW-FOUND-SW
000000         END-IF
000000     END-PERFORM
000000     IF LMW-FOUND
000000         GO TO 1195-LOAD-NEXT-LANG-TEXT-EXIT
000000     END-IF
000000     IF LMX-USED NOT < 300
000000         ADD 1                   TO LMW-OVERFLOW-COUNT
000000         GO TO 1195-LOAD-NEXT-LANG-TEXT-EXIT
000000     END-IF
000000     ADD 1                       TO LMX-USED
000000     SET LMX-IDX                 TO LMX-USED
000000     MOVE LMT-LANG-CD            TO LMX-LANG-CD (LMX-IDX)
000000     MOVE LMT-MSG-ID             TO LMX-MSG-ID (LMX-IDX)
000000     MOVE LMT-TEXT               TO LMX-TEXT (LMX-IDX).
000000 1195-LOAD-NEXT-LANG-TEXT-EXIT.
000000     EXIT.
000000*
019500 2000-SCAN-TRANSACTIONS.
019600     MOVE 'N'                    TO WS-EOF-SW
019700     MOVE LOW-VALUES             TO TRAN-ID
023800             GO TO 2200-CHECK-AMOUNT-SUB-EXIT
023900     END-READ
024000     IF SUB-ACTIVE AND TRAN-AMT > SUB-AMT-THRESHOLD
000000         MOVE TRAN-AMT           TO WS-AMT-EDIT
000000         MOVE 'A'                TO WS-WORK-TYPE
000000         MOVE TRAN-MERCHANT-NAME (1:25) TO WS-WORK-MERCHANT
025000         PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
025100     END-IF.
025200 2200-CHECK-AMOUNT-SUB-EXIT.
026400             GO TO 2300-CHECK-FOREIGN-SUB-EXIT
026500     END-READ
026600     IF SUB-ACTIVE
000000         MOVE 'F'                TO WS-WORK-TYPE
000000         MOVE TRAN-MERCHANT-COUNTRY TO WS-WORK-COUNTRY
000000         MOVE TRAN-MERCHANT-NAME (1:25) TO WS-WORK-MERCHANT
027500         PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
027600     END-IF.
027700 2300-CHECK-FOREIGN-SUB-EXIT.
028900     END-READ
029000     IF SUB-ACTIVE
029100         MOVE TRAN-AMT           TO WS-AMT-EDIT
000000         MOVE 'C'                TO WS-WORK-TYPE
029800         PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
029900     END-IF.
030000 2400-CHECK-CASH-SUB-EXIT.
034000     IF SUB-ACTIVE
034100         MOVE PAY-ACCT-ID        TO WS-WORK-ACCT-ID
034200         MOVE PAY-AMOUNT         TO WS-AMT-EDIT
000000         MOVE 'P'                TO WS-WORK-TYPE
034900         PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
035000     END-IF.
035100 3100-NEXT-PAYMENT-EXIT.
038600     END-READ
038700     IF SUB-ACTIVE
038800         MOVE DLV-ACCT-ID        TO WS-WORK-ACCT-ID
000000         MOVE 'E'                TO WS-WORK-TYPE
039200         PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
039300     END-IF.
039400 4100-NEXT-DELIVERY-EXIT.
039500     EXIT.
039600*
039700******************************************************************
000000* RESOLVE THE CUSTOMER THROUGH THE CROSS-REFERENCE AND WRITE
000000* THE EXTRACT ROW. NO EMAIL ON FILE IS COUNTED FOR FOLLOW-UP -
000000* AN ALERT NOBODY CAN RECEIVE IS NOT AN ALERT. THE TEXT IS BUILT
000000* ONCE THE CUSTOMER, AND SO THE LANGUAGE, IS KNOWN.
040100******************************************************************
040200 7000-WRITE-ALERT.
040300     MOVE WS-WORK-ACCT-ID        TO XRF-ACCT-ID
041500         ADD 1                   TO WS-NO-EMAIL-COUNT
041600         GO TO 7000-WRITE-ALERT-EXIT
041700     END-IF
000000     MOVE CUST-LANG-CD           TO LMW-LANG-CD
000000     PERFORM 7100-BUILD-ALERT-TEXT
000000         THRU 7100-BUILD-ALERT-TEXT-EXIT
000000     MOVE WS-WORK-ACCT-ID        TO ALE-ACCT-ID
041900     MOVE CUST-ID                TO ALE-CUST-ID
042000     MOVE WS-WORK-TYPE           TO ALE-ALERT-TYPE
042100     MOVE CUST-EMAIL-ADDRESS     TO ALE-EMAIL
042200     MOVE WS-WORK-TEXT           TO ALE-TEXT
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO ALE-DATE
000000     MOVE LMW-LANG-CD            TO ALE-LANG-CD
042400     WRITE ALERT-EXTRACT-RECORD
042500     ADD 1                       TO WS-ALERT-COUNT
000000     MOVE CUST-ID                TO COR-CUST-ID
042600 7000-WRITE-ALERT-EXIT.
042700     EXIT.
042800*
000000******************************************************************
000000* THE ALERT TEXT FOR WS-WORK-TYPE FROM THE DETAIL THE SCAN
000000* PARAGRAPHS LEFT IN WS-ALERT-WORK.
000000******************************************************************
000000 7100-BUILD-ALERT-TEXT.
000000     MOVE SPACES                 TO WS-WORK-TEXT
000000     IF WS-WORK-TYPE = 'A' OR WS-WORK-TYPE = 'F'
000000         MOVE 'ALAT'             TO LMW-MSG-ID
000000         PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000         MOVE LMW-TEXT           TO WS-LANG-HOLD
000000     END-IF
000000     EVALUATE WS-WORK-TYPE
000000         WHEN 'A'
000000             MOVE 'ALLARGE'      TO LMW-MSG-ID
000000         WHEN 'F'
000000             MOVE 'ALFOREGN'     TO LMW-MSG-ID
000000         WHEN 'C'
000000             MOVE 'ALCASH'       TO LMW-MSG-ID
000000         WHEN 'P'
000000             MOVE 'ALPAYMT'      TO LMW-MSG-ID
000000         WHEN OTHER
000000             MOVE 'ALESTMT'      TO LMW-MSG-ID
000000     END-EVALUATE
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     EVALUATE WS-WORK-TYPE
000000         WHEN 'A'
000000             STRING LMW-TEXT     DELIMITED BY '  '
000000                    ' '          DELIMITED BY SIZE
000000                    WS-AMT-EDIT  DELIMITED BY SIZE
000000                    ' '          DELIMITED BY SIZE
000000                    WS-LANG-HOLD DELIMITED BY '  '
000000                    ' '          DELIMITED BY SIZE
000000                    WS-WORK-MERCHANT DELIMITED BY SIZE
000000               INTO WS-WORK-TEXT
000000             END-STRING
000000         WHEN 'F'
000000             STRING LMW-TEXT     DELIMITED BY '  '
000000                    ' '          DELIMITED BY SIZE
000000                    WS-WORK-COUNTRY DELIMITED BY SIZE
000000                    ' '          DELIMITED BY SIZE
000000                    WS-LANG-HOLD DELIMITED BY '  '
000000                    ' '          DELIMITED BY SIZE
000000                    WS-WORK-MERCHANT DELIMITED BY SIZE
000000               INTO WS-WORK-TEXT
000000             END-STRING
000000         WHEN 'C'
000000         WHEN 'P'
000000             STRING LMW-TEXT     DELIMITED BY '  '
000000                    ' '          DELIMITED BY SIZE
000000                    WS-AMT-EDIT  DELIMITED BY SIZE
000000               INTO WS-WORK-TEXT
000000             END-STRING
000000         WHEN OTHER
000000             MOVE LMW-TEXT       TO WS-WORK-TEXT
000000     END-EVALUATE.
000000 7100-BUILD-ALERT-TEXT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* TEXT FOR LMW-MSG-ID IN LANGUAGE LMW-LANG-CD (SPACES MEANING
000000* ENGLISH). A TEXT THE LANGUAGE DOES NOT HAVE FALLS BACK TO THE
000000* ENGLISH ROW AND IS COUNTED FOR THE JOB REPORT. LMW-FOUND IS OFF
000000* ONLY WHEN NEITHER EXISTS, LEAVING LMW-TEXT SPACES.
000000******************************************************************
000000 7900-GET-LANG-TEXT.
000000     IF LMW-LANG-CD = SPACES
000000         MOVE 'EN'                   TO LMW-LANG-CD
000000     END-IF
000000     MOVE SPACES                     TO LMW-TEXT
000000     MOVE 'N'                        TO LMW-FOUND-SW
000000     PERFORM VARYING LMX-IDX FROM 1 BY 1
000000             UNTIL LMX-IDX > LMX-USED OR LMW-FOUND
000000         IF LMX-LANG-CD (LMX-IDX) = LMW-LANG-CD
000000            AND LMX-MSG-ID (LMX-IDX) = LMW-MSG-ID
000000             MOVE LMX-TEXT (LMX-IDX) TO LMW-TEXT
000000             MOVE 'Y'                TO LMW-FOUND-SW
000000         END-IF
000000     END-PERFORM
000000     IF LMW-FOUND OR LMW-LANG-ENGLISH
000000         GO TO 7900-GET-LANG-TEXT-EXIT
000000     END-IF
000000     ADD 1                           TO LMW-FALLBACK-COUNT
000000     PERFORM VARYING LMX-IDX FROM 1 BY 1
000000             UNTIL LMX-IDX > LMX-USED OR LMW-FOUND
000000         IF LMX-LANG-CD (LMX-IDX) = 'EN'
000000            AND LMX-MSG-ID (LMX-IDX) = LMW-MSG-ID
000000             MOVE LMX-TEXT (LMX-IDX) TO LMW-TEXT
000000             MOVE 'Y'                TO LMW-FOUND-SW
000000         END-IF
000000     END-PERFORM.
000000 7900-GET-LANG-TEXT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* REGISTER THE CUSTOMER ALERT EXTRACT (ALRTEXTR) ON THE OUTBOUND
000000* FILE REGISTRY SO ITS TRANSMISSION AND THE E-MAIL SERVICE'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'ALRTEXTR'             TO OBP-FILE-NAME
000000     MOVE 'EMAILSVC'             TO OBP-PARTNER-CD
000000     MOVE 'CBALR01C'             TO OBP-JOB-NAME
000000     MOVE WS-ALERT-COUNT         TO OBP-REC-COUNT
000000     MOVE ZERO                   TO OBP-AMT-TOTAL
000000     MOVE 004                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBALR01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
042900 9000-TERMINATE.
043000     CLOSE TRAN-MASTER-FILE
043100     CLOSE CARD-FILE
000000     CLOSE CORR-HIST-FILE
043800     DISPLAY 'CBALR01C - TODAYS TRANSACTIONS: ' WS-TRAN-COUNT
043900     DISPLAY 'CBALR01C - ALERTS SENT: ' WS-ALERT-COUNT
000000     DISPLAY 'CBALR01C - NO EMAIL ON FILE: ' WS-NO-EMAIL-COUNT
000000     DISPLAY 'CBALR01C - TRANSLATIONS MISSING (ENGLISH USED): '
000000             LMW-FALLBACK-COUNT
000000     IF LMW-OVERFLOW-COUNT > ZERO
000000         DISPLAY 'CBALR01C - MSGTEXT ROWS NOT LOADED: '
000000                 LMW-OVERFLOW-COUNT
000000     END-IF
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
044100     PERFORM 9200-LOG-JOB-STATUS
044200         THRU 9200-LOG-JOB-STATUS-EXIT.
044300 9000-TERMINATE-EXIT.
