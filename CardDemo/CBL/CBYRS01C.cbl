000000* 2026-09-03  MAINT   LEGACY MM/DD/YY PAY-DATE ROWS ARE
000000*                     NORMALIZED BEFORE THE YEAR MATCH SO THE
000000*                     PAYMENTS LINE COUNTS THEM.
000000* 2026-10-15  MAINT   SUMMARY WORDING FROM MSGTEXT IN CUSTOMER
000000*                     LANGUAGE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ANNUAL BATCH PRODUCING THE ONE-PAGE YEAR-END
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS PAY-ID
000000         FILE STATUS IS WS-PAYMENT-STATUS.
000000     SELECT LANG-MSG-FILE ASSIGN TO MSGTEXT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS LMT-KEY
000000         FILE STATUS IS WS-MSGTEXT-STATUS.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
000000             ==TRAN-ORIG-DATE== BY ==ARCH-ORIG-DATE==
000000             ==TRAN-PROC-DATE== BY ==ARCH-PROC-DATE==.
000000*
000000 FD  LANG-MSG-FILE.
000000     COPY CVLNG01Y.
000000*
011100 WORKING-STORAGE SECTION.
000000 01  WS-MSGTEXT-STATUS                PIC XX.
000000     88 WS-MSGTEXT-OK                 VALUE '00'.
000000 01  WS-TRANTYPE-STATUS               PIC XX.
000000     88 WS-TRANTYPE-OK                VALUE '00'.
000000 01  WS-TRAN-ARCH-STATUS              PIC XX.
013700*
013800 COPY CVTRA02Y.
013900*
000000******************************************************************
000000* SUMMARY WORDING IN THE CUSTOMER'S LANGUAGE - SEE 1190 AND 7900.
000000******************************************************************
000000 COPY CVLNG02Y.
000000*
014000******************************************************************
014100* YEAR SUMMARY WORK AREA - THE REPORT YEAR IS THE YEAR JUST
014200* CLOSED (RUN YEAR MINUS ONE WHEN RUN IN JANUARY, OTHERWISE THE
015200        88 WS-CAT-FOUND               VALUE 'Y'.
015300     05 WS-TRAN-YYYY                  PIC 9(04).
015400     05 WS-AMT-EDIT                   PIC +ZZZ,ZZZ,ZZZ.99.
000000     05 WS-CUST-NAME                  PIC X(51).
000000     05 WS-CAT-DESC                   PIC X(20).
000000     05 WS-LANG-HOLD                  PIC X(50).
015600 01  WS-CAT-TOTALS.
015700     05 WS-CAT-TOTAL-AMT              PIC S9(09)V99 COMP-3
015800                                      OCCURS 10 TIMES VALUE ZERO.
017800     MOVE TRAN-TYPE-CAT-VALUES   TO TRAN-TYPE-CAT-TABLE
000000     PERFORM 1150-LOAD-TYPE-TABLE
000000         THRU 1150-LOAD-TYPE-TABLE-EXIT
000000     PERFORM 1190-LOAD-LANG-TEXT
000000         THRU 1190-LOAD-LANG-TEXT-EXIT
000000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
018000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
018100     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
018200     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
000000 1160-LOAD-NEXT-TYPE-EXIT.
000000     EXIT.
000000*
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
021000 2000-SUMMARIZE-ACCOUNT.
021100     ADD 1                       TO WS-ACCT-COUNT
021200     PERFORM VARYING TTC-IDX FROM 1 BY 1 UNTIL TTC-IDX > 10
031500             MOVE SPACES         TO CUST-FIRST-NAME
031600             MOVE SPACES         TO CUST-LAST-NAME
031700             MOVE 'N'            TO CUST-PAPERLESS-CONSENT-IND
000000             MOVE SPACES         TO CUST-EMAIL-ADDRESS
000000             MOVE SPACES         TO CUST-LANG-CD
000000     END-READ
000000     MOVE CUST-LANG-CD           TO LMW-LANG-CD
032000     IF CUST-PAPERLESS-CONSENT-Y
032100        AND CUST-EMAIL-ADDRESS NOT = SPACES
032200         MOVE ACCT-ID OF ACCOUNT-RECORD TO EST-ACCT-ID
032300         MOVE CUST-EMAIL-ADDRESS TO EST-EMAIL
032400         MOVE ACCT-ID OF ACCOUNT-RECORD TO EST-REF-ACCT-ID
000000         MOVE WS-CURDATE-YYYY-MM-DD TO EST-REF-CYCLE-DATE
000000         MOVE CUST-LANG-CD       TO EST-LANG-CD
000000         WRITE ESTMT-EXTRACT-RECORD
032700         SET DLV-BY-EMAIL        TO TRUE
032800         MOVE CUST-EMAIL-ADDRESS TO DLV-EMAIL
032900         SET DLV-SENT            TO TRUE
035100            CUST-LAST-NAME  DELIMITED BY SIZE
035200       INTO WS-CUST-NAME
035300     END-STRING
000000     MOVE 'YSTITLE'              TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE LMW-TEXT               TO WS-LANG-HOLD
000000     MOVE 'YSACCT'               TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                 TO YRSUM-PRINT-LINE
000000     STRING WS-LANG-HOLD         DELIMITED BY '  '
000000            ' '                  DELIMITED BY SIZE
000000            WS-RPT-YEAR          DELIMITED BY SIZE
000000            '  '                 DELIMITED BY SIZE
000000            LMW-TEXT             DELIMITED BY '  '
000000            ' '                  DELIMITED BY SIZE
000000            ACCT-ID OF ACCOUNT-RECORD DELIMITED BY SIZE
000000       INTO YRSUM-PRINT-LINE
000000     END-STRING
000000     WRITE YRSUM-PRINT-LINE
000000     MOVE 'YSCUST'               TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                 TO YRSUM-PRINT-LINE
000000     STRING '  '                 DELIMITED BY SIZE
000000            LMW-TEXT             DELIMITED BY '  '
000000            ' '                  DELIMITED BY SIZE
000000            WS-CUST-NAME         DELIMITED BY SIZE
036500       INTO YRSUM-PRINT-LINE
036600     END-STRING
036700     WRITE YRSUM-PRINT-LINE
036800     PERFORM VARYING TTC-IDX FROM 1 BY 1 UNTIL TTC-IDX > 10
036900         IF WS-CAT-TOTAL-AMT (TTC-IDX) NOT = ZERO
000000             MOVE WS-CAT-TOTAL-AMT (TTC-IDX) TO WS-AMT-EDIT
000000             MOVE TTC-CAT-DESC (TTC-IDX) TO WS-CAT-DESC
000000             IF NOT LMW-LANG-ENGLISH AND LMW-LANG-CD NOT = SPACES
000000                 MOVE 'TT'       TO LMW-MSG-ID (1:2)
000000                 MOVE TTC-TYPE-CD (TTC-IDX) TO LMW-MSG-ID (3:2)
000000                 MOVE TTC-CAT-CD (TTC-IDX) TO LMW-MSG-ID (5:4)
000000                 PERFORM 7900-GET-LANG-TEXT
000000                     THRU 7900-GET-LANG-TEXT-EXIT
000000                 IF LMW-FOUND AND LMW-TEXT (21:20) NOT = SPACES
000000                     MOVE LMW-TEXT (21:20) TO WS-CAT-DESC
000000                 END-IF
000000             END-IF
000000             MOVE SPACES         TO YRSUM-PRINT-LINE
000000             STRING '  '         DELIMITED BY SIZE
000000                    WS-CAT-DESC  DELIMITED BY SIZE
037400                    ' '          DELIMITED BY SIZE
037500                    WS-AMT-EDIT  DELIMITED BY SIZE
037600               INTO YRSUM-PRINT-LINE
037800             WRITE YRSUM-PRINT-LINE
037900         END-IF
038000     END-PERFORM
000000     MOVE 'YSSOURCE'             TO LMW-MSG-ID
000000     PERFORM 7900-GET-LANG-TEXT THRU 7900-GET-LANG-TEXT-EXIT
000000     MOVE SPACES                 TO YRSUM-PRINT-LINE
000000     STRING '  '                 DELIMITED BY SIZE
000000            LMW-TEXT             DELIMITED BY '  '
000000            ' '                  DELIMITED BY SIZE
000000            WS-RPT-YEAR-X        DELIMITED BY SIZE
000000       INTO YRSUM-PRINT-LINE
000000     END-STRING
038300 5100-PRINT-SUMMARY-PAGE-EXIT.
038400     EXIT.
038500*
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
038600 9000-TERMINATE.
038700     CLOSE ACCOUNT-FILE
038800     CLOSE CARD-AIX-FILE
000000             WS-MASTER-ROW-COUNT
000000     DISPLAY 'CBYRS01C - ROWS FROM TRANARCH: '
000000             WS-ARCH-ROW-COUNT
000000     DISPLAY 'CBYRS01C - TRANSLATIONS MISSING (ENGLISH USED): '
000000             LMW-FALLBACK-COUNT
000000     IF LMW-OVERFLOW-COUNT > ZERO
000000         DISPLAY 'CBYRS01C - MSGTEXT ROWS NOT LOADED: '
000000                 LMW-OVERFLOW-COUNT
000000     END-IF
039700     PERFORM 9200-LOG-JOB-STATUS
039800         THRU 9200-LOG-JOB-STATUS-EXIT.
039900 9000-TERMINATE-EXIT.
