      ******************************************************************
      * CardDemo - Address Standardization Service Files
      * The monthly mailing-address extract sent to the CASS-certified
      * standardization service and the service's answer, loaded back
      * onto CUSTDAT (CUST-ADDR-ZIP4 and following, CVCUS01Y).
      *
      * ADDR-STD-REQUEST-RECORD is the outbound extract CBASD01C writes
      * (ASDOUT): one detail row ('D') per customer with the address as
      * it stands on CUSTDAT, ending with a control trailer ('T')
      * carrying the detail row count.
      ******************************************************************
       01 ADDR-STD-REQUEST-RECORD.
          05 ASQ-REC-TYPE                  PIC X(01).
             88 ASQ-DETAIL-REC             VALUE 'D'.
             88 ASQ-TRAILER-REC            VALUE 'T'.
          05 ASQ-CUST-ID                   PIC 9(09).
          05 ASQ-ADDR-LINE-1               PIC X(50).
          05 ASQ-ADDR-LINE-2               PIC X(50).
          05 ASQ-ADDR-STATE-CD             PIC X(02).
          05 ASQ-ADDR-COUNTRY-CD           PIC X(03).
          05 ASQ-ADDR-ZIP                  PIC X(05).
          05 ASQ-ADDR-ZIP4                 PIC X(04).
          05 ASQ-EXTRACT-DATE              PIC X(10).

       01 ADDR-STD-REQUEST-TRAILER REDEFINES ADDR-STD-REQUEST-RECORD.
          05 AST-REC-TYPE                  PIC X(01).
          05 AST-COUNT                     PIC 9(09).
          05 FILLER                        PIC X(114).
          05 AST-DATE                      PIC X(10).

      ******************************************************************
      * ADDR-STD-RESULT-RECORD is the service's answer (ASDRSP), one
      * row per customer sent, loaded by CBASD02C. 'S' standardized -
      * the address lines, state and ZIP are the corrected (or
      * confirmed) form with the ZIP+4, delivery point and carrier
      * route; 'U' undeliverable - the service's delivery-point check
      * says no mail can reach it (vacant, no such number); 'X' no
      * match - the service could not code it, the address is left as
      * it stands. The reason code is the service's own.
      ******************************************************************
       01 ADDR-STD-RESULT-RECORD.
          05 ASR-CUST-ID                   PIC 9(09).
          05 ASR-RESULT                    PIC X(01).
             88 ASR-STANDARDIZED           VALUE 'S'.
             88 ASR-UNDELIVERABLE          VALUE 'U'.
             88 ASR-NO-MATCH               VALUE 'X'.
          05 ASR-ADDR-LINE-1               PIC X(50).
          05 ASR-ADDR-LINE-2               PIC X(50).
          05 ASR-ADDR-STATE-CD             PIC X(02).
          05 ASR-ADDR-ZIP                  PIC X(05).
          05 ASR-ADDR-ZIP4                 PIC X(04).
          05 ASR-DLV-POINT                 PIC X(03).
          05 ASR-CARRIER-RT                PIC X(04).
          05 ASR-REASON-CD                 PIC X(04).
          05 ASR-RESULT-DATE               PIC X(10).
