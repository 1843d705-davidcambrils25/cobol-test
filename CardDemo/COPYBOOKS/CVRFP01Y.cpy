          05 RFP-DATASET                   PIC X(08).
      *       'INTRATES' 'TRANTYPE' 'STATRSN ' 'HOLIDAYS'
      *       'MINPAY  ' 'GLMAP   ' 'FRAUDPRM' 'ESCSTATE'
      *       'FEERATE ' 'APRMARGN' 'MSGTEXT ' 'INTCHRT '
      *       'LOSSRATE'
          05 RFP-RECORD-IMAGE              PIC X(200).
          05 RFP-KEYED-BY                  PIC X(08).
          05 RFP-STATUS                    PIC X(01).
             88 RFP-REJECTED               VALUE 'R'.
          05 RFP-APPROVED-BY               PIC X(08).
          05 RFP-APPROVED-TS               PIC X(16).
      * THE CBSIM01C PRICING WHAT-IF RUN THAT LAST REPLAYED THIS
      * PENDING INTRATES, FEERATE OR MINPAY ROW (SIM-RUN-ID ON
      * SIMRSLT, CVSIM01Y). SPACES UNTIL ONE HAS.
          05 RFP-SIM-RUN-ID                PIC X(16).
