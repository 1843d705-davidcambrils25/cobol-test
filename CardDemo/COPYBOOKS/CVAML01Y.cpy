      ******************************************************************
      * CardDemo - AML Suspicious-Activity Case Record (AMLCASE)
      * One row per case opened by the CBAML01C nightly monitoring
      * run, keyed by the customer and a case sequence within the
      * customer. The run scores three patterns over its look-back
      * window and keeps what it found on the case as evidence:
      *   - STRUCTURING: cash advances (03) sized just under the
      *     currency reporting threshold;
      *   - OVERPAY/REFUND: payments well beyond what was owed,
      *     handed back by CBRFD01C as a credit-balance refund to an
      *     account none of those payments came from (or by check);
      *   - THIRD PARTY: lockbox checks (CBLBX01C) drawn on a bank
      *     account that is not one of the customer's own.
      * While a case is open a later run refreshes its score and
      * evidence instead of opening another. An investigator works
      * it on COAML00C, recording notes and closing it with a
      * decision - 'S' file a suspicious activity report, 'N' no
      * filing. CBAML02C writes every 'S' case not yet extracted to
      * the SARXTR filing extract and stamps AML-SAR-EXTRACT-DATE.
      ******************************************************************
       01 AML-CASE-RECORD.
          05 AML-KEY.
             10 AML-CUST-ID                PIC 9(09).
             10 AML-CASE-SEQ               PIC 9(03).
          05 AML-STATUS                    PIC X(01).
             88 AML-CASE-OPEN              VALUE 'O'.
             88 AML-CASE-CLOSED            VALUE 'C'.
          05 AML-SCORE                     PIC 9(03).
          05 AML-PATTERN-FLAGS.
             10 AML-PAT-STRUCTURING        PIC X(01).
                88 AML-STRUCTURING-HIT     VALUE 'Y'.
             10 AML-PAT-OVERPAY-REFUND     PIC X(01).
                88 AML-OVERPAY-REFUND-HIT  VALUE 'Y'.
             10 AML-PAT-THIRD-PARTY        PIC X(01).
                88 AML-THIRD-PARTY-HIT     VALUE 'Y'.
          05 AML-WINDOW-START              PIC X(10).
          05 AML-WINDOW-END                PIC X(10).
      * EVIDENCE - WHAT THE LAST SCORING RUN FOUND IN ITS WINDOW.
          05 AML-STRUCT-COUNT              PIC 9(03).
          05 AML-STRUCT-AMT                PIC S9(09)V99 COMP-3.
          05 AML-PAYMENT-AMT               PIC S9(09)V99 COMP-3.
          05 AML-REFUND-AMT                PIC S9(09)V99 COMP-3.
          05 AML-REFUND-EFT-ID             PIC X(10).
          05 AML-THIRD-PARTY-COUNT         PIC 9(03).
          05 AML-THIRD-PARTY-AMT           PIC S9(09)V99 COMP-3.
          05 AML-OPEN-DATE                 PIC X(10).
          05 AML-LAST-SCORED-DATE          PIC X(10).
      * A SAR IS DUE WITHIN 30 CALENDAR DAYS OF DETECTION.
          05 AML-SAR-DUE-DATE              PIC X(10).
          05 AML-INVESTIGATOR              PIC X(08).
          05 AML-NOTES                     PIC X(120).
          05 AML-DECISION                  PIC X(01).
             88 AML-DECISION-NONE          VALUE ' '.
             88 AML-DECISION-SAR           VALUE 'S'.
             88 AML-DECISION-NO-SAR        VALUE 'N'.
          05 AML-DECIDED-BY                PIC X(08).
          05 AML-DECIDED-TS                PIC X(26).
          05 AML-SAR-EXTRACT-DATE          PIC X(10).
