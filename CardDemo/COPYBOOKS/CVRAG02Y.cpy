      ******************************************************************
      * CardDemo - Re-Age Eligibility and History Record (REAGE)
      * One row per delinquent account per month CBRAG01C reviewed
      * it, keyed account then run month (YYYY-MM) so an account's
      * history reads back in order. RAG-STATUS 'R' is a re-age -
      * the account was brought current and the row keeps what it
      * looked like before; 'I' is a review that found it ineligible,
      * with the first policy condition (CVRAG01Y) it failed. The 'R'
      * rows are what the twelve-month and five-year limits count,
      * and the month's 'R' rows are the regulators' control report.
      ******************************************************************
       01 REAGE-RECORD.
          05 RAG-KEY.
             10 RAG-ACCT-ID                PIC 9(11).
             10 RAG-RUN-MONTH              PIC X(07).
          05 RAG-STATUS                    PIC X(01).
             88 RAG-REAGED                 VALUE 'R'.
             88 RAG-INELIGIBLE             VALUE 'I'.
          05 RAG-REVIEW-DATE               PIC X(10).
          05 RAG-REASON                    PIC X(30).
          05 RAG-MONTHS-ON-BOOK            PIC 9(03).
          05 RAG-QUAL-PAYMENTS             PIC 9(02).
          05 RAG-PAID-TOTAL                PIC S9(10)V99 COMP-3.
      * THE ACCOUNT AS IT STOOD BEFORE THE RE-AGE (OR THE REVIEW).
          05 RAG-STATUS-BEFORE             PIC X(01).
          05 RAG-CYCLES-BEFORE             PIC 9(02).
          05 RAG-PAST-DUE-BEFORE           PIC S9(10)V99 COMP-3.
          05 RAG-CURR-BAL                  PIC S9(10)V99 COMP-3.
