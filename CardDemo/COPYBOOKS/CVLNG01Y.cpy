      ******************************************************************
      * CardDemo - Language-Keyed Message Text Row (MSGTEXT)
      * One row per language and message id: the fixed wording a
      * customer-facing job prints or sends (statement labels, the
      * minimum payment warning, alert wording, year-end summary
      * headings) in the customer's CUST-LANG-CD. The English rows
      * default from the compiled CVLNG02Y table, so only changed
      * wording and translations need to be on file. Message ids
      * 'TT' + type + category carry the translated TRANTYPE
      * descriptions - type description in positions 1-20, category
      * description in 21-40 - for the statement and year-end lines.
      * A text missing in the customer's language falls back to the
      * English one and is counted on the job report. Not effective-
      * dated. Maintained (maker-checker) on COREF00C, dataset 'L'.
      ******************************************************************
       01 LANG-MSG-TEXT-RECORD.
          05 LMT-KEY.
             10 LMT-LANG-CD                PIC X(02).
             10 LMT-MSG-ID                 PIC X(08).
          05 LMT-TEXT                      PIC X(50).
          05 LMT-SET-BY                    PIC X(08).
          05 LMT-SET-TIMESTAMP             PIC X(16).
