      ******************************************************************
      * CardDemo - Complaint Case Record (CPLFILE)
      * One row per cardholder complaint, keyed by a timestamp-based
      * case ID cut when the rep logs it on COCPL00C. The case names
      * the account (and the customer behind it through ACCTXREF, or
      * the customer alone for a complaint not about one account),
      * the product - the account group at intake - how it came in,
      * what it is about, the regulator's own reference when it came
      * through a regulator's portal, and the statutory date the
      * response is due (CVCPL02Y). Reps work the case on COCPL00C
      * and close it with the response given and a root cause. The
      * nightly aging batch (CBCPL01C) raises OPRALRT alerts as the
      * due date nears and again once it passes, recording which
      * alert last went out so each goes once; CBCPL02C reports the
      * month by category, product and root cause. Open cases show
      * on the customer 360 screen (COC360C).
      ******************************************************************
       01 COMPLAINT-CASE-RECORD.
          05 CPL-ID                        PIC X(16).
          05 CPL-CUST-ID                   PIC 9(09).
          05 CPL-ACCT-ID                   PIC 9(11).
          05 CPL-PRODUCT-ID                PIC X(10).
          05 CPL-CHANNEL                   PIC X(01).
             88 CPL-BY-PHONE               VALUE 'P'.
             88 CPL-BY-LETTER              VALUE 'L'.
             88 CPL-BY-EMAIL               VALUE 'E'.
             88 CPL-BY-REGULATOR           VALUE 'R'.
             88 CPL-CHANNEL-VALID          VALUE 'P' 'L' 'E' 'R'.
          05 CPL-CATEGORY                  PIC X(04).
             88 CPL-CAT-FEES               VALUE 'FEES'.
             88 CPL-CAT-BILLING            VALUE 'BILL'.
             88 CPL-CAT-CREDIT-RPT         VALUE 'CRPT'.
             88 CPL-CAT-COLLECTIONS        VALUE 'COLL'.
             88 CPL-CAT-FRAUD              VALUE 'FRAU'.
             88 CPL-CAT-SERVICE            VALUE 'SERV'.
             88 CPL-CAT-PRIVACY            VALUE 'PRIV'.
             88 CPL-CAT-OTHER              VALUE 'OTHR'.
             88 CPL-CATEGORY-VALID         VALUE 'FEES' 'BILL' 'CRPT'
                                                 'COLL' 'FRAU' 'SERV'
                                                 'PRIV' 'OTHR'.
          05 CPL-RECEIVED-DATE             PIC X(10).
          05 CPL-REG-REF                   PIC X(20).
          05 CPL-DUE-DATE                  PIC X(10).
          05 CPL-SUMMARY                   PIC X(60).
          05 CPL-STATUS                    PIC X(01).
             88 CPL-OPEN                   VALUE 'O'.
             88 CPL-IN-PROGRESS            VALUE 'W'.
             88 CPL-CLOSED                 VALUE 'C'.
          05 CPL-OPENED-TS                 PIC X(26).
          05 CPL-OPENED-BY                 PIC X(08).
          05 CPL-WORKED-TS                 PIC X(26).
          05 CPL-WORKED-BY                 PIC X(08).
      * THE LATEST NOTE A REP KEYED WHILE WORKING THE CASE, THEN THE
      * RESPONSE GIVEN WHEN IT CLOSES.
          05 CPL-RESPONSE                  PIC X(60).
          05 CPL-ROOT-CAUSE                PIC X(04).
             88 CPL-RC-SYSTEM              VALUE 'SYST'.
             88 CPL-RC-PROCESS             VALUE 'PROC'.
             88 CPL-RC-STAFF               VALUE 'STAF'.
             88 CPL-RC-POLICY              VALUE 'POLC'.
             88 CPL-RC-THIRD-PARTY         VALUE 'VEND'.
             88 CPL-RC-NO-FAULT            VALUE 'NONE'.
             88 CPL-ROOT-CAUSE-VALID       VALUE 'SYST' 'PROC' 'STAF'
                                                 'POLC' 'VEND' 'NONE'.
          05 CPL-CLOSED-DATE               PIC X(10).
          05 CPL-CLOSED-BY                 PIC X(08).
          05 CPL-CLOSED-LATE-IND           PIC X(01).
             88 CPL-CLOSED-LATE            VALUE 'Y'.
      * LAST AGING ALERT CBCPL01C RAISED - ' ' NONE, 'W' DUE SOON,
      * 'O' OVERDUE.
          05 CPL-ALERT-LEVEL               PIC X(01).
             88 CPL-ALERT-NONE             VALUE ' '.
             88 CPL-ALERT-DUE-SOON         VALUE 'W'.
             88 CPL-ALERT-OVERDUE          VALUE 'O'.
          05 FILLER                        PIC X(20).
