      ******************************************************************
      * CardDemo - Account Inquiry Service Parameter
      * The commarea passed to COAIQSVC (EXEC CICS LINK) by the phone
      * IVR and the mobile app front ends. The caller fills
      * AIQ-REQUEST with the card number the customer gave and one
      * verification element - the card's CVV or the account's billing
      * ZIP - and names its channel; the service answers with the
      * figures a rep reads off COACTVWC and COTRN00C, computed the
      * same way: available credit is the effective limit (TMPLIMIT
      * override honored) less the current balance, the open AUTHFILE
      * holds and the posted-but-unsettled payments - exactly the
      * headroom COAUTSVC would approve a charge against.
      * Every inquiry, answered or not, is logged on INQLOG (CVAIQ02Y)
      * by channel for the daily CBAIQ01C volume report.
      *
      * REASON CODES: 0000 ANSWERED, CHNL CHANNEL NOT RECOGNIZED, CARD
      * CARD NOT ON FILE, VERF VERIFICATION ELEMENT DID NOT MATCH, ACCT
      * ACCOUNT NOT ON FILE FOR CARD. ON ANY REFUSAL THE FIGURES ARE
      * LEFT ZERO/BLANK.
      *
      * AIQ-TRAN-ENTRY HOLDS UP TO FIVE OF THE ACCOUNT'S MOST RECENT
      * TRANSACTIONS ACROSS ALL ITS CARDS, NEWEST FIRST BY ORIGINAL
      * DATE; AIQ-TRAN-COUNT SAYS HOW MANY ARE FILLED.
      ******************************************************************
       01 ACCT-INQUIRY-PARM.
          05 AIQ-REQUEST.
             10 AIQ-CARD-NUM               PIC X(16).
             10 AIQ-VERIFY-TYPE            PIC X(01).
                88 AIQ-VERIFY-BY-CVV       VALUE 'C'.
                88 AIQ-VERIFY-BY-ZIP       VALUE 'Z'.
             10 AIQ-VERIFY-VALUE           PIC X(10).
             10 AIQ-CHANNEL                PIC X(03).
                88 AIQ-CHANNEL-IVR         VALUE 'IVR'.
                88 AIQ-CHANNEL-MOBILE      VALUE 'MOB'.
                88 AIQ-CHANNEL-VALID       VALUE 'IVR' 'MOB'.
             10 AIQ-SESSION-ID             PIC X(16).
          05 AIQ-REPLY.
             10 AIQ-RESULT                 PIC X(01).
                88 AIQ-ANSWERED            VALUE 'A'.
                88 AIQ-REFUSED             VALUE 'R'.
             10 AIQ-REASON-CD              PIC X(04).
             10 AIQ-REASON-TEXT            PIC X(50).
             10 AIQ-ACCT-ID                PIC 9(11).
             10 AIQ-CURR-BAL               PIC S9(10)V99 COMP-3.
             10 AIQ-CREDIT-LIMIT           PIC S9(10)V99 COMP-3.
             10 AIQ-OPEN-HOLD-AMT          PIC S9(11)V99 COMP-3.
             10 AIQ-UNSETTLED-PAY-AMT      PIC S9(11)V99 COMP-3.
             10 AIQ-AVAIL-CREDIT           PIC S9(11)V99 COMP-3.
             10 AIQ-MIN-PAY-DUE            PIC S9(10)V99 COMP-3.
             10 AIQ-PAY-DUE-DATE           PIC X(10).
             10 AIQ-LAST-PAY-DATE          PIC X(10).
             10 AIQ-LAST-PAY-AMT           PIC S9(09)V99 COMP-3.
             10 AIQ-TRAN-COUNT             PIC 9(01).
             10 AIQ-TRAN-ENTRY OCCURS 5 TIMES.
                15 AIQ-TRAN-DATE           PIC X(10).
                15 AIQ-TRAN-ID             PIC X(16).
                15 AIQ-TRAN-DESC           PIC X(30).
                15 AIQ-TRAN-AMT            PIC S9(09)V99 COMP-3.
