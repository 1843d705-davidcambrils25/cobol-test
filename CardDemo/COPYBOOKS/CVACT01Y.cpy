          05 ACCT-PAY-DUE-DATE             PIC X(10).
      * COMPONENT BALANCES WITHIN ACCT-CURR-BAL, KEPT SO A PAYMENT CAN
      * BE ALLOCATED IN THE DISCLOSED ORDER (INTEREST, THEN FEES, THEN
      * BILLED INSTALLMENTS, THEN CASH ADVANCES, THEN PURCHASES). THE
      * PURCHASE PORTION IS THE REMAINDER OF ACCT-CURR-BAL AFTER THESE
      * AND THE TWO INSTALLMENT PLAN BALANCES BELOW.
          05 ACCT-INT-DUE-BAL              PIC S9(10)V99 COMP-3.
          05 ACCT-FEE-DUE-BAL              PIC S9(10)V99 COMP-3.
          05 ACCT-CASH-ADV-BAL             PIC S9(10)V99 COMP-3.
      * (CVMPP01Y) SO A SKIPPED PAYMENT NO LONGER VANISHES AT THE
      * NEXT CUT - THE STATEMENT SHOWS CURRENT MINIMUM PLUS PAST DUE.
          05 ACCT-PAST-DUE-AMT             PIC S9(10)V99 COMP-3.
      * DORMANCY TRACKING (CBDRM01C, MONTHLY). THE DATE OF THE LAST
      * CUSTOMER-INITIATED PURCHASE, CASH ADVANCE OR PAYMENT SEEN ON
      * TRANDTAX OR PAYMNT, AND THE DATE THE DORMANCY NOTICE WENT OUT.
      * AN ACCOUNT STILL UNTOUCHED WHEN THE NOTICE WINDOW RUNS OUT IS
      * SET INACTIVE ('I') AND ITS CARDS BLOCKED ('I'). A PURCHASE
      * ATTEMPT (COAUTSVC REFERRAL) OR A PAYMENT (CBTRN02C) ON AN
      * INACTIVE ACCOUNT SETS ACCT-REACTIVATE-IND, AND CBDRM02C
      * REOPENS THE ACCOUNT AND ITS DORMANT CARDS THAT NIGHT.
          05 ACCT-LAST-ACTIVITY-DATE       PIC X(10).
          05 ACCT-DORMANT-NOTICE-DATE      PIC X(10).
          05 ACCT-REACTIVATE-IND           PIC X(01).
             88 ACCT-REACTIVATE-REQUESTED  VALUE 'Y'.
      * WHY A CLOSED ACCOUNT WAS CLOSED - ONE OF THE 'C' STATUS
      * REASONS ON CVACT03Y/STATRSN. SET BY COACT02C FROM THE CLOSURE
      * REASON KEYED, AND TO 'STLD' BY CBSTL01C WHEN A SETTLEMENT
      * OFFER IS PAID AND THE REMAINDER FORGIVEN - CBCBR01C FURNISHES
      * THAT ONE AS SETTLED FOR LESS THAN THE FULL BALANCE.
          05 ACCT-CLOSE-REASON-CD          PIC X(04).
             88 ACCT-CLOSED-SETTLED        VALUE 'STLD'.
             88 ACCT-CLOSED-TRANSFERRED    VALUE 'XFER'.
      * EQUAL-PAYMENT INSTALLMENT PLANS (INSTPLAN, CVINS01Y). BOTH
      * ARE COMPONENTS OF ACCT-CURR-BAL. ACCT-INSTL-BAL IS PLAN
      * PRINCIPAL NOT YET BILLED - SET APART FROM THE REVOLVING
      * BALANCE, SO CBACT05C DOES NOT PRICE IT AND THE PERCENTAGE-OF-
      * BALANCE MINIMUM IS NOT TAKEN ON IT. CBACT04C MOVES ONE
      * INSTALLMENT'S PRINCIPAL A CYCLE INTO ACCT-INSTL-DUE-BAL,
      * BILLED AND AWAITING PAYMENT, WHICH IS THE ALLOCATION BUCKET
      * AFTER FEES (CVALC01Y). A PAYMENT LARGER THAN THE REVOLVING
      * BALANCE PREPAYS ACCT-INSTL-BAL LAST OF ALL.
          05 ACCT-INSTL-BAL                PIC S9(10)V99 COMP-3.
          05 ACCT-INSTL-DUE-BAL            PIC S9(10)V99 COMP-3.
      * SKIP-A-PAYMENT (SKIPPAY, CVSKP01Y). SET BY CBACT04C AT THE CUT
      * THAT APPLIES AN ENROLLMENT - THE NEW CYCLE'S MINIMUM IS ZERO -
      * AND CLEARED AT THE NEXT CUT, WHICH ALSO DOES NOT COUNT THE
      * SKIPPED CYCLE AS DELINQUENT. WHILE IT IS SET CBFEE01C TAKES NO
      * LATE FEE, CBRMD01C SENDS NO REMINDER AND CBCBR01C FURNISHES
      * THE ACCOUNT AS CURRENT. INTEREST ACCRUES AS USUAL.
          05 ACCT-SKIP-PAY-IND             PIC X(01).
             88 ACCT-PAYMENT-SKIPPED       VALUE 'Y'.
      * PENALTY APR (CVPNA01Y). CBACT04C SETS 'T' AT THE CUT WHERE
      * ACCT-CYCLES-DELINQUENT REACHES THE TRIGGER; CBPEN01C SENDS THE
      * ADVANCE NOTICE AND SETS 'P' WITH THE EFFECTIVE DATE, FROM
      * WHICH CBACT05C ACCRUES AT THE PENALTY RATE; THE FIRST CUT ON
      * OR AFTER THAT DATE SETS 'A'. EACH LATER CUT WHOSE MINIMUM WAS
      * PAID STEPS ACCT-PENALTY-ONTIME-CYCLES AND A MISS RESETS IT;
      * AT THE CURE COUNT THE STATUS CLEARS AND THE NORMAL RATE IS
      * BACK. EVERY CHANGE OF STATUS IS AUDITED AS 'PENALTYAPR'.
          05 ACCT-PENALTY-APR-STATUS       PIC X(01).
             88 ACCT-PENALTY-TRIGGERED     VALUE 'T'.
             88 ACCT-PENALTY-NOTICED       VALUE 'P'.
             88 ACCT-PENALTY-IN-FORCE      VALUE 'A'.
          05 ACCT-PENALTY-EFF-DATE         PIC X(10).
          05 ACCT-PENALTY-ONTIME-CYCLES    PIC 9(02).
      * CHANGE-IN-TERMS VERSION (TERMSCHG, CVCIT01Y). EACH APPROVED
      * CHANGE THAT NEEDS ADVANCE NOTICE IS NUMBERED BY CBCIT01C WHEN
      * ITS NOTICES GO OUT. THE ACCOUNT RECORDS THE VERSION IT WAS
      * NOTIFIED OF AND THE DATE THAT VERSION TAKES EFFECT; CBCIT01C
      * MOVES IT TO ACCT-TERMS-VERSION ON THAT DATE. ZERO IS THE
      * AGREEMENT THE ACCOUNT OPENED ON.
          05 ACCT-TERMS-VERSION            PIC 9(05).
          05 ACCT-NEXT-TERMS-VERSION       PIC 9(05).
          05 ACCT-NEXT-TERMS-DATE          PIC X(10).
      * APRS THE ACCOUNT IS PRICED AT, STAMPED BY CBACT05C EACH NIGHT
      * FOR EVERY ACCOUNT AFTER THE PENALTY, HARDSHIP AND SCRA RULES:
      * THE PURCHASE RATE THE BALANCE RUNS AT ONCE ANY PROMOTION ENDS,
      * THE CASH ADVANCE RATE, AND WHILE A (NON-DEFERRED) PROMOTIONAL
      * RATE RUNS, THAT RATE AND ITS END DATE (SPACES WHEN NONE). THE
      * STATEMENT MINIMUM-PAYMENT WARNING (CBMPD01C) PROJECTS FROM
      * THEM.
          05 ACCT-PURCH-APR                PIC 9(02)V9(02).
          05 ACCT-CASH-APR                 PIC 9(02)V9(02).
          05 ACCT-PROMO-APR                PIC 9(02)V9(02).
          05 ACCT-PROMO-APR-END-DATE       PIC X(10).
      * CONSECUTIVE CLEAN CYCLES - STEPPED BY CBACT04C AT EACH CUT THE
      * ACCOUNT ENDS NEITHER DELINQUENT NOR OVER ITS LIMIT, RESET TO
      * ZERO WHEN IT ENDS EITHER, LEFT STANDING ON A SKIPPED-PAYMENT
      * CYCLE. THE SECURED CARD GRADUATION REVIEW (CBGRD01C) READS IT.
          05 ACCT-CLEAN-CYCLES             PIC 9(03).
      * CORPORATE CARD - THE COMPANY (CVCMP01Y) LIABLE FOR THE ACCOUNT
      * AND THE COMPANY COST CENTER (CVCMP02Y) ITS SPEND IS CHARGED
      * TO, SET WHEN COCMP00C LINKS THE ACCOUNT. SPACES ON A CONSUMER
      * ACCOUNT.
          05 ACCT-COMPANY-ID               PIC X(10).
          05 ACCT-COST-CENTER-ID           PIC X(08).
      * ACCOUNT RENUMBERING (COXFR00C). WHEN A COMPROMISED ACCOUNT IS
      * MOVED ONTO A NEW ACCOUNT NUMBER THE OLD ACCOUNT CLOSES WITH
      * REASON 'XFER' AND POINTS FORWARD TO THE NEW ONE; THE NEW ONE
      * POINTS BACK. BOTH CARRY THE TRANSFER DATE. COTRN00C AND
      * COSTM00C FOLLOW THE LINKS SO THE HISTORY READS AS ONE ACCOUNT
      * AND CBCBR01C FURNISHES AN ACCOUNT NUMBER CHANGE RATHER THAN A
      * CLOSURE AND A NEW TRADELINE. ZERO/SPACES WHEN NONE.
          05 ACCT-XFER-TO-ACCT-ID          PIC 9(11).
          05 ACCT-XFER-FROM-ACCT-ID        PIC 9(11).
          05 ACCT-XFER-DATE                PIC X(10).
      * INTERNAL BEHAVIOR SCORE - THE LATEST MONTHLY CBBHV01C SCORE
      * (100-900, HIGHER IS BETTER) AND THE DATE IT WAS SCORED. THE
      * FACTORS BEHIND IT ARE ON BHVHIST (CVBHV01Y) UNDER THE SAME
      * DATE. ZERO/SPACES UNTIL THE ACCOUNT IS FIRST SCORED.
          05 ACCT-BHV-SCORE                PIC 9(03).
          05 ACCT-BHV-SCORE-DATE           PIC X(10).
