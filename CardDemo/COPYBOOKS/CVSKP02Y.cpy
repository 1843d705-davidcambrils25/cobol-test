      ******************************************************************
      * CardDemo - Skip-Payment Program Limits
      * How many payments an account may skip in one calendar year
      * (counted by SKP-CYCLE-MONTH), shared by COSKP00C and CBSKP01C
      * so the rep and the offer-response file enroll alike.
      ******************************************************************
       01 SKIP-PAY-LIMITS.
          05 SKL-MAX-PER-YEAR              PIC 9(01) VALUE 1.
