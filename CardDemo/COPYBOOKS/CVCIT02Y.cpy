      ******************************************************************
      * CardDemo - Change-in-Terms Policy
      * The advance notice a change that worsens the cardholder's
      * terms needs: the effective date may be no earlier than this
      * many days after the notices go out. COREFAPC refuses an
      * approval inside the period and CBCIT01C, which sends the
      * notices, flags any change it could not notify in time.
      ******************************************************************
       01 TERMS-CHANGE-POLICY.
          05 CTP-NOTICE-DAYS               PIC 9(03) VALUE 045.
