      * WHEN A REP KEYS A CHANGED ADDRESS.
          05 CUST-ADDR-UNDELIV-IND         PIC X(01).
             88 CUST-ADDR-UNDELIVERABLE    VALUE 'Y'.
      * SERVICEMEMBERS CIVIL RELIEF ACT ACTIVE-DUTY PERIOD. START AND
      * END (END SPACES = STILL SERVING) COME FROM THE DEFENSE
      * MANPOWER DATA CENTER VERIFICATION FEED (CBSCR01C, SOURCE 'D')
      * OR ARE KEYED ON COCUS01C FROM THE ORDERS, WITH THE DATE THE
      * DOCUMENTATION WAS RECEIVED (SOURCE 'M'). WHILE THE PERIOD IS
      * IN FORCE CBACT05C CAPS THE APR AT THE SCRA RATE (CVSCR02Y)
      * AND CBFEE01C ASSESSES NO FEES. A PERIOD PUT ON FILE AFTER ITS
      * START DATE IS MARKED REFUND-PENDING ('P'), AND CBSCR02C
      * CREDITS BACK THE INTEREST ABOVE THE CAP AND THE FEES CHARGED
      * FROM THE START UP TO THE RECORDED DATE, THEN MARKS IT 'D'.
          05 CUST-SCRA-START-DATE          PIC X(10).
          05 CUST-SCRA-END-DATE            PIC X(10).
          05 CUST-SCRA-DOC-DATE            PIC X(10).
          05 CUST-SCRA-RECORDED-DATE       PIC X(10).
          05 CUST-SCRA-SOURCE              PIC X(01).
             88 CUST-SCRA-FROM-DMDC        VALUE 'D'.
             88 CUST-SCRA-KEYED            VALUE 'M'.
          05 CUST-SCRA-REFUND-IND          PIC X(01).
             88 CUST-SCRA-REFUND-PENDING   VALUE 'P'.
             88 CUST-SCRA-REFUND-DONE      VALUE 'D'.
      * DATE OF DEATH, RECORDED BY THE DECEASED NOTIFICATION SCREEN
      * (CODCD00C, SOURCE 'N') OR THE DEATH MASTER MATCH FEED
      * (CBDCD01C, SOURCE 'D'), WITH THE DATE WE WERE TOLD. SPACES
      * MEANS NOT DECEASED. AN ACCOUNT THE CUSTOMER HELD ALONE GOES TO
      * THE 'X' DECEASED STATUS, SO INTEREST AND FEES STOP; ONE WITH A
      * SURVIVING JOINT HOLDER PASSES TO THE SURVIVOR INSTEAD. THE
      * REFUND FLAG STARTS 'P' AND CBDCD02C CREDITS BACK THE INTEREST
      * AND FEES POSTED TO THE 'X' ACCOUNTS FROM THE DATE OF DEATH,
      * THEN MARKS IT 'D'.
          05 CUST-DECEASED-DATE            PIC X(10).
          05 CUST-DECEASED-NOTIFY-DATE     PIC X(10).
          05 CUST-DECEASED-SOURCE          PIC X(01).
             88 CUST-DECEASED-FROM-DMF     VALUE 'D'.
             88 CUST-DECEASED-NOTIFIED     VALUE 'N'.
          05 CUST-DECEASED-REFUND-IND      PIC X(01).
             88 CUST-DECEASED-REFUND-PENDING
                                           VALUE 'P'.
             88 CUST-DECEASED-REFUND-DONE  VALUE 'D'.
      * OFAC SANCTIONS SCREENING. SET 'P' WHEN THE NAME, DATE OF BIRTH
      * AND COUNTRY PRODUCE A POTENTIAL MATCH AGAINST THE SDN LIST
      * (SDNLIST, CVSDN01Y) - AT CREATE OR UPDATE ON COCUS01C OR ON
      * THE CBOFC02C NIGHTLY RESCREEN - AND THE MATCH IS QUEUED TO
      * OFACREV (CVOFR01Y) FOR AN ANALYST ON COOFC00C. WHILE 'P' NO
      * NEW ACCOUNT IS OPENED (COACT01C) AND NO CARD IS SENT TO THE
      * EMBOSSING PLANT (CBEMB01C). A CLEARED FALSE POSITIVE RETURNS
      * THE FLAG TO SPACES; A CONFIRMED HIT SETS 'C' AND FREEZES
      * EVERY ACCOUNT THE CUSTOMER HOLDS TO THE 'S' STATUS. THE DATE
      * IS THAT OF THE SCREEN OR REVIEW THAT LAST SET OR CLEARED THE
      * FLAG.
          05 CUST-OFAC-STATUS              PIC X(01).
             88 CUST-OFAC-REVIEW-PENDING   VALUE 'P'.
             88 CUST-OFAC-CONFIRMED-HIT    VALUE 'C'.
          05 CUST-OFAC-SCREEN-DATE         PIC X(10).
      * PREFERRED LANGUAGE FOR STATEMENTS, NOTICES AND ALERTS - A
      * TWO-LETTER CODE, 'EN' ENGLISH OR 'ES' SPANISH; SPACES MEANS
      * ENGLISH. KEYED ON COCUS01C OR COCPR00C. EVERY CUSTOMER-FACING
      * OUTPUT JOB CARRIES IT ON ITS EXTRACT ROW AND RENDERS ITS FIXED
      * TEXT FROM THE MSGTEXT DATASET (CVLNG01Y) IN THIS LANGUAGE,
      * FALLING BACK TO ENGLISH WHERE NO TRANSLATION IS ON FILE.
          05 CUST-LANG-CD                  PIC X(02).
             88 CUST-LANG-ENGLISH          VALUE 'EN' SPACES.
             88 CUST-LANG-SPANISH          VALUE 'ES'.
             88 CUST-LANG-SUPPORTED        VALUE 'EN' 'ES' SPACES.
      * ABILITY TO PAY - STATED ANNUAL GROSS INCOME, THE DATE IT WAS
      * LAST CAPTURED AND THE MONTHLY HOUSING PAYMENT, ALL KEYED ON
      * COCUS01C. CBATP01C WEIGHS THE MINIMUM PAYMENTS ON THE
      * CUSTOMER'S TOTAL EXPOSURE AGAINST THE RESIDUAL MONTHLY INCOME
      * BEFORE ANY ACCOUNT IS OPENED OR ANY LIMIT RAISED; INCOME OLDER
      * THAN CDEMO-ATP-STALE-MONTHS (CVATP01Y) MUST BE RE-CAPTURED
      * FIRST. ROWS WRITTEN BEFORE THESE FIELDS EXISTED HOLD SPACES,
      * SO READERS TEST THE AMOUNTS NUMERIC BEFORE USING THEM.
          05 CUST-STATED-INCOME            PIC S9(09)V99 COMP-3.
          05 CUST-INCOME-DATE              PIC X(10).
          05 CUST-HOUSING-PMT              PIC S9(07)V99 COMP-3.
      * CUSTOMER IDENTIFICATION PROGRAM (CIP). SPACES MEANS NOT YET
      * SENT TO THE IDENTITY VENDOR - CBCIP01C PUTS THE CUSTOMER ON
      * THE CIPOUT REQUEST EXTRACT AND MARKS 'S'; CBCIP02C POSTS THE
      * VENDOR'S ANSWER: 'V' VERIFIED, OR 'F' FAILED AND QUEUED TO
      * CIPQUE (CVCIP02Y) FOR A SUPERVISOR ON COCIP00C, WHO MAY VERIFY
      * FROM DOCUMENTS SEEN ('D'). ONLY A VERIFIED CUSTOMER ('V' OR
      * 'D') MAY BE OPENED AN ACCOUNT (COACT01C). A CHANGE TO NAME,
      * SSN OR DATE OF BIRTH ON COCUS01C RETURNS THE FLAG TO SPACES
      * FOR RE-VERIFICATION. EVERY STEP IS KEPT ON CIPHIST. THE DATE
      * IS THAT OF THE LAST CHANGE OF STATUS.
          05 CUST-CIP-STATUS               PIC X(01).
             88 CUST-CIP-NOT-SENT          VALUE SPACE.
             88 CUST-CIP-SENT              VALUE 'S'.
             88 CUST-CIP-VERIFIED          VALUE 'V' 'D'.
             88 CUST-CIP-VENDOR-VERIFIED   VALUE 'V'.
             88 CUST-CIP-DOC-VERIFIED      VALUE 'D'.
             88 CUST-CIP-FAILED            VALUE 'F'.
          05 CUST-CIP-STATUS-DATE          PIC X(10).
      * ADDRESS STANDARDIZATION. CBASD01C SENDS EVERY MAILING ADDRESS
      * TO THE CASS-CERTIFIED STANDARDIZATION SERVICE MONTHLY (ASDOUT)
      * AND CBASD02C LOADS ITS ANSWER (ASDRSP, CVASD01Y): THE CORRECTED
      * ADDRESS, THE ZIP+4 ADD-ON, THE DELIVERY POINT (TWO DIGITS AND
      * THE CHECK DIGIT) AND THE CARRIER ROUTE, WHICH THE PRINT
      * EXTRACTS (CBSTM01C, CBRMD01C) CARRY FOR THE PRESORT POSTAGE
      * DISCOUNT. 'S' MEANS THE ADDRESS AS IT STANDS WAS CERTIFIED ON
      * THE DATE SHOWN; A REP'S CHANGE ON COCUS01C RETURNS THE FLAG AND
      * THE ENRICHMENT TO SPACES UNTIL THE NEXT MONTHLY PASS. AN
      * ADDRESS THE SERVICE CALLS UNDELIVERABLE IS FLAGGED THROUGH
      * CUST-ADDR-UNDELIV-IND THE SAME AS RETURNED MAIL.
          05 CUST-ADDR-ZIP4                PIC X(04).
          05 CUST-ADDR-DLV-POINT           PIC X(03).
          05 CUST-ADDR-CARRIER-RT          PIC X(04).
          05 CUST-ADDR-STD-IND             PIC X(01).
             88 CUST-ADDR-STANDARDIZED     VALUE 'S'.
          05 CUST-ADDR-STD-DATE            PIC X(10).
      * CUSTOMER MERGE. 'M' MEANS THIS RECORD WAS A DUPLICATE OF THE
      * SAME PERSON AND HAS BEEN RETIRED INTO THE SURVIVING CUSTOMER
      * NAMED BY CUST-MERGED-INTO-ID ON THE DATE SHOWN (CBDUP02C, AFTER
      * A SUPERVISOR APPROVED THE PAIR ON CODUP00C). EVERY ACCOUNT,
      * CARD, FUNDING ACCOUNT, PREFERENCE AND HISTORY ROW HAS BEEN
      * MOVED TO THE SURVIVOR; THE RETIRED RECORD IS KEPT SO OLD
      * REFERENCES CAN BE FOLLOWED, BUT NOTHING NEW IS OPENED ON IT.
      * THE POINTER IS ONLY MEANINGFUL WHILE CUST-MERGED IS TRUE.
          05 CUST-MERGE-STATUS             PIC X(01).
             88 CUST-MERGED                VALUE 'M'.
          05 CUST-MERGED-INTO-ID           PIC 9(09).
          05 CUST-MERGED-DATE              PIC X(10).
