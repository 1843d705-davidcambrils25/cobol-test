      ******************************************************************
      * CardDemo - Change-in-Terms Notice Extract Record
      * One row per account CBCIT01C notifies of an approved change
      * to its group's terms (TERMSCHG, CVCIT01Y): what changes, the
      * date it takes effect and the terms version it brings in.
      * Split by channel the way the penalty APR notices split:
      * consenting customers go to the e-delivery vendor with their
      * email address, everyone else to print.
      ******************************************************************
       01 TERMS-NOTICE-RECORD.
          05 CTN-ACCT-ID                   PIC 9(11).
          05 CTN-CUST-ID                   PIC 9(09).
          05 CTN-GROUP-ID                  PIC X(10).
          05 CTN-TERMS-VERSION             PIC 9(05).
          05 CTN-EFFECTIVE-DATE            PIC X(10).
          05 CTN-CHANGE-DESC               PIC X(80).
          05 CTN-CHANNEL                   PIC X(01).
             88 CTN-BY-EMAIL               VALUE 'E'.
             88 CTN-BY-LETTER              VALUE 'P'.
          05 CTN-EMAIL-ADDR                PIC X(50).
