      ******************************************************************
      * CardDemo - OFAC Match Parameter
      * Passed to CBOFC03C by every screen of a customer against an
      * SDN list row (COCUS01C on-line, CBOFC02C nightly): the
      * customer's name, DOB and country, and the list row's. The
      * result comes back 'P' for a potential match, with the fields
      * that agreed in OFP-MATCH-BASIS, or 'N' for no match.
      ******************************************************************
       01 OFAC-MATCH-PARM.
          05 OFP-CUST-FIRST-NAME           PIC X(25).
          05 OFP-CUST-LAST-NAME            PIC X(25).
          05 OFP-CUST-DOB                  PIC X(10).
          05 OFP-CUST-COUNTRY-CD           PIC X(03).
          05 OFP-SDN-FIRST-NAME            PIC X(25).
          05 OFP-SDN-LAST-NAME             PIC X(25).
          05 OFP-SDN-DOB                   PIC X(10).
          05 OFP-SDN-COUNTRY-CD            PIC X(03).
          05 OFP-RESULT                    PIC X(01).
             88 OFP-POTENTIAL-MATCH        VALUE 'P'.
             88 OFP-NO-MATCH               VALUE 'N'.
          05 OFP-MATCH-BASIS               PIC X(20).
