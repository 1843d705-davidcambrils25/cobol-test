      ******************************************************************
      * CardDemo - Installment Plan Request Record (INSTREQ)
      * One inbound request per row from the self-service channels
      * (web, mobile app, IVR) asking to convert a posted purchase to
      * an installment plan over INR-TERM-MONTHS. Worked nightly by
      * CBINS01C against the same eligibility and offer table
      * (CVINS02Y) a rep uses on COINS00C.
      ******************************************************************
       01 INSTL-REQUEST-RECORD.
          05 INR-ACCT-ID                   PIC 9(11).
          05 INR-TRAN-ID                   PIC X(16).
          05 INR-TERM-MONTHS               PIC 9(02).
          05 INR-REQUEST-DATE              PIC X(10).
          05 INR-CHANNEL                   PIC X(03).
             88 INR-FROM-WEB               VALUE 'WEB'.
             88 INR-FROM-APP               VALUE 'APP'.
             88 INR-FROM-IVR               VALUE 'IVR'.
          05 FILLER                        PIC X(08).
