      ******************************************************************
      * CardDemo - Suspicious Activity Report Filing Extract (SARXTR)
      * One row per AML case closed with a SAR decision on COAML00C,
      * written once by CBAML02C for the compliance filing team: the
      * subject's identity as held on CUSTDAT, the activity window and
      * the evidence the monitoring run found, and the investigator's
      * narrative.
      ******************************************************************
       01 SAR-EXTRACT-RECORD.
          05 SAR-CUST-ID                   PIC 9(09).
          05 SAR-CASE-SEQ                  PIC 9(03).
          05 SAR-LAST-NAME                 PIC X(25).
          05 SAR-FIRST-NAME                PIC X(25).
          05 SAR-MIDDLE-NAME               PIC X(25).
          05 SAR-SSN                       PIC 9(09).
          05 SAR-DOB                       PIC X(10).
          05 SAR-ADDR-LINE-1               PIC X(50).
          05 SAR-ADDR-LINE-2               PIC X(50).
          05 SAR-ADDR-STATE-CD             PIC X(02).
          05 SAR-ADDR-ZIP                  PIC X(05).
          05 SAR-ADDR-COUNTRY-CD           PIC X(03).
          05 SAR-ACTIVITY-FROM             PIC X(10).
          05 SAR-ACTIVITY-TO               PIC X(10).
          05 SAR-SCORE                     PIC 9(03).
          05 SAR-PATTERN-FLAGS             PIC X(03).
          05 SAR-STRUCT-COUNT              PIC 9(03).
          05 SAR-STRUCT-AMT                PIC S9(09)V99 COMP-3.
          05 SAR-PAYMENT-AMT               PIC S9(09)V99 COMP-3.
          05 SAR-REFUND-AMT                PIC S9(09)V99 COMP-3.
          05 SAR-THIRD-PARTY-AMT           PIC S9(09)V99 COMP-3.
          05 SAR-INVESTIGATOR              PIC X(08).
          05 SAR-DECIDED-TS                PIC X(26).
          05 SAR-NARRATIVE                 PIC X(120).
          05 SAR-DUE-DATE                  PIC X(10).
          05 SAR-EXTRACT-DATE              PIC X(10).
