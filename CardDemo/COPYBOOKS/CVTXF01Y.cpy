      ******************************************************************
      * CardDemo - 1099-C Filed Form Registry Record (TXFILED)
      * One row per cancellation event a 1099-C has been filed for,
      * keyed like the event (CVDCN01Y), holding exactly what was last
      * sent to the IRS: the debtor's identity as filed and the box
      * amounts. CBTXC01C compares each event and the customer master
      * against it - anything that differs is filed again as a
      * corrected form, and a voided event as a void - so a rerun
      * never files the same form twice.
      ******************************************************************
       01 TAX-FORM-FILED-RECORD.
          05 TXF-KEY.
             10 TXF-ACCT-ID                PIC 9(11).
             10 TXF-EVENT-DATE             PIC X(10).
          05 TXF-TAX-YEAR                  PIC X(04).
          05 TXF-FORM-STATUS               PIC X(01).
             88 TXF-FILED-ORIGINAL         VALUE 'O'.
             88 TXF-FILED-CORRECTED        VALUE 'C'.
             88 TXF-FILED-VOID             VALUE 'V'.
          05 TXF-CUST-ID                   PIC 9(09).
          05 TXF-SSN                       PIC 9(09).
          05 TXF-NAME                      PIC X(40).
          05 TXF-ADDR-LINE-1               PIC X(50).
          05 TXF-ADDR-ZIP                  PIC X(05).
          05 TXF-EVENT-CD                  PIC X(01).
          05 TXF-DEBT-AMT                  PIC S9(10)V99 COMP-3.
          05 TXF-INT-AMT                   PIC S9(10)V99 COMP-3.
          05 TXF-FIRST-FILED-DATE          PIC X(10).
          05 TXF-LAST-FILED-DATE           PIC X(10).
