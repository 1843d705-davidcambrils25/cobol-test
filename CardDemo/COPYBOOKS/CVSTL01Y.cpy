      ******************************************************************
      * CardDemo - Collections Settlement Offer Record (SETLOFR)
      * One row per settle-in-full offer a collector makes on COCOL00C:
      * the customer pays STL-OFFER-AMT by STL-DUE-DATE and the rest of
      * the balance is forgiven. Keyed by account plus a sequence, the
      * same way promises are, so the history of offers stays on file.
      * An offer that forgives more than the COCOL00C threshold
      * percentage of the balance is written pending ('P') and queued
      * on ACCTAPR (field name 'SETTLE') for a second user; COACTAPC
      * opens it ('O') or rejects it ('R'). An offer inside the
      * threshold is opened at once, the collector being the approver.
      * The nightly CBSTL01C batch settles an open offer ('S') once
      * posted payments dated between STL-OFFER-DATE and STL-DUE-DATE
      * reach the offer amount - writing off the remainder as a type
      * 11/9001 settlement and closing the account with reason 'STLD' -
      * and voids ('V') any offer still open or pending past its date.
      ******************************************************************
       01 SETTLEMENT-OFFER-RECORD.
          05 STL-KEY.
             10 STL-ACCT-ID                PIC 9(11).
             10 STL-SEQ                    PIC 9(04).
          05 STL-OFFER-AMT                 PIC S9(09)V99 COMP-3.
          05 STL-BALANCE-AT-OFFER          PIC S9(10)V99 COMP-3.
          05 STL-FORGIVE-PCT               PIC 9(03)V99.
          05 STL-OFFER-DATE                PIC X(10).
          05 STL-DUE-DATE                  PIC X(10).
          05 STL-COLLECTOR                 PIC X(08).
          05 STL-APPROVED-BY               PIC X(08).
          05 STL-STATUS                    PIC X(01).
             88 STL-PENDING-APPROVAL       VALUE 'P'.
             88 STL-OPEN                   VALUE 'O'.
             88 STL-SETTLED                VALUE 'S'.
             88 STL-VOIDED                 VALUE 'V'.
             88 STL-REJECTED               VALUE 'R'.
             88 STL-IN-FORCE               VALUE 'P' 'O'.
      * FILLED IN BY CBSTL01C WHEN THE OFFER IS SETTLED OR VOIDED.
          05 STL-PAID-AMT                  PIC S9(09)V99 COMP-3.
          05 STL-FORGIVEN-AMT              PIC S9(10)V99 COMP-3.
          05 STL-CLOSED-DATE               PIC X(10).
          05 STL-ENTERED-TS                PIC X(26).
