      * CUST-EMAIL-ADDRESS/CUST-PAPERLESS-CONSENT-IND on CUSTOMER-RECORD
      * (CVCUS01Y) so a paperless-notice check does not have to re-read
      * CUSTDAT for a customer already cached here.
      * CDEMO-TASK-CONTEXT carries the case a screen hands over when a
      * rep sets up a follow-up task from it (PF8 on COC360C, COCOL00C
      * and CODSP00C) - the account/customer ride the fields above.
      * It is meaningful only on that one XCTL to COTSK00C, which
      * takes the whole commarea and clears it. It starts past the 400
      * bytes the other programs copy out of DFHCOMMAREA, so anywhere
      * else it simply arrives as spaces.
      ******************************************************************
       01 CARDDEMO-COMMAREA.
          05 CDEMO-GENERAL-INFO.
             10 CDEMO-NAV-STACK-DATA OCCURS 5 TIMES.
                15 CDEMO-NAV-STACK-PGM        PIC X(08).
                15 CDEMO-NAV-STACK-TRANID     PIC X(04).
          05 FILLER                           PIC X(09).
          05 CDEMO-TASK-CONTEXT.
             10 CDEMO-TASK-CASE-TYPE          PIC X(01).
             10 CDEMO-TASK-CASE-ID            PIC X(16).
      *
      * Ver: CardDemo_v1.0-15-g27d6c6f-68 Date: 2022-07-19 23:15:57 CDT
      *
