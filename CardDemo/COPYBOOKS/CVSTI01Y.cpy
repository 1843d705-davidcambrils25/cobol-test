      ******************************************************************
      * CardDemo - Network Stand-In Authorization Advice Record
      * One row per authorization the card network approved on our
      * behalf, under its stand-in limits, while our region or the
      * COAUTSVC link was unreachable. The first and last records of
      * the file carry the HDR/TRL control stamp convention of
      * CVFCT01Y, and the file ID is checked against the FILECTL
      * registry so an advice file cannot load twice. Loaded by
      * CBSTI01C as OPEN holds on AUTHFILE (AUT-KEYED-BY 'STANDIN').
      * SIA-NETWORK-AUTH-CD is the approval code the network gave the
      * merchant; it appears on the would-have-declined report so the
      * network can trace the approval.
      ******************************************************************
       01 STANDIN-ADVICE-RECORD.
          05 SIA-CARD-NUM                  PIC X(16).
          05 SIA-AMOUNT                    PIC S9(09)V99 COMP-3.
          05 SIA-MERCHANT-ID               PIC X(09).
          05 SIA-AUTH-DATE                 PIC X(10).
          05 SIA-CASH-ADV-IND              PIC X(01).
             88 SIA-IS-CASH-ADVANCE        VALUE 'Y'.
          05 SIA-NETWORK-AUTH-CD           PIC X(06).
          05 FILLER                        PIC X(02).
