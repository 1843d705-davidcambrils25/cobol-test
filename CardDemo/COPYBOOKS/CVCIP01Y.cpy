      ******************************************************************
      * CardDemo - Customer Identification Program Vendor Files
      * The identity-verification request extract and the vendor's
      * result feed for customers not yet verified (CUST-CIP-STATUS,
      * CVCUS01Y).
      *
      * CIP-REQUEST-RECORD is the outbound extract CBCIP01C sends the
      * identity vendor (CIPOUT): one detail row ('D') per customer
      * submitted, carrying the identifying data as it stands on
      * CUSTDAT, ending with a control trailer ('T') carrying the
      * detail row count.
      ******************************************************************
       01 CIP-REQUEST-RECORD.
          05 CRQ-REC-TYPE                  PIC X(01).
             88 CRQ-DETAIL-REC             VALUE 'D'.
             88 CRQ-TRAILER-REC            VALUE 'T'.
          05 CRQ-CUST-ID                   PIC 9(09).
          05 CRQ-FIRST-NAME                PIC X(25).
          05 CRQ-MIDDLE-NAME               PIC X(25).
          05 CRQ-LAST-NAME                 PIC X(25).
          05 CRQ-ADDR-LINE-1               PIC X(50).
          05 CRQ-ADDR-LINE-2               PIC X(50).
          05 CRQ-ADDR-STATE-CD             PIC X(02).
          05 CRQ-ADDR-COUNTRY-CD           PIC X(03).
          05 CRQ-ADDR-ZIP                  PIC X(05).
          05 CRQ-PHONE-NUM                 PIC X(13).
          05 CRQ-SSN                       PIC 9(09).
          05 CRQ-DOB-YYYY-MM-DD            PIC X(10).
          05 CRQ-GOVT-ISSUED-ID            PIC X(20).
          05 CRQ-EXTRACT-DATE              PIC X(10).

       01 CIP-REQUEST-TRAILER REDEFINES CIP-REQUEST-RECORD.
          05 CRT-REC-TYPE                  PIC X(01).
          05 CRT-COUNT                     PIC 9(09).
          05 FILLER                        PIC X(237).
          05 CRT-DATE                      PIC X(10).

      ******************************************************************
      * CIP-RESULT-RECORD is the vendor's answer (CIPRSP), one row per
      * customer it checked, posted by CBCIP02C. 'P' passed - name,
      * SSN, date of birth and address tie to one real person; 'F'
      * failed; 'R' referred - a partial match the vendor would not
      * pass without documents. Up to three vendor reason codes say
      * which element did not tie out.
      ******************************************************************
       01 CIP-RESULT-RECORD.
          05 CRS-CUST-ID                   PIC 9(09).
          05 CRS-RESULT                    PIC X(01).
             88 CRS-PASSED                 VALUE 'P'.
             88 CRS-FAILED                 VALUE 'F'.
             88 CRS-REFERRED               VALUE 'R'.
          05 CRS-REASON-CD                 PIC X(04) OCCURS 3 TIMES.
          05 CRS-VENDOR-REF                PIC X(16).
          05 CRS-RESULT-DATE               PIC X(10).
