      ******************************************************************
      * CardDemo - OFAC Specially Designated Nationals List (SDNLIST)
      * One row per individual or entity on the Treasury SDN list,
      * keyed by the last name (stored upper case) and the list's own
      * entry number, so a screen positions on the customer's last
      * name and reads forward only while it still matches. Loaded by
      * CBOFC01C from each new list; a row still carrying an older
      * SDN-LIST-ID after a load has come off the list and is
      * removed. A blank DOB or country means the list gives none -
      * see CBOFC03C for how each is weighed.
      ******************************************************************
       01 SDN-LIST-RECORD.
          05 SDN-KEY.
             10 SDN-LAST-NAME              PIC X(25).
             10 SDN-ENT-NUM                PIC X(10).
          05 SDN-FIRST-NAME                PIC X(25).
          05 SDN-DOB-YYYY-MM-DD            PIC X(10).
          05 SDN-COUNTRY-CD                PIC X(03).
          05 SDN-PROGRAM                   PIC X(10).
          05 SDN-LIST-ID                   PIC X(16).
          05 SDN-LOAD-DATE                 PIC X(10).

      ******************************************************************
      * ONE ROW PER LIST ENTRY ON THE INBOUND SDN LIST (SDNFEED) -
      * WRAPPED IN THE CVFCT01Y HDR/TRL CONTROL STAMPS AND CHECKED
      * AGAINST THE FILECTL REGISTRY BY CBOFC01C.
      ******************************************************************
       01 SDN-FEED-RECORD.
          05 SDF-ENT-NUM                   PIC X(10).
          05 SDF-LAST-NAME                 PIC X(25).
          05 SDF-FIRST-NAME                PIC X(25).
          05 SDF-DOB-YYYY-MM-DD            PIC X(10).
          05 SDF-COUNTRY-CD                PIC X(03).
          05 SDF-PROGRAM                   PIC X(10).
          05 FILLER                        PIC X(07).
