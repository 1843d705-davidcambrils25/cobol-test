      ******************************************************************
      * CardDemo - Follow-Up Task Record (TSKFILE)
      * One row per callback or check a rep has promised a cardholder,
      * keyed by the owning user, the date it is due and the moment it
      * was set - so a forward browse of one owner's tasks comes back
      * in due-date order, the order COTSK00C's "due today" list
      * works them. The task names the account and/or customer, what
      * kind of follow-up it is and, where there is one, the case it
      * belongs to: a dispute on DISPFILE (the disputed TRAN-ID), a
      * promise to pay on PTPFILE (account + sequence) or a complaint
      * on CPLFILE (the case ID). Set up on COTSK00C, pre-filled when
      * handed over from COC360C, COCOL00C or CODSP00C.
      * The nightly CBTSK01C batch escalates an open task still open
      * after its due date to the owner's manager on USRMGR (once),
      * and moves the tasks of a deactivated user to their manager -
      * a new owner is a new key, so the row is rewritten under it and
      * TSK-REASSIGNED-FROM keeps the original owner.
      ******************************************************************
       01 FOLLOW-UP-TASK-RECORD.
          05 TSK-KEY.
             10 TSK-OWNER-ID               PIC X(08).
             10 TSK-DUE-DATE               PIC X(10).
             10 TSK-CREATED-ID             PIC X(16).
          05 TSK-ACCT-ID                   PIC 9(11).
          05 TSK-CUST-ID                   PIC 9(09).
          05 TSK-TYPE                      PIC X(04).
             88 TSK-TYPE-CALLBACK          VALUE 'CALL'.
             88 TSK-TYPE-DISPUTE           VALUE 'DISP'.
             88 TSK-TYPE-PAYMENT           VALUE 'PYMT'.
             88 TSK-TYPE-COMPLAINT         VALUE 'CMPL'.
             88 TSK-TYPE-DOCUMENTS         VALUE 'DOCS'.
             88 TSK-TYPE-OTHER             VALUE 'OTHR'.
             88 TSK-TYPE-VALID             VALUE 'CALL' 'DISP' 'PYMT'
                                                 'CMPL' 'DOCS' 'OTHR'.
          05 TSK-CASE-TYPE                 PIC X(01).
             88 TSK-CASE-NONE              VALUE ' '.
             88 TSK-CASE-DISPUTE           VALUE 'D'.
             88 TSK-CASE-PROMISE           VALUE 'P'.
             88 TSK-CASE-COMPLAINT         VALUE 'C'.
             88 TSK-CASE-TYPE-VALID        VALUE ' ' 'D' 'P' 'C'.
          05 TSK-CASE-ID                   PIC X(16).
          05 TSK-NOTE                      PIC X(60).
          05 TSK-STATUS                    PIC X(01).
             88 TSK-OPEN                   VALUE 'O'.
             88 TSK-DONE                   VALUE 'D'.
          05 TSK-CREATED-BY                PIC X(08).
          05 TSK-DONE-TS                   PIC X(26).
          05 TSK-DONE-BY                   PIC X(08).
      *       WHAT CAME OF IT, KEYED WHEN THE TASK IS MARKED DONE
          05 TSK-OUTCOME                   PIC X(60).
          05 TSK-ESCALATED-TO              PIC X(08).
          05 TSK-ESCALATED-DATE            PIC X(10).
          05 TSK-REASSIGNED-FROM           PIC X(08).
          05 TSK-REASSIGNED-DATE           PIC X(10).
          05 FILLER                        PIC X(20).
