      ******************************************************************
      * CardDemo - Work-Queue Weekly Summary Record (QWKSUM)
      * One row per work queue per run, written by the CBWKQ01C work-
      * queue productivity report and keyed by the last day of the
      * seven-day window it covers. The report's week-over-week
      * columns come from reading back the row banked seven days
      * earlier - how deep a backlog was last week cannot be rebuilt
      * from the queue files once the items are worked, so each run
      * banks its own numbers, as CBPRF01C does on PRFSUM.
      * Queue IDs: COLL collections (COCOL00C), FRAU fraud holds
      * (COFRD00C), DISP disputes (CODSP00C), GLSU GL suspense
      * (COGLS00C), APPR limit/waiver approvals (COACTAPC), REFD
      * reference approvals (COREFAPC). Age bands: 1=0-2 DAYS,
      * 2=3-7, 3=8-30, 4=OVER 30.
      ******************************************************************
       01 WORK-QUEUE-SUMMARY-RECORD.
          05 QWK-KEY.
             10 QWK-WEEK-END-DATE          PIC X(10).
             10 QWK-QUEUE-ID               PIC X(04).
          05 QWK-WORKED-COUNT              PIC 9(07).
      *       DAYS FROM QUEUED TO WORKED, SUMMED OVER THE WEEK'S ITEMS;
      *       ZERO FOR COLL, WHERE A PROMISE CLOSES NO QUEUED ITEM
          05 QWK-AGE-DAYS-TOTAL            PIC 9(09).
          05 QWK-AVG-AGE-DAYS              PIC 9(05)V9.
          05 QWK-OPEN-COUNT                PIC 9(07).
          05 QWK-OPEN-BAND-COUNT           PIC 9(07) OCCURS 4 TIMES.
          05 FILLER                        PIC X(20).
