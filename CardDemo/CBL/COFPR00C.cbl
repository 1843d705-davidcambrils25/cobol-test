000000*                     LANDS AS A PENDING ROW (REFPEND,
000000*                     CVRFP01Y) AND ONLY REACHES FRAUDPRM WHEN
000000*                     A DIFFERENT ADMIN APPLIES IT ON COREFAPC.
000000* 2026-10-15  MAINT   CLEAR RFP-SIM-RUN-ID ON THE QUEUED ROW.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ADMIN MAINTENANCE FOR THE EFFECTIVE-DATED FRAUD
000000     SET RFP-PENDING             TO TRUE
000000     MOVE SPACES                 TO RFP-APPROVED-BY
000000     MOVE SPACES                 TO RFP-APPROVED-TS
000000     MOVE SPACES                 TO RFP-SIM-RUN-ID
000000     EXEC CICS
000000         WRITE DATASET('REFPEND')
000000         FROM(REF-PENDING-RECORD)
