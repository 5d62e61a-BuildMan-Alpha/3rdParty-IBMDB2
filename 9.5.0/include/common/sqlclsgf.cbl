      *************************************************************************
      *
      * Source File Name: SQLCLSGF
      *
      * Function: Include File defining:
      *             One record of SQLCLSSTG, the keyed staging copy of
      *             the classification file. SQLCLSM in staging mode
      *             writes proposed ADD/CHG/DEA/ADS/CHS/DES rulings
      *             here instead of into the live SQLCLSTBL, so a
      *             reclassification can be tried against history
      *             (SQLCLSIM) before any batch program sees it.
      *             The key, detail and active flag are field for
      *             field the SQLCLSTBL record (COPY sqlclstf), so a
      *             staged entry moves across to the live file as-is.
      *               SQLCG-STAGE-STATUS - PENDING as staged, APPROVED
      *                 once an operator signs it off through SQLCLSM's
      *                 APR/APS, PROMOTED once SQLCLSPR has copied it
      *                 into SQLCLSTBL. A PROMOTED entry is history
      *                 only; re-staging the same key starts it over
      *                 as PENDING.
      *               SQLCG-STAGED-ACTION - the SQLCLSM function that
      *                 last staged the entry.
      *
      *************************************************************************
       01  SQLCG-STAGE-RECORD.
           05  SQLCG-CLASS-KEY            PIC X(11).
           05  SQLCG-CLASS-DETAIL.
               COPY sqlclsf REPLACING LEADING ==SQLC== BY ==SQLCG==.
           05  SQLCG-ACTIVE-FLAG          PIC X.
               88  SQLCG-ENTRY-ACTIVE      VALUE 'A'.
               88  SQLCG-ENTRY-INACTIVE    VALUE 'I'.
           05  SQLCG-STAGE-STATUS         PIC X(8).
               88  SQLCG-STAGE-PENDING     VALUE 'PENDING'.
               88  SQLCG-STAGE-APPROVED    VALUE 'APPROVED'.
               88  SQLCG-STAGE-PROMOTED    VALUE 'PROMOTED'.
           05  SQLCG-STAGED-ACTION        PIC X(8).
           05  SQLCG-STAGED-TIMESTAMP     PIC X(26).
           05  SQLCG-APPROVED-BY          PIC X(8).
           05  SQLCG-APPROVED-TIMESTAMP   PIC X(26).
           05  SQLCG-PROMOTED-TIMESTAMP   PIC X(26).
           05  FILLER                     PIC X(20).
