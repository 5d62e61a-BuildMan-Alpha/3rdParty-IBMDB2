      *************************************************************************
      *
      * Source File Name: SQLRUNP
      *
      * Function: Include File defining:
      *             CALL parameter block passed to the SQLRUNLG run
      *             ledger subprogram. SQLAUDIT and SQLRETRY are the
      *             only callers - every job already calls one or both
      *             of them, so between them they see the job's first
      *             touch, its commits, every SQLCODE it audited and
      *             its end-of-job call:
      *               SQLRN-FN-START - stamp the run's start (also
      *                 stamped implicitly by the first call of any
      *                 kind, so a job that never asks still gets one).
      *               SQLRN-FN-NOTE  - fold SQLRN-SQLCODE/SQLSTATE
      *                 into the run's worst SQLCLASS severity and
      *                 SQLRN-COMMIT-COUNT into its commit count; a
      *                 zero in either means nothing to fold.
      *               SQLRN-FN-END   - as NOTE, then write the run's
      *                 END ledger record naming SQLRN-END-SOURCE -
      *                 SQLAUDIT's FN-CLOSE or SQLRETRY's FN-COMPLETE.
      *
      *             CALL 'SQLRUNLG' USING SQLRUNLG-PARMS.
      *
      *************************************************************************
       01  SQLRUNLG-PARMS.
           05  SQLRN-FUNCTION-CODE        PIC X(8).
               88  SQLRN-FN-START          VALUE 'START'.
               88  SQLRN-FN-NOTE           VALUE 'NOTE'.
               88  SQLRN-FN-END            VALUE 'END'.
           05  SQLRN-JOB-NAME             PIC X(8).
           05  SQLRN-PROGRAM-NAME         PIC X(8).
           05  SQLRN-END-SOURCE           PIC X(8).
               88  SQLRN-END-AUDCLOSE      VALUE 'AUDCLOSE'.
               88  SQLRN-END-COMPLETE      VALUE 'COMPLETE'.
           05  SQLRN-SQLCODE              PIC S9(9) COMP-5.
           05  SQLRN-SQLSTATE             PIC X(5).
           05  SQLRN-COMMIT-COUNT         PIC S9(9) COMP-5.
           05  SQLRN-RETURN-CODE          PIC S9(4) COMP-5.
