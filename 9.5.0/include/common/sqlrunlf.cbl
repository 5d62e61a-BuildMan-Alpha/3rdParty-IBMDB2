      *************************************************************************
      *
      * Source File Name: SQLRUNLF
      *
      * Function: Include File defining:
      *             One record on the SQLRUNLOG run ledger, the
      *             append-only history of when each job actually ran.
      *             SQLRUNLG writes a START record on a run's first
      *             call into SQLAUDIT or SQLRETRY and an END record
      *             when the run issues SQLAP-FN-CLOSE or
      *             SQLRP-FN-COMPLETE; a run that dies between the two
      *             leaves its START standing alone, which is exactly
      *             what the SQLSCHDR exceptions report looks for.
      *             The END record carries the run's commit count and
      *             the worst SQLCLASS severity it audited - spaces
      *             when it audited nothing worse than a clean call.
      *
      *************************************************************************
       01  SQLRL-LEDGER-RECORD.
           05  SQLRL-JOB-NAME             PIC X(8).
           05  SQLRL-PROGRAM-NAME         PIC X(8).
           05  SQLRL-EVENT-TIMESTAMP      PIC X(26).
           05  SQLRL-EVENT                PIC X(8).
               88  SQLRL-EVENT-START       VALUE 'START'.
               88  SQLRL-EVENT-END         VALUE 'END'.
           05  SQLRL-END-SOURCE           PIC X(8).
               88  SQLRL-END-AUDCLOSE      VALUE 'AUDCLOSE'.
               88  SQLRL-END-COMPLETE      VALUE 'COMPLETE'.
           05  SQLRL-COMMIT-COUNT         PIC S9(9) COMP-5.
           05  SQLRL-WORST-SEVERITY       PIC X(7).
               88  SQLRL-SEV-CLEAN         VALUE SPACES.
               88  SQLRL-SEV-WARNING       VALUE 'WARNING'.
               88  SQLRL-SEV-ERROR         VALUE 'ERROR'.
               88  SQLRL-SEV-FATAL         VALUE 'FATAL'.
           05  FILLER                     PIC X(20).
