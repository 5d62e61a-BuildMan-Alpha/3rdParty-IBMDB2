      *             fields and its current SQLCA immediately after the
      *             SQLCODE check that matched a SQL-RC-* condition,
      *             then issues CALL 'SQLAUDIT' USING SQLAUDIT-PARMS.
      *             SQLAP-FN-START, issued once at the top of the job,
      *             stamps the run's start on the SQLRUNLOG ledger
      *             without writing an audit record; a job that skips
      *             it is stamped on its first call of any kind.
      *
      *************************************************************************
       01  SQLAUDIT-PARMS.
           05  SQLAP-FUNCTION-CODE        PIC X(8).
               88  SQLAP-FN-LOG           VALUE 'LOG'.
               88  SQLAP-FN-CLOSE         VALUE 'CLOSE'.
               88  SQLAP-FN-START         VALUE 'START'.
           05  SQLAP-JOB-NAME             PIC X(8).
           05  SQLAP-PROGRAM-NAME         PIC X(8).
           05  SQLAP-PARAGRAPH-NAME       PIC X(30).
