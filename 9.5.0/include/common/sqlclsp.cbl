      *             SQLCLASS refines the SQLCODE ruling through its
      *             SQLSTATE-keyed entries when one is on file.
      *
      *             SQLCP-FN-WHATIF answers the same question as
      *             SQLCP-FN-LOOKUP, but as the table would stand with
      *             every PENDING or APPROVED entry on the SQLCLSSTG
      *             staging file laid over it - what the SQLCLSIM
      *             simulation asks before a staged change is promoted.
      *
      *************************************************************************
       01  SQLCLASS-PARMS.
           05  SQLCP-FUNCTION-CODE         PIC X(8).
               88  SQLCP-FN-LOOKUP          VALUE 'LOOKUP'.
               88  SQLCP-FN-MSGTEXT         VALUE 'MSGTEXT'.
               88  SQLCP-FN-CLOSE           VALUE 'CLOSE'.
               88  SQLCP-FN-WHATIF          VALUE 'WHATIF'.
           05  SQLCP-SQLCODE                PIC S9(9) COMP-5.
           05  SQLCP-SQLSTATE                PIC X(5).
           05  SQLCP-RC-CONDITION-NAME       PIC X(20).
