           05  SQLA-PARAGRAPH-NAME        PIC X(30).
           05  SQLA-RC-CONDITION-NAME     PIC X(20).
           05  SQLA-SQLCAID               PIC X(8).
      * Spill marker records (see SQLAUDIT) carry one of these
      * eyecatchers in place of the SQLCA id. An OPEN marker starts
      * each run's records on the spill; the CONTROL record written
      * at SQLAP-FN-CLOSE carries the count of records that run
      * wrote in SQLA-AUDIT-SEQNO. SQLAUDMG balances each spill on
      * them and drops them - they never reach the consolidated
      * trail.
               88  SQLA-SPILL-OPEN         VALUE '*SPILOPN'.
               88  SQLA-SPILL-CONTROL      VALUE '*SPILCTL'.
               88  SQLA-SPILL-MARKER       VALUE '*SPILOPN'
                                                 '*SPILCTL'.
           05  SQLA-SQLCABC               PIC S9(9) COMP-5.
           05  SQLA-SQLCODE               PIC S9(9) COMP-5.
           05  SQLA-SQLERRML              PIC S9(4) COMP-5.
