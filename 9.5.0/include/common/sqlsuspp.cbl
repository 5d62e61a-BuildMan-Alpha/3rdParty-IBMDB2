      *             missing or out of range rather than insert a
      *             truncated record and call it REAPPLIED.
      *
      *             Suspense circuit breaker: a load listed on the
      *             SQLSUSPBRK threshold file also sets, on every
      *             REJECT call, SQLSP-INPUT-COUNT (input records read
      *             so far, the rejected one included) and its last
      *             commit point (SQLSP-LAST-KEY-COMMITTED,
      *             SQLSP-COMMIT-COUNT), and tests SQLSP-ACTION-CODE
      *             on return:
      *             CONTINUE - carry on with the next record.
      *             STOP     - the reject count or rate crossed the
      *                        load's threshold. SQLSUSP has already
      *                        checkpointed the commit point through
      *                        SQLRETRY (condition SUSPENSE-BREAKER)
      *                        and paged through SQLALERT; the load
      *                        rolls back its open unit of work and
      *                        ends the step, to be resubmitted through
      *                        SQLRETRY's FN-GETCKPT once the feeder
      *                        file is sorted out.
      *             SQLSP-REJECT-COUNT returns the run's rejects so
      *             far. These fields sit after the return code and
      *             SQLSUSP touches them only for a load on the
      *             threshold file, so a caller built before they
      *             existed still passes a block SQLSUSP reads
      *             correctly.
      *
      *************************************************************************
       01  SQLSUSPENSE-PARMS.
           05  SQLSP-FUNCTION-CODE        PIC X(8).
           05  SQLSP-INPUT-LENGTH          PIC S9(4) COMP-5.
           05  SQLSP-INPUT-RECORD          PIC X(4000).
           05  SQLSP-RETURN-CODE           PIC S9(4) COMP-5.
      * Circuit breaker only - kept after the return code, see above.
           05  SQLSP-INPUT-COUNT           PIC S9(9) COMP-5.
           05  SQLSP-LAST-KEY-COMMITTED    PIC X(40).
           05  SQLSP-COMMIT-COUNT          PIC S9(9) COMP-5.
           05  SQLSP-REJECT-COUNT          PIC S9(9) COMP-5.
           05  SQLSP-ACTION-CODE           PIC X(8).
               88  SQLSP-ACTION-CONTINUE   VALUE 'CONTINUE'.
               88  SQLSP-ACTION-STOP       VALUE 'STOP'.
