      *             FN-GETCKPT exactly like an exhausted-retry job,
      *             instead of rerunning from record one.
      *
      *             SQLRP-FN-STOPCKPT checkpoints immediately, for a
      *             caller that has decided to stop the step itself
      *             (SQLSUSP's suspense circuit breaker): the restart
      *             record is written from SQLRP-LAST-KEY-PROCESSED,
      *             SQLRP-COMMIT-COUNT and SQLRP-RC-CONDITION-NAME
      *             whatever the interval count, and the action comes
      *             back RESTART.
      *
      *             SQLRP-FN-COMPLETE is the end-of-run counterpart:
      *             the job finished clean, so its open interval
      *             checkpoint (if any) is marked consumed and a
           05  SQLRP-FUNCTION-CODE        PIC X(8).
               88  SQLRP-FN-CHECK         VALUE 'CHECK'.
               88  SQLRP-FN-CHECKPT       VALUE 'CHECKPT'.
               88  SQLRP-FN-STOPCKPT      VALUE 'STOPCKPT'.
               88  SQLRP-FN-COMPLETE      VALUE 'COMPLETE'.
               88  SQLRP-FN-GETCKPT       VALUE 'GETCKPT'.
               88  SQLRP-FN-RESET         VALUE 'RESET'.
