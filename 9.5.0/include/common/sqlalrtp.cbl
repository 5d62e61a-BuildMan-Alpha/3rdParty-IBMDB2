      *             SQLLP-FN-CLOSE flushes and closes the alert queue
      *             from an end-of-job paragraph.
      *
      *             SQLLP-FN-NOTIFY queues one NEW alert for a control
      *             condition that no SQLCODE describes - a batch step
      *             finding its own counts out of balance, say. The
      *             caller names the condition in
      *             SQLLP-RC-CONDITION-NAME (which SQLALRTRTE routes
      *             on like any other) and words the page in
      *             SQLLP-NOTIFY-TEXT; SQLLP-SQLCODE is carried as
      *             given. Each call pages - control conditions are
      *             raised once per finding, never in storms.
      *
      *************************************************************************
       01  SQLALERT-PARMS.
           05  SQLLP-FUNCTION-CODE        PIC X(8).
               88  SQLLP-FN-ALERT          VALUE 'ALERT'.
               88  SQLLP-FN-CLOSE          VALUE 'CLOSE'.
               88  SQLLP-FN-NOTIFY         VALUE 'NOTIFY'.
           05  SQLLP-JOB-NAME              PIC X(8).
           05  SQLLP-STEP-NAME             PIC X(8).
           05  SQLLP-PROGRAM-NAME          PIC X(8).
           05  SQLLP-SUPPRESS-SECONDS      PIC S9(9) COMP-5.
           05  SQLLP-ESCALATE-SECONDS      PIC S9(9) COMP-5.
           05  SQLLP-RETURN-CODE           PIC S9(4) COMP-5.
      * FN-NOTIFY only. Kept after the return code so every caller
      * compiled before it existed still passes a block SQLALERT
      * reads correctly for ALERT and CLOSE.
           05  SQLLP-NOTIFY-TEXT           PIC X(120).
