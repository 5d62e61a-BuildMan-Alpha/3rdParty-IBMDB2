      *************************************************************************
      *
      * Source File Name: SQLRSTLF
      *
      * Function: Include File defining:
      *             One record on the SQLRSTLOG restart-maintenance
      *             log - every change an operator makes to a
      *             SQLRESTART checkpoint through the SQLRSTM console,
      *             so a resubmit that did not resume where SQLRETRY
      *             left it can always be traced to who moved it, from
      *             what, to what and why:
      *               TOP     - forced start-from-top: an open
      *                         checkpoint marked consumed, so the
      *                         resubmit's FN-GETCKPT finds nothing
      *               REOPEN  - a consumed checkpoint made open again,
      *                         so the next resubmit positions from it
      *               SETKEY  - SQLR-LAST-KEY-PROCESSED overridden
      *             The before and after images hold the three fields
      *             an operator can move. SQLRL-RESTART-TIMESTAMP is
      *             the checkpoint's own timestamp at the time; a
      *             later SQLRETRY checkpoint for the same job and
      *             program carries a newer one, which is how SQLTURNR
      *             tells a hand-overridden open restart from one
      *             SQLRETRY has since replaced.
      *
      *************************************************************************
       01  SQLRL-MAINT-RECORD.
           05  SQLRL-TIMESTAMP            PIC X(26).
           05  SQLRL-ACTION               PIC X(8).
               88  SQLRL-ACTION-TOP        VALUE 'TOP'.
               88  SQLRL-ACTION-REOPEN     VALUE 'REOPEN'.
               88  SQLRL-ACTION-SETKEY     VALUE 'SETKEY'.
           05  SQLRL-JOB-NAME             PIC X(8).
           05  SQLRL-PROGRAM-NAME         PIC X(8).
           05  SQLRL-RESTART-TIMESTAMP    PIC X(26).
           05  SQLRL-OPERATOR             PIC X(8).
           05  SQLRL-BEFORE-IMAGE.
               10  SQLRL-BEFORE-CONSUMED  PIC X.
               10  SQLRL-BEFORE-LAST-KEY  PIC X(40).
               10  SQLRL-BEFORE-COMMITS   PIC S9(9) COMP-5.
           05  SQLRL-AFTER-IMAGE.
               10  SQLRL-AFTER-CONSUMED   PIC X.
               10  SQLRL-AFTER-LAST-KEY   PIC X(40).
               10  SQLRL-AFTER-COMMITS    PIC S9(9) COMP-5.
           05  SQLRL-REASON               PIC X(60).
           05  FILLER                     PIC X(20).
