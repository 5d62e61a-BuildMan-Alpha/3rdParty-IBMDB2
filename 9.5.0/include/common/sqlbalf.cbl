      *************************************************************************
      *
      * Source File Name: SQLBALF
      *
      * Function: Include File defining:
      *             One record on the SQLBALLOG record-count balancing
      *             log. Every hand-off that moves audit, alert,
      *             suspense or restart records between files writes
      *             one record here proving (or disproving) that what
      *             went in came out:
      *               SQLAUDMG - one record per spill it balanced:
      *                 CONTROL  - records the SQLAUDIT control
      *                            records on the spill say were
      *                            captured
      *                 INPUT    - data records read off the spill
      *                 OUTPUT   - records merged to the trail
      *                 KEPT     - records held on the spill
      *                 NO-CTL   - records after the spill's last
      *                            control, from a run that never
      *                            reached SQLAP-FN-CLOSE
      *               plus one trail record (job spaces) for the
      *               whole merge - INPUT released to the sort,
      *               OUTPUT written to SQLAUDIT.
      *               SQLARCHV - one record per live file:
      *                 INPUT    - records read off the live file
      *                 OUTPUT   - records rolled to the archive
      *                 KEPT     - records retained
      *                 CONTROL  - retained records copied back to
      *                            the live file
      *             The SQLBALR report lists the log for the SQLCALND
      *             range.
      *
      *************************************************************************
       01  SQLBL-BALANCE-RECORD.
           05  SQLBL-RUN-TIMESTAMP        PIC X(26).
           05  SQLBL-STEP-NAME            PIC X(8).
           05  SQLBL-FILE-NAME            PIC X(16).
           05  SQLBL-JOB-NAME             PIC X(8).
           05  SQLBL-CONTROL-COUNT        PIC S9(9) COMP-5.
           05  SQLBL-INPUT-COUNT          PIC S9(9) COMP-5.
           05  SQLBL-OUTPUT-COUNT         PIC S9(9) COMP-5.
           05  SQLBL-KEPT-COUNT           PIC S9(9) COMP-5.
           05  SQLBL-NOCTL-COUNT          PIC S9(9) COMP-5.
           05  SQLBL-BALANCE-STATUS       PIC X(8).
               88  SQLBL-IN-BALANCE        VALUE 'BALANCED'.
               88  SQLBL-OUT-OF-BALANCE    VALUE 'OUTOFBAL'.
               88  SQLBL-NOT-CONTROLLED    VALUE 'NOCTL'.
      * What the step did with the records once it had counted them.
           05  SQLBL-DISPOSITION          PIC X(10).
               88  SQLBL-DISP-MERGED       VALUE 'MERGED'.
               88  SQLBL-DISP-HELD         VALUE 'HELD'.
               88  SQLBL-DISP-ABANDONED    VALUE 'ABANDONED'.
               88  SQLBL-DISP-REWRITTEN    VALUE 'REWRITTEN'.
               88  SQLBL-DISP-UNTOUCHED    VALUE 'UNTOUCHED'.
           05  FILLER                     PIC X(20).
