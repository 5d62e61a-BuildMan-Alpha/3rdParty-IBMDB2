      *                        position the resubmit from, instead of
      *                        only the exhausted-retry case leaving
      *                        one.
      *           FN-STOPCKPT- the caller is stopping the step on its
      *                        own decision (SQLSUSP's circuit
      *                        breaker): write the restart record
      *                        now, whatever the interval count, and
      *                        set ACTION-RESTART.
      *           FN-COMPLETE- the run finished clean; mark this
      *                        job's open checkpoint consumed so a
      *                        later clean run starts from the top.
      *                        next one.
      *           FN-CLOSE   - end of job; close the restart file.
      *
      *           Every call is also passed to SQLRUNLG for the
      *           SQLRUNLOG run ledger: the first call stamps the
      *           run's start, each FN-CHECKPT raises the run's commit
      *           count, and FN-COMPLETE writes the run's end-of-job
      *           record.
      *
      *           The restart file is keyed on job + program so the
      *           newest checkpoint for a job is findable directly; a
      *           later checkpoint for the same job REWRITEs the
       01  WS-EFFECTIVE-BACKOFF            PIC S9(4) COMP-5.
       01  WS-COMMITS-SINCE-CKPT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-EFFECTIVE-CKPT-EVERY         PIC S9(4) COMP-5.
      * Commits reported this run - the ledger's commit count when
      * the caller leaves SQLRP-COMMIT-COUNT unset.
       01  WS-RUN-COMMITS                  PIC S9(9) COMP-5 VALUE ZERO.
       COPY sqlrunp.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE                 PIC 9(8).
           05  WS-CDT-TIME                 PIC 9(6).
                   PERFORM 1000-CHECK-CONDITION
               WHEN SQLRP-FN-CHECKPT
                   PERFORM 3000-INTERVAL-CHECKPOINT
               WHEN SQLRP-FN-STOPCKPT
                   PERFORM 3500-STOP-CHECKPOINT
               WHEN SQLRP-FN-COMPLETE
                   PERFORM 4000-COMPLETE-THE-RUN
               WHEN SQLRP-FN-GETCKPT
               WHEN OTHER
                   MOVE 8 TO SQLRP-RETURN-CODE
           END-EVALUATE
           IF SQLRP-RETURN-CODE NOT = 8
               PERFORM 9000-TELL-THE-LEDGER
           END-IF
           GOBACK.

       1000-CHECK-CONDITION.
      * running retry count in the audit fields.
       3000-INTERVAL-CHECKPOINT.
           ADD 1 TO WS-COMMITS-SINCE-CKPT
           ADD 1 TO WS-RUN-COMMITS
           IF SQLRP-CHECKPOINT-EVERY > ZERO
               MOVE SQLRP-CHECKPOINT-EVERY TO WS-EFFECTIVE-CKPT-EVERY
           ELSE
               END-IF
           END-IF.

      * A deliberate stop is checkpointed at once from the caller's
      * last commit point, under the caller's condition name, so
      * SQLTURNR and SQLRSTM show why the job stopped. It is not a
      * commit, so the interval and run commit counts stay as they
      * were.
       3500-STOP-CHECKPOINT.
           PERFORM 1300-WRITE-RESTART-RECORD
           IF SQLRP-RETURN-CODE = ZERO
               MOVE ZERO TO WS-COMMITS-SINCE-CKPT
               SET SQLRP-ACTION-RESTART TO TRUE
           END-IF.

      * The run committed its last record and ended clean: an open
      * interval checkpoint left behind would make SQLTURNR hand the
      * job over as "restart outstanding" and could position a later
               CLOSE SQLRESTART-FILE
               SET WS-FILE-NOT-OPEN TO TRUE
           END-IF.

      * The commit count handed on is the caller's own running count
      * when it keeps one, else the FN-CHECKPT calls counted here.
      * The ledger's return code is deliberately not passed back - a
      * ledger problem must never cost the caller its checkpoint.
       9000-TELL-THE-LEDGER.
           IF SQLRP-FN-COMPLETE
               SET SQLRN-FN-END TO TRUE
           ELSE
               SET SQLRN-FN-NOTE TO TRUE
           END-IF
           MOVE SQLRP-JOB-NAME     TO SQLRN-JOB-NAME
           MOVE SQLRP-PROGRAM-NAME TO SQLRN-PROGRAM-NAME
           SET SQLRN-END-COMPLETE  TO TRUE
           MOVE ZERO               TO SQLRN-SQLCODE
           MOVE SPACES             TO SQLRN-SQLSTATE
           IF SQLRP-COMMIT-COUNT > WS-RUN-COMMITS
               MOVE SQLRP-COMMIT-COUNT TO SQLRN-COMMIT-COUNT
           ELSE
               MOVE WS-RUN-COMMITS     TO SQLRN-COMMIT-COUNT
           END-IF
           CALL 'SQLRUNLG' USING SQLRUNLG-PARMS.
