      *               deferred, so every downstream trail reader
      *               refuses to run against a half-merged window.
      *
      *           Record-count balancing. Before anything is sorted,
      *           each spill is counted against the CONTROL records
      *           SQLAUDIT wrote at every FN-CLOSE (see sqlaudf). A
      *           spill whose records disagree with its own controls
      *           is held - not merged, not emptied, its job kept on
      *           the registry and the window left OPEN - and an
      *           OUT-OF-BALANCE alert goes out through SQLALERT. After
      *           the sort, the records released for each job and the
      *           records written to the trail are held to the same
      *           counts; a difference there abandons the run before
      *           any spill is emptied. Every spill's counts, and the
      *           merge's, go to the SQLBALLOG balancing log (COPY
      *           sqlbalf) for the SQLBALR report.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLAUDMG.
           SELECT SQLAUDWCTL-FILE ASSIGN TO 'SQLAUDWCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCTL-FILE-STATUS.
           SELECT SQLBALLOG-FILE ASSIGN TO 'SQLBALLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SQLAUDSRT'.
       DATA DIVISION.
       FILE SECTION.
           COPY sqlaudf REPLACING LEADING ==SQLA== BY ==SPLA==.
       FD  SQLAUDIT-FILE.
           COPY sqlaudf.
       FD  SQLBALLOG-FILE.
           COPY sqlbalf.
      * The sort record is sized over the audit record layout on
      * purpose - an exact-length record would silently truncate the
      * day a field is added to sqlaudf. The RETURN ... INTO the FD
       01  WS-AUDIT-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-KNWN-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-WCTL-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-BAL-FILE-STATUS            PIC XX VALUE 'NO'.
       COPY sqlalrtp.
       01  WS-SPILL-NAME                 PIC X(20).
       01  WS-SPILL-JOB                  PIC X(8).
       01  WS-JOBS-EOF                   PIC X VALUE 'N'.
      * so the next run retries it.
               10  WS-JOB-MERGED-FLAG     PIC X.
                   88  WS-JOB-WAS-MERGED   VALUE 'Y'.
      * Counts from the balancing pass at 1400 and the release at
      * 2200. The balance state stays space for a spill that never
      * opened there - the release path defers or reports it as it
      * always has.
               10  WS-JOB-CONTROL-COUNT   PIC S9(9) COMP-5.
               10  WS-JOB-READ-COUNT      PIC S9(9) COMP-5.
               10  WS-JOB-NOCTL-COUNT     PIC S9(9) COMP-5.
               10  WS-JOB-RELEASED-COUNT  PIC S9(9) COMP-5.
               10  WS-JOB-BALANCE         PIC X.
                   88  WS-JOB-NOT-BALANCED VALUE SPACE.
                   88  WS-JOB-IN-BALANCE   VALUE 'B'.
                   88  WS-JOB-UNCONTROLLED VALUE 'U'.
                   88  WS-JOB-OUT-OF-BALANCE VALUE 'O'.
       01  WS-JOB-SEEN                   PIC X VALUE 'N'.
           88  WS-JOB-ALREADY-SEEN        VALUE 'Y'.
      * Registered jobs past the dedup table's capacity are deferred,
       01  WS-KNWN-WRITE-FAILED          PIC X VALUE 'N'.
           88  WS-KNWN-FAILED             VALUE 'Y'.
       01  WS-OPENED-TS-SAVE             PIC X(26) VALUE SPACES.
      * Records counted since the last OPEN or CONTROL marker on the
      * spill being balanced - one run's stretch of it.
       01  WS-SEGMENT-COUNT              PIC S9(9) COMP-5.
       01  WS-HELD-COUNT                 PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-ALERTS-RAISED              PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-MERGE-BALANCE-FLAG         PIC X VALUE 'Y'.
           88  WS-MERGE-IN-BALANCE        VALUE 'Y'.
           88  WS-MERGE-OUT-OF-BALANCE    VALUE 'N'.
       01  WS-RUN-TIMESTAMP              PIC X(26).
       01  WS-MERGED-CONTROL             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-EDIT-1               PIC Z(8)9.
       01  WS-COUNT-EDIT-2               PIC Z(8)9.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE                PIC 9(8).
           05  WS-CDT-TIME                PIC 9(6).
           PERFORM 1000-LOAD-JOB-REGISTRY
           PERFORM 1200-LOAD-KNOWN-JOBS
           PERFORM 1300-SWEEP-UNREGISTERED-SPILLS
           PERFORM 4900-BUILD-TIMESTAMP
           MOVE WS-MERGE-TIMESTAMP TO WS-RUN-TIMESTAMP
           IF WS-JOB-TABLE-COUNT > ZERO
               PERFORM 1400-BALANCE-THE-SPILLS
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-AUDIT-TIMESTAMP
                   INPUT PROCEDURE IS 2000-RELEASE-ALL-SPILLS
                   OUTPUT PROCEDURE IS 3000-EXTEND-THE-TRAIL
               PERFORM 3900-BALANCE-THE-MERGE
               PERFORM 4000-EMPTY-THE-SPILLS
               PERFORM 4500-EMPTY-THE-REGISTRY
               PERFORM 4700-UPDATE-KNOWN-JOBS
           END-IF
           PERFORM 4800-STAMP-WINDOW-MERGED
           PERFORM 5900-CLOSE-BALANCE-FILES
           DISPLAY 'SQLAUDMG: ' WS-RECORDS-MERGED ' RECORDS FROM '
               WS-JOBS-MERGED ' JOBS MERGED TO SQLAUDIT'
           IF WS-HELD-COUNT > ZERO
               DISPLAY 'SQLAUDMG: ' WS-HELD-COUNT ' SPILLS HELD OUT '
                   'OF BALANCE - SEE SQLBALLOG'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * An absent registry is a window in which no job hit a SQL
                           SET WS-JOB-IDX TO WS-JOB-TABLE-COUNT
                           MOVE SQLAJ-JOB-NAME
                               TO WS-JOB-NAME(WS-JOB-IDX)
                           PERFORM 1150-CLEAR-JOB-ENTRY
                       WHEN WS-OVFL-TABLE-COUNT < 400
                           ADD 1 TO WS-OVFL-TABLE-COUNT
                           SET WS-OVFL-IDX TO WS-OVFL-TABLE-COUNT
       2000-RELEASE-ALL-SPILLS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-TABLE-COUNT
               IF NOT WS-JOB-OUT-OF-BALANCE(WS-JOB-IDX)
                   PERFORM 2100-RELEASE-ONE-SPILL
               END-IF
           END-PERFORM.

      * A spill held out of balance at 1400 is not released at all.
      * A spill that fails to open for any reason other than '35'
      * (file not found) still holds its job's records - that job is
      * deferred back onto the registry so the next run retries it,
      * directly - some of this spill's records are already released
      * to the sort by then, and the only safe exit is abandoning the
      * whole run before anything reaches the trail or the spills.
      * The OPEN and CONTROL markers were counted at 1400 and stop
      * here - only the audit records themselves reach the sort.
       2200-RELEASE-SPILL-RECORD.
           READ SPILL-FILE
               AT END
                   SET WS-NO-MORE-SPILL TO TRUE
               NOT AT END
                   IF NOT SPLA-SPILL-MARKER
                       RELEASE SRT-AUDIT-RECORD FROM SPLA-AUDIT-RECORD
                       ADD 1 TO WS-RECORDS-MERGED
                       ADD 1 TO WS-JOB-RELEASED-COUNT(WS-JOB-IDX)
                   END-IF
           END-READ
           IF WS-SPILL-FILE-STATUS NOT = '00' AND
                   WS-SPILL-FILE-STATUS NOT = '10'
               END-STRING
           END-IF.

       1150-CLEAR-JOB-ENTRY.
           MOVE 'N'  TO WS-JOB-MERGED-FLAG(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-CONTROL-COUNT(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-READ-COUNT(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-NOCTL-COUNT(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-RELEASED-COUNT(WS-JOB-IDX)
           MOVE SPACE TO WS-JOB-BALANCE(WS-JOB-IDX).

      * The cumulative known-jobs list is the sweep's candidate
      * set. An absent list is a first run of this sweep - nothing
      * to probe yet beyond the blank-name spill, which is always a
                           SET WS-JOB-IDX TO WS-JOB-TABLE-COUNT
                           MOVE WS-SPILL-JOB
                               TO WS-JOB-NAME(WS-JOB-IDX)
                           PERFORM 1150-CLEAR-JOB-ENTRY
                       WHEN WS-OVFL-TABLE-COUNT < 400
                           ADD 1 TO WS-OVFL-TABLE-COUNT
                           SET WS-OVFL-IDX TO WS-OVFL-TABLE-COUNT
                   END-EVALUATE
           END-READ.

      * The balancing pass. Each spill is read end to end before a
      * single record is released: every CONTROL record must match
      * the records counted since the OPEN marker or CONTROL record
      * before it. Records after a spill's last control came from a
      * run that never reached FN-CLOSE (or from a spill written
      * before the controls existed) - with nothing to hold them to
      * they merge, counted as uncontrolled. A spill that fails its
      * own controls is held for ops; the spills that balance merge.
       1400-BALANCE-THE-SPILLS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-TABLE-COUNT
               PERFORM 1410-BALANCE-ONE-SPILL
           END-PERFORM.

      * A spill that will not open here is left to 2100, which
      * reports or defers it exactly as before.
       1410-BALANCE-ONE-SPILL.
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-SPILL-JOB
           PERFORM 2500-BUILD-SPILL-NAME
           MOVE 'N' TO WS-SPILL-EOF
           MOVE ZERO TO WS-SEGMENT-COUNT
           OPEN INPUT SPILL-FILE
           IF WS-SPILL-FILE-STATUS = '00'
               SET WS-JOB-IN-BALANCE(WS-JOB-IDX) TO TRUE
               PERFORM 1420-COUNT-SPILL-RECORD UNTIL WS-NO-MORE-SPILL
               CLOSE SPILL-FILE
               ADD WS-SEGMENT-COUNT TO WS-JOB-NOCTL-COUNT(WS-JOB-IDX)
               IF WS-JOB-NOCTL-COUNT(WS-JOB-IDX) > ZERO
                       AND WS-JOB-IN-BALANCE(WS-JOB-IDX)
                   SET WS-JOB-UNCONTROLLED(WS-JOB-IDX) TO TRUE
               END-IF
               IF WS-JOB-OUT-OF-BALANCE(WS-JOB-IDX)
                   PERFORM 1430-HOLD-THE-SPILL
               END-IF
           END-IF.

      * An OPEN marker with records still counted ahead of it means
      * the run before never reached FN-CLOSE - its records are
      * uncontrolled, not out of balance. Same hard-read-error trap
      * as 2200; nothing has been released yet when it fires.
       1420-COUNT-SPILL-RECORD.
           READ SPILL-FILE
               AT END
                   SET WS-NO-MORE-SPILL TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SPLA-SPILL-OPEN
                           ADD WS-SEGMENT-COUNT
                               TO WS-JOB-NOCTL-COUNT(WS-JOB-IDX)
                           MOVE ZERO TO WS-SEGMENT-COUNT
                       WHEN SPLA-SPILL-CONTROL
                           ADD SPLA-AUDIT-SEQNO
                               TO WS-JOB-CONTROL-COUNT(WS-JOB-IDX)
                           IF SPLA-AUDIT-SEQNO NOT = WS-SEGMENT-COUNT
                               SET WS-JOB-OUT-OF-BALANCE(WS-JOB-IDX)
                                   TO TRUE
                           END-IF
                           MOVE ZERO TO WS-SEGMENT-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-SEGMENT-COUNT
                           ADD 1 TO WS-JOB-READ-COUNT(WS-JOB-IDX)
                   END-EVALUATE
           END-READ
           IF WS-SPILL-FILE-STATUS NOT = '00' AND
                   WS-SPILL-FILE-STATUS NOT = '10'
               DISPLAY 'SQLAUDMG: SPILL ' WS-SPILL-NAME
                   ' READ FAILED, STATUS ' WS-SPILL-FILE-STATUS
                   ' - RUN ABANDONED, SPILLS LEFT INTACT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Held, not dropped: the job goes back on the registry through
      * the same deferral table an unreadable spill uses, so the
      * spill is neither merged nor emptied, the window stays OPEN,
      * and the next merge balances it again - once ops have
      * repaired it or accounted for the difference.
       1430-HOLD-THE-SPILL.
           ADD 1 TO WS-HELD-COUNT
           DISPLAY 'SQLAUDMG: SPILL ' WS-SPILL-NAME
               ' OUT OF BALANCE - ' WS-JOB-CONTROL-COUNT(WS-JOB-IDX)
               ' CONTROLLED, ' WS-JOB-READ-COUNT(WS-JOB-IDX)
               ' READ - SPILL HELD'
           IF WS-OVFL-TABLE-COUNT < 400
               ADD 1 TO WS-OVFL-TABLE-COUNT
               SET WS-OVFL-IDX TO WS-OVFL-TABLE-COUNT
               MOVE WS-JOB-NAME(WS-JOB-IDX)
                   TO WS-OVFL-JOB-NAME(WS-OVFL-IDX)
           ELSE
               DISPLAY 'SQLAUDMG: JOB ' WS-JOB-NAME(WS-JOB-IDX)
                   ' REGISTRATION LOST - DEFERRAL TABLE ALSO FULL'
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-JOB-CONTROL-COUNT(WS-JOB-IDX) TO WS-COUNT-EDIT-1
           MOVE WS-JOB-READ-COUNT(WS-JOB-IDX)    TO WS-COUNT-EDIT-2
           MOVE WS-JOB-NAME(WS-JOB-IDX)          TO SQLLP-JOB-NAME
           MOVE SPACES TO SQLLP-NOTIFY-TEXT
           STRING
                   'AUDIT SPILL '
                   FUNCTION TRIM(WS-SPILL-NAME)
                   ' OUT OF BALANCE - CONTROL '
                   FUNCTION TRIM(WS-COUNT-EDIT-1)
                   ' READ '
                   FUNCTION TRIM(WS-COUNT-EDIT-2)
                   ' - SPILL HELD, WINDOW LEFT OPEN'
               DELIMITED BY SIZE
               INTO SQLLP-NOTIFY-TEXT
           END-STRING
           PERFORM 5100-RAISE-BALANCE-ALERT.

      * The merged set goes on the end of the trail in timestamp
      * order with the sequence numbers reassigned across the whole
      * window, so the per-job counters that used to collide become
                   END-IF
           END-RETURN.

      * The merge is held to the balancing pass: each spill that
      * merged released exactly the records counted on it, and the
      * trail took exactly what the sort was given. A difference
      * means records were lost or doubled between spill and trail.
      * Nothing is emptied, the registry and window are left as they
      * stand, and the run ends 16 - every record is still on its
      * spill, but what this run added to SQLAUDIT has to come off
      * again before the merge is rerun. The counts are logged to
      * SQLBALLOG either way.
       3900-BALANCE-THE-MERGE.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-TABLE-COUNT
               IF WS-JOB-WAS-MERGED(WS-JOB-IDX)
                   PERFORM 3910-CHECK-ONE-RELEASE
               END-IF
           END-PERFORM
           IF WS-MERGED-SEQNO NOT = WS-RECORDS-MERGED
                   OR WS-RECORDS-MERGED NOT = WS-MERGED-CONTROL
               SET WS-MERGE-OUT-OF-BALANCE TO TRUE
               MOVE WS-RECORDS-MERGED TO WS-COUNT-EDIT-1
               MOVE WS-MERGED-SEQNO   TO WS-COUNT-EDIT-2
               MOVE 'SQLAUDMG' TO SQLLP-JOB-NAME
               MOVE SPACES TO SQLLP-NOTIFY-TEXT
               STRING
                       'AUDIT MERGE OUT OF BALANCE - RELEASED '
                       FUNCTION TRIM(WS-COUNT-EDIT-1)
                       ' WRITTEN TO SQLAUDIT '
                       FUNCTION TRIM(WS-COUNT-EDIT-2)
                       ' - RUN ABANDONED, SPILLS INTACT'
                   DELIMITED BY SIZE
                   INTO SQLLP-NOTIFY-TEXT
               END-STRING
               PERFORM 5100-RAISE-BALANCE-ALERT
           END-IF
           PERFORM 5000-OPEN-BALANCE-LOG
           IF WS-BAL-FILE-STATUS = '00'
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-TABLE-COUNT
                   IF NOT WS-JOB-NOT-BALANCED(WS-JOB-IDX)
                       PERFORM 3920-LOG-ONE-SPILL
                   END-IF
               END-PERFORM
               PERFORM 3930-LOG-THE-TRAIL
           END-IF
           IF WS-MERGE-OUT-OF-BALANCE
               PERFORM 5900-CLOSE-BALANCE-FILES
               DISPLAY 'SQLAUDMG: MERGE OUT OF BALANCE - RUN '
                   'ABANDONED, SPILLS LEFT INTACT - TAKE THIS '
                   'RUN''S RECORDS OFF SQLAUDIT BEFORE RERUNNING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3910-CHECK-ONE-RELEASE.
           ADD WS-JOB-READ-COUNT(WS-JOB-IDX) TO WS-MERGED-CONTROL
           IF WS-JOB-RELEASED-COUNT(WS-JOB-IDX) NOT =
                   WS-JOB-READ-COUNT(WS-JOB-IDX)
               SET WS-MERGE-OUT-OF-BALANCE TO TRUE
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-SPILL-JOB
               PERFORM 2500-BUILD-SPILL-NAME
               MOVE WS-JOB-READ-COUNT(WS-JOB-IDX) TO WS-COUNT-EDIT-1
               MOVE WS-JOB-RELEASED-COUNT(WS-JOB-IDX)
                   TO WS-COUNT-EDIT-2
               DISPLAY 'SQLAUDMG: SPILL ' WS-SPILL-NAME
                   ' BALANCED AT ' WS-COUNT-EDIT-1 ' BUT RELEASED '
                   WS-COUNT-EDIT-2
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO SQLLP-JOB-NAME
               MOVE SPACES TO SQLLP-NOTIFY-TEXT
               STRING
                       'AUDIT SPILL '
                       FUNCTION TRIM(WS-SPILL-NAME)
                       ' BALANCED AT '
                       FUNCTION TRIM(WS-COUNT-EDIT-1)
                       ' BUT RELEASED '
                       FUNCTION TRIM(WS-COUNT-EDIT-2)
                       ' TO THE MERGE - RUN ABANDONED'
                   DELIMITED BY SIZE
                   INTO SQLLP-NOTIFY-TEXT
               END-STRING
               PERFORM 5100-RAISE-BALANCE-ALERT
           END-IF.

      * A spill that balanced but would not open for the release was
      * deferred at 2100 - its records are still all on it, so it
      * reads as held whatever its own controls said.
       3920-LOG-ONE-SPILL.
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-SPILL-JOB
           PERFORM 2500-BUILD-SPILL-NAME
           PERFORM 5050-START-BALANCE-RECORD
           MOVE WS-SPILL-NAME TO SQLBL-FILE-NAME
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO SQLBL-JOB-NAME
           MOVE WS-JOB-CONTROL-COUNT(WS-JOB-IDX) TO SQLBL-CONTROL-COUNT
           MOVE WS-JOB-READ-COUNT(WS-JOB-IDX)    TO SQLBL-INPUT-COUNT
           MOVE WS-JOB-NOCTL-COUNT(WS-JOB-IDX)   TO SQLBL-NOCTL-COUNT
           EVALUATE TRUE
               WHEN WS-JOB-OUT-OF-BALANCE(WS-JOB-IDX)
                       OR (WS-JOB-WAS-MERGED(WS-JOB-IDX)
                       AND WS-JOB-RELEASED-COUNT(WS-JOB-IDX) NOT =
                           WS-JOB-READ-COUNT(WS-JOB-IDX))
                   SET SQLBL-OUT-OF-BALANCE TO TRUE
               WHEN WS-JOB-UNCONTROLLED(WS-JOB-IDX)
                   SET SQLBL-NOT-CONTROLLED TO TRUE
               WHEN OTHER
                   SET SQLBL-IN-BALANCE TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT WS-JOB-WAS-MERGED(WS-JOB-IDX)
                   SET SQLBL-DISP-HELD TO TRUE
                   MOVE WS-JOB-READ-COUNT(WS-JOB-IDX)
                       TO SQLBL-KEPT-COUNT
               WHEN WS-MERGE-OUT-OF-BALANCE
                   SET SQLBL-DISP-ABANDONED TO TRUE
                   MOVE WS-JOB-RELEASED-COUNT(WS-JOB-IDX)
                       TO SQLBL-OUTPUT-COUNT
                   MOVE WS-JOB-READ-COUNT(WS-JOB-IDX)
                       TO SQLBL-KEPT-COUNT
               WHEN OTHER
                   SET SQLBL-DISP-MERGED TO TRUE
                   MOVE WS-JOB-RELEASED-COUNT(WS-JOB-IDX)
                       TO SQLBL-OUTPUT-COUNT
           END-EVALUATE
           PERFORM 5060-WRITE-BALANCE-RECORD.

      * The whole merge on one line: what the balanced spills held,
      * what reached the sort, what reached the trail.
       3930-LOG-THE-TRAIL.
           PERFORM 5050-START-BALANCE-RECORD
           MOVE 'SQLAUDIT'          TO SQLBL-FILE-NAME
           MOVE WS-MERGED-CONTROL   TO SQLBL-CONTROL-COUNT
           MOVE WS-RECORDS-MERGED   TO SQLBL-INPUT-COUNT
           MOVE WS-MERGED-SEQNO     TO SQLBL-OUTPUT-COUNT
           IF WS-MERGE-OUT-OF-BALANCE
               SET SQLBL-OUT-OF-BALANCE TO TRUE
               SET SQLBL-DISP-ABANDONED TO TRUE
           ELSE
               SET SQLBL-IN-BALANCE TO TRUE
               SET SQLBL-DISP-MERGED TO TRUE
           END-IF
           PERFORM 5060-WRITE-BALANCE-RECORD.

      * A spill whose records are now on the trail is recreated empty
      * rather than deleted, so the next window's OPEN EXTEND in
      * SQLAUDIT starts from a clean file either way. Only spills
      * stamp's timestamp is carried over so the record reads as a
      * history of the window, not just its final state.
       4800-STAMP-WINDOW-MERGED.
           IF WS-OVFL-TABLE-COUNT > ZERO OR WS-HELD-COUNT > ZERO
               DISPLAY 'SQLAUDMG: WINDOW LEFT OPEN ON SQLAUDWCTL - '
                   'DEFERRED OR HELD SPILLS STILL UNMERGED'
           ELSE
               MOVE SPACES TO WS-OPENED-TS-SAVE
               OPEN INPUT SQLAUDWCTL-FILE
           MOVE WS-CDT-TIME(3:2) TO WS-TS-MN
           MOVE WS-CDT-TIME(5:2) TO WS-TS-SS
           MOVE WS-CDT-DECI      TO WS-TS-DECI.

      * The balancing log is shared with SQLARCHV and appended run
      * after run; the create fallback is gated on '35' like every
      * other shared append here. A log that will not open costs the
      * report, never the merge - the counts are still checked and
      * an out-of-balance spill still held and alerted.
       5000-OPEN-BALANCE-LOG.
           OPEN EXTEND SQLBALLOG-FILE
           IF WS-BAL-FILE-STATUS = '05'
               MOVE '00' TO WS-BAL-FILE-STATUS
           END-IF
           IF WS-BAL-FILE-STATUS = '35'
               OPEN OUTPUT SQLBALLOG-FILE
           END-IF
           IF WS-BAL-FILE-STATUS NOT = '00'
               DISPLAY 'SQLAUDMG: UNABLE TO OPEN SQLBALLOG, STATUS '
                   WS-BAL-FILE-STATUS ' - BALANCING NOT LOGGED'
           END-IF.

       5050-START-BALANCE-RECORD.
           INITIALIZE SQLBL-BALANCE-RECORD
           MOVE WS-RUN-TIMESTAMP TO SQLBL-RUN-TIMESTAMP
           MOVE 'SQLAUDMG'       TO SQLBL-STEP-NAME.

       5060-WRITE-BALANCE-RECORD.
           WRITE SQLBL-BALANCE-RECORD
           IF WS-BAL-FILE-STATUS NOT = '00'
               DISPLAY 'SQLAUDMG: SQLBALLOG WRITE FAILED, STATUS '
                   WS-BAL-FILE-STATUS ' FOR ' SQLBL-FILE-NAME
           END-IF.

      * The caller has set the job and worded the text. A failed
      * queue write is shouted; the hold itself does not depend on it.
       5100-RAISE-BALANCE-ALERT.
           SET SQLLP-FN-NOTIFY TO TRUE
           MOVE SPACES           TO SQLLP-STEP-NAME
           MOVE 'SQLAUDMG'       TO SQLLP-PROGRAM-NAME
           MOVE 'OUT-OF-BALANCE' TO SQLLP-RC-CONDITION-NAME
           MOVE ZERO             TO SQLLP-SQLCODE
           MOVE ZERO             TO SQLLP-SQLERRML
           MOVE SPACES           TO SQLLP-SQLERRMC
           MOVE ZERO             TO SQLLP-SUPPRESS-SECONDS
           MOVE ZERO             TO SQLLP-ESCALATE-SECONDS
           CALL 'SQLALERT' USING SQLALERT-PARMS
           ADD 1 TO WS-ALERTS-RAISED
           IF SQLLP-RETURN-CODE NOT = ZERO
               DISPLAY 'SQLAUDMG: OUT-OF-BALANCE ALERT NOT QUEUED, '
                   'RETURN CODE ' SQLLP-RETURN-CODE
           END-IF.

       5900-CLOSE-BALANCE-FILES.
           IF WS-BAL-FILE-STATUS = '00'
               CLOSE SQLBALLOG-FILE
               MOVE 'NO' TO WS-BAL-FILE-STATUS
           END-IF
           IF WS-ALERTS-RAISED > ZERO
               SET SQLLP-FN-CLOSE TO TRUE
               CALL 'SQLALERT' USING SQLALERT-PARMS
               MOVE ZERO TO WS-ALERTS-RAISED
           END-IF.
