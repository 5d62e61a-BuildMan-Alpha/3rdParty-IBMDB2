      *             - alerts raised to the ops queue
      *             - count of new suspense records awaiting review
      *             - outstanding restart checkpoints, meaning the job
      *               stopped short and needs resubmission - with any
      *               the operators have overridden by hand through
      *               SQLRSTM (the SQLRSTLOG maintenance log) marked,
      *               so the day shift knows the resubmit will not
      *               resume where SQLRETRY left it, and any the
      *               SQLSUSP suspense circuit breaker stopped marked,
      *               so the feeder file is checked before the job is
      *               resubmitted
      *           SQLWARNR covers the positive warning codes with a
      *           trend view; this is the error-side equivalent, so
      *           the turnover briefing stops being whatever the night
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLR-RESTART-KEY
               FILE STATUS IS WS-RSTRT-FILE-STATUS.
           SELECT SQLRSTLOG-FILE ASSIGN TO 'SQLRSTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTLOG-FILE-STATUS.
           SELECT SQLTURNRPT-FILE ASSIGN TO 'SQLTURNRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           COPY sqlsusf.
       FD  SQLRESTART-FILE.
           COPY sqlrestrt.
       FD  SQLRSTLOG-FILE.
           COPY sqlrstlf.
       FD  SQLTURNRPT-FILE.
       01  TURNRPT-LINE                  PIC X(132).
       FD  SQLAUDWCTL-FILE.
       01  WS-ALERT-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-SUSP-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-RSTRT-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-RSTLOG-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-RPT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-FILE-EOF                   PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS         VALUE 'Y'.
               10  WS-RST-PROGRAM         PIC X(8).
               10  WS-RST-LAST-KEY        PIC X(40).
               10  WS-RST-COMMITS         PIC S9(9) COMP-5.
               10  WS-RST-CONDITION       PIC X(20).
                   88  WS-RST-BREAKER-TRIP VALUE 'SUSPENSE-BREAKER'.
               10  WS-RST-OVERRIDE-IDX    PIC S9(4) COMP-5.
      * The newest SQLRSTM change per job/program. It applies to an
      * open checkpoint only while that checkpoint still carries the
      * restart timestamp the change was made against - a later
      * SQLRETRY checkpoint replaces the record and the override with
      * it.
       01  WS-OVR-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-OVR-IDX.
               10  WS-OVR-JOB             PIC X(8).
               10  WS-OVR-PROGRAM         PIC X(8).
               10  WS-OVR-RESTART-TS      PIC X(26).
               10  WS-OVR-TIMESTAMP       PIC X(26).
               10  WS-OVR-ACTION          PIC X(8).
               10  WS-OVR-OPERATOR        PIC X(8).
               10  WS-OVR-REASON          PIC X(60).
       01  WS-JOB-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 100 TIMES
           88  WS-ERR-LIST-TRUNCATED      VALUE 'Y'.
       01  WS-ALERTS-TRUNCATED           PIC X VALUE 'N'.
           88  WS-ALERT-LIST-TRUNCATED    VALUE 'Y'.
       01  WS-OVRS-TRUNCATED             PIC X VALUE 'N'.
           88  WS-OVR-LIST-TRUNCATED      VALUE 'Y'.
       01  WS-OVR-FOUND                  PIC X VALUE 'N'.
           88  WS-OVR-IS-KNOWN            VALUE 'Y'.
       01  WS-SCAN-IDX                   PIC S9(4) COMP-5.
       01  WS-SECTION-LINES              PIC S9(4) COMP-5.
       01  WS-HEADING-1.
           05  RD-LAST-KEY                PIC X(42).
           05  FILLER                     PIC X(9) VALUE 'COMMITS '.
           05  RD-COMMITS                 PIC ZZZZ,ZZ9.
       01  WS-OVERRIDE-DETAIL.
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(19) VALUE
                   'OVERRIDDEN BY HAND '.
           05  OD-ACTION                  PIC X(7).
           05  FILLER                     PIC X(3) VALUE 'BY '.
           05  OD-OPERATOR                PIC X(9).
           05  FILLER                     PIC X(3) VALUE 'AT '.
           05  OD-TIMESTAMP               PIC X(17).
           05  OD-REASON                  PIC X(60).
       01  WS-BREAKER-DETAIL.
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(34) VALUE
                   'STOPPED BY THE SUSPENSE BREAKER - '.
           05  FILLER                     PIC X(31) VALUE
                   'REJECT RATE IN THE ALERT ABOVE '.
           05  FILLER                     PIC X(29) VALUE
                   '- CHECK THE FEEDER FILE FIRST'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-AUDIT-ERRORS
           PERFORM 3000-LOAD-ALERTS
           PERFORM 4000-LOAD-SUSPENSE-COUNTS
           PERFORM 4500-LOAD-RESTART-OVERRIDES
           PERFORM 5000-LOAD-RESTARTS
           PERFORM 6000-PRINT-JOB-SECTIONS
           PERFORM 8000-CLOSE-FILES
               MOVE 1 TO WS-SUS-COUNT(WS-SUS-IDX)
           END-IF.

      * The maintenance log is in time order, so a later change to the
      * same job/program simply replaces the earlier one in the table.
       4500-LOAD-RESTART-OVERRIDES.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT SQLRSTLOG-FILE
           IF WS-RSTLOG-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-RECORDS TO TRUE
           END-IF
           PERFORM 4600-TABLE-OVERRIDE UNTIL WS-NO-MORE-RECORDS.

       4600-TABLE-OVERRIDE.
           READ SQLRSTLOG-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-OVR-FOUND
                   PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                           UNTIL WS-OVR-IDX > WS-OVR-TABLE-COUNT
                               OR WS-OVR-IS-KNOWN
                       IF WS-OVR-JOB(WS-OVR-IDX) = SQLRL-JOB-NAME
                               AND WS-OVR-PROGRAM(WS-OVR-IDX) =
                                   SQLRL-PROGRAM-NAME
                           SET WS-OVR-IS-KNOWN TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-OVR-IS-KNOWN
                       SET WS-OVR-IDX DOWN BY 1
                   ELSE
                       IF WS-OVR-TABLE-COUNT < 500
                           ADD 1 TO WS-OVR-TABLE-COUNT
                           SET WS-OVR-IDX TO WS-OVR-TABLE-COUNT
                           SET WS-OVR-IS-KNOWN TO TRUE
                       ELSE
                           IF NOT WS-OVR-LIST-TRUNCATED
                               DISPLAY 'SQLTURNR: OVERRIDE TABLE '
                                   'FULL - RESTART OVERRIDES PAST 500 '
                                   'NOT MARKED ON THE REPORT'
                               SET WS-OVR-LIST-TRUNCATED TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF WS-OVR-IS-KNOWN
                       MOVE SQLRL-JOB-NAME
                           TO WS-OVR-JOB(WS-OVR-IDX)
                       MOVE SQLRL-PROGRAM-NAME
                           TO WS-OVR-PROGRAM(WS-OVR-IDX)
                       MOVE SQLRL-RESTART-TIMESTAMP
                           TO WS-OVR-RESTART-TS(WS-OVR-IDX)
                       MOVE SQLRL-TIMESTAMP
                           TO WS-OVR-TIMESTAMP(WS-OVR-IDX)
                       MOVE SQLRL-ACTION
                           TO WS-OVR-ACTION(WS-OVR-IDX)
                       MOVE SQLRL-OPERATOR
                           TO WS-OVR-OPERATOR(WS-OVR-IDX)
                       MOVE SQLRL-REASON
                           TO WS-OVR-REASON(WS-OVR-IDX)
                   END-IF
           END-READ.

      * Only checkpoints still marked open mean a job stopped short
      * and is waiting on a resubmit; consumed ones were already
      * picked up by a restarted run.
                           TO WS-RST-LAST-KEY(WS-RST-IDX)
                       MOVE SQLR-COMMIT-COUNT
                           TO WS-RST-COMMITS(WS-RST-IDX)
                       MOVE SQLR-RC-CONDITION-NAME
                           TO WS-RST-CONDITION(WS-RST-IDX)
                       PERFORM 5200-FIND-THE-OVERRIDE
                       MOVE SQLR-JOB-NAME TO WS-WORK-JOB
                       PERFORM 1200-NOTE-THE-JOB
                   END-IF
           END-READ.

       5200-FIND-THE-OVERRIDE.
           MOVE ZERO TO WS-RST-OVERRIDE-IDX(WS-RST-IDX)
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-TABLE-COUNT
               IF WS-OVR-JOB(WS-OVR-IDX) = SQLR-JOB-NAME
                       AND WS-OVR-PROGRAM(WS-OVR-IDX) =
                           SQLR-PROGRAM-NAME
                       AND WS-OVR-RESTART-TS(WS-OVR-IDX) =
                           SQLR-RESTART-TIMESTAMP
                   SET WS-RST-OVERRIDE-IDX(WS-RST-IDX) TO WS-OVR-IDX
               END-IF
           END-PERFORM.

       6000-PRINT-JOB-SECTIONS.
           IF WS-JOB-TABLE-COUNT = ZERO
               MOVE '  QUIET NIGHT - NOTHING TO HAND OVER'
               END-STRING
               WRITE TURNRPT-LINE
           END-IF
           IF WS-OVR-LIST-TRUNCATED
               MOVE SPACES TO TURNRPT-LINE
               STRING '  ** OVERRIDE TABLE FULL - SOME HAND-OVERRIDDEN '
                       'RESTARTS NOT MARKED ON THIS REPORT **'
                   DELIMITED BY SIZE INTO TURNRPT-LINE
               END-STRING
               WRITE TURNRPT-LINE
           END-IF
           IF WS-ALERT-LIST-TRUNCATED
               MOVE SPACES TO TURNRPT-LINE
               STRING '  ** ALERT TABLE FULL - ALERTS PAST 500 '
                   MOVE WS-RST-COMMITS(WS-RST-IDX)  TO RD-COMMITS
                   MOVE WS-RSTRT-DETAIL TO TURNRPT-LINE
                   WRITE TURNRPT-LINE
                   IF WS-RST-BREAKER-TRIP(WS-RST-IDX)
                       MOVE WS-BREAKER-DETAIL TO TURNRPT-LINE
                       WRITE TURNRPT-LINE
                   END-IF
                   IF WS-RST-OVERRIDE-IDX(WS-RST-IDX) > ZERO
                       PERFORM 6600-PRINT-THE-OVERRIDE
                   END-IF
               END-IF
           END-PERFORM.

       6600-PRINT-THE-OVERRIDE.
           SET WS-OVR-IDX TO WS-RST-OVERRIDE-IDX(WS-RST-IDX)
           MOVE WS-OVR-ACTION(WS-OVR-IDX)    TO OD-ACTION
           MOVE WS-OVR-OPERATOR(WS-OVR-IDX)  TO OD-OPERATOR
           MOVE WS-OVR-TIMESTAMP(WS-OVR-IDX)(1:16) TO OD-TIMESTAMP
           MOVE WS-OVR-REASON(WS-OVR-IDX)    TO OD-REASON
           MOVE WS-OVERRIDE-DETAIL TO TURNRPT-LINE
           WRITE TURNRPT-LINE.

       8000-CLOSE-FILES.
           IF WS-AUDIT-FILE-STATUS = '00' OR
                   WS-AUDIT-FILE-STATUS = '10'
                   WS-RSTRT-FILE-STATUS = '10'
               CLOSE SQLRESTART-FILE
           END-IF
           IF WS-RSTLOG-FILE-STATUS = '00' OR
                   WS-RSTLOG-FILE-STATUS = '10'
               CLOSE SQLRSTLOG-FILE
           END-IF
           SET SQLCP-FN-CLOSE TO TRUE
           CALL 'SQLCLASS' USING SQLCLASS-PARMS
           CLOSE SQLTURNRPT-FILE.
