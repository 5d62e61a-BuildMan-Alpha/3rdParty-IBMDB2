      *************************************************************************
      *
      * Program: SQLSCHDR
      *
      * Function: Nightly schedule exceptions report. Holds the
      *           SQLRUNLOG run ledger SQLRUNLG keeps (COPY sqlrunlf)
      *           up against the operator-maintained SQLSCHED expected
      *           schedule (COPY sqlschdf) and lists every job that
      *           was due on the business day but:
      *             MISSED   - never started at all
      *             NO END   - started, but its latest start was never
      *                        followed by SQLAP-FN-CLOSE or
      *                        SQLRP-FN-COMPLETE - cancelled, abended
      *                        or still running
      *             LATE     - reached end-of-job after its deadline
      *           The turnover report only ever saw jobs that left an
      *           audit record, so a job that silently never ran was
      *           invisible until a downstream user asked for its
      *           output.
      *
      *           The business day is the SQLCALND previous business
      *           day - the night whose batch this morning's run
      *           judges - and ledger records are taken from the
      *           SQLCALND range, so a Monday run judges Friday's
      *           window including its weekend overrun, and a rerun
      *           pointed back via SQLDATEOVR judges the night it
      *           describes. A job is due when its schedule entry
      *           flags that business day's weekday. When a job ran
      *           more than once in the range, the latest start and
      *           the latest end decide it, so a failed run that was
      *           resubmitted and finished clean is not an exception.
      *           An end with no start before it in the range is the
      *           previous night's run finishing late and does not
      *           count - the job is still MISSED.
      *
      *           Run once at end of batch, after the last scheduled
      *           deadline. Writes SQLSCHDRPT; no parameters. An
      *           absent schedule file is an empty report, shouted on
      *           the console; an absent ledger (status 35) makes
      *           every due job MISSED, which is the truth as far as
      *           anyone can prove. Any other ledger open failure
      *           ends the run with return code 16.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLSCHDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLSCHED-FILE ASSIGN TO 'SQLSCHED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT SQLRUNLOG-FILE ASSIGN TO 'SQLRUNLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT SQLSCHDRPT-FILE ASSIGN TO 'SQLSCHDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLSCHED-FILE.
           COPY sqlschdf.
       FD  SQLRUNLOG-FILE.
           COPY sqlrunlf.
       FD  SQLSCHDRPT-FILE.
       01  SCHDRPT-LINE                  PIC X(132).
       WORKING-STORAGE SECTION.
       COPY sqlcalp.
       01  WS-SCHED-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-LEDGER-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-RPT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-SCHED-EOF                  PIC X VALUE 'N'.
           88  WS-NO-MORE-SCHEDULE        VALUE 'Y'.
       01  WS-LEDGER-EOF                 PIC X VALUE 'N'.
           88  WS-NO-MORE-LEDGER          VALUE 'Y'.
       01  WS-BUSINESS-DATE              PIC 9(8).
       01  WS-BUSINESS-INTEGER           PIC S9(9) COMP-5.
       01  WS-FROM-DATE                  PIC 9(8).
       01  WS-TO-DATE                    PIC 9(8).
       01  WS-DATE-BUILD                 PIC 9(8).
       01  WS-DAY-OF-WEEK                PIC S9(4) COMP-5.
       01  WS-TIME-HH                    PIC S9(4) COMP-5.
       01  WS-TIME-MN                    PIC S9(4) COMP-5.
       01  WS-END-MINUTES                PIC S9(18) COMP-5.
      * One entry per job due on the business day. The latest start
      * and latest end seen in the range are kept side by side; a
      * start later than the end means the last attempt never
      * finished. Only an end at or after a start is kept.
       01  WS-DUE-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DUE-IDX.
               10  WS-DUE-JOB             PIC X(8).
               10  WS-DUE-DESCRIPTION     PIC X(30).
               10  WS-DUE-DEADLINE-DATE   PIC 9(8).
               10  WS-DUE-DEADLINE-TIME   PIC 9(4).
               10  WS-DUE-DEADLINE-MINS   PIC S9(18) COMP-5.
               10  WS-DUE-LAST-START      PIC X(26).
               10  WS-DUE-LAST-END        PIC X(26).
               10  WS-DUE-END-SOURCE      PIC X(8).
               10  WS-DUE-COMMITS         PIC S9(9) COMP-5.
               10  WS-DUE-SEVERITY        PIC X(7).
       01  WS-DUE-FOUND                  PIC X VALUE 'N'.
           88  WS-DUE-WAS-FOUND           VALUE 'Y'.
       01  WS-TABLE-TRUNCATED            PIC X VALUE 'N'.
           88  WS-TABLE-WAS-TRUNCATED     VALUE 'Y'.
       01  WS-EXCEPTION-KIND             PIC X(8).
       01  WS-COUNT-DUE                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-ON-TIME              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-MISSED               PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-NO-END               PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-LATE                 PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                     PIC X(44) VALUE
                   'SQLSCHDR - SCHEDULE EXCEPTIONS REPORT'.
           05  FILLER                     PIC X(14) VALUE
                   'BUSINESS DAY '.
           05  H1-BUSINESS-DATE           PIC 9(8).
       01  WS-RANGE-LINE.
           05  FILLER                     PIC X(9) VALUE 'COVERING '.
           05  RL-FROM-DATE               PIC 9(8).
           05  FILLER                     PIC X(9) VALUE ' THROUGH '.
           05  RL-TO-DATE                 PIC 9(8).
       01  WS-COLUMN-HEADER.
           05  FILLER                     PIC X(10) VALUE 'EXCEPTION'.
           05  FILLER                     PIC X(10) VALUE 'JOB'.
           05  FILLER                     PIC X(15) VALUE 'DEADLINE'.
           05  FILLER                     PIC X(21) VALUE
                   'LAST STARTED'.
           05  FILLER                     PIC X(21) VALUE 'LAST ENDED'.
           05  FILLER                     PIC X(10) VALUE 'ENDED BY'.
           05  FILLER                     PIC X(10) VALUE '  COMMITS'.
           05  FILLER                     PIC X(9)  VALUE 'WORST'.
           05  FILLER                     PIC X(26) VALUE 'DESCRIPTION'.
       01  WS-DETAIL-LINE.
           05  DL-EXCEPTION               PIC X(10).
           05  DL-JOB                     PIC X(10).
           05  DL-DEADLINE-DATE           PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-DEADLINE-TIME           PIC 9(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  DL-STARTED                 PIC X(21).
           05  DL-ENDED                   PIC X(21).
           05  DL-END-SOURCE              PIC X(10).
           05  DL-COMMITS                 PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-SEVERITY                PIC X(9).
           05  DL-DESCRIPTION             PIC X(26).
       01  WS-TOTAL-LINE.
           05  TL-LABEL                   PIC X(28).
           05  TL-COUNT                   PIC ZZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-SCHEDULE UNTIL WS-NO-MORE-SCHEDULE
           PERFORM 3000-APPLY-ONE-LEDGER UNTIL WS-NO-MORE-LEDGER
           PERFORM 4000-JUDGE-THE-JOBS
           PERFORM 7000-WRITE-TOTALS
           PERFORM 8000-CLOSE-FILES
           GOBACK.

      * Day 1 of the INTEGER-OF-DATE scale was a Monday (see
      * SQLCALND), so the integer modulo 7 gives 1-5 for Monday
      * through Friday, 6 for Saturday and 0 for Sunday - Sunday is
      * the schedule's seventh flag.
       1000-INITIALIZE.
           SET SQLCL-FN-GETRANGE TO TRUE
           CALL 'SQLCALND' USING SQLCALND-PARMS
           MOVE SQLCL-FROM-DATE TO WS-BUSINESS-DATE
           MOVE SQLCL-FROM-DATE TO WS-FROM-DATE
           MOVE SQLCL-TO-DATE   TO WS-TO-DATE
           COMPUTE WS-BUSINESS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-BUSINESS-INTEGER, 7)
           IF WS-DAY-OF-WEEK = ZERO
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF
           OPEN OUTPUT SQLSCHDRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLSCHDR: UNABLE TO OPEN SQLSCHDRPT, STATUS '
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE
           MOVE WS-HEADING-1 TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE
           MOVE WS-FROM-DATE TO RL-FROM-DATE
           MOVE WS-TO-DATE   TO RL-TO-DATE
           MOVE WS-RANGE-LINE TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE
           OPEN INPUT SQLSCHED-FILE
           IF WS-SCHED-FILE-STATUS NOT = '00'
               DISPLAY 'SQLSCHDR: NO SQLSCHED EXPECTED-SCHEDULE FILE, '
                   'STATUS ' WS-SCHED-FILE-STATUS ' - NOTHING TO JUDGE'
               SET WS-NO-MORE-SCHEDULE TO TRUE
           END-IF
           OPEN INPUT SQLRUNLOG-FILE
           EVALUATE WS-LEDGER-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'SQLSCHDR: NO SQLRUNLOG LEDGER YET - EVERY '
                       'DUE JOB WILL REPORT MISSED'
                   SET WS-NO-MORE-LEDGER TO TRUE
               WHEN OTHER
                   DISPLAY 'SQLSCHDR: UNABLE TO OPEN SQLRUNLOG, STATUS '
                       WS-LEDGER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Only the jobs due on the business day's weekday are tabled.
      * A deadline that is not a valid HHMM is a keying error and the
      * entry is skipped out loud - judging a job against a guessed
      * deadline would be worse than not judging it.
       2000-LOAD-ONE-SCHEDULE.
           READ SQLSCHED-FILE
               AT END
                   SET WS-NO-MORE-SCHEDULE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT SQLSC-DUE-THAT-DAY(WS-DAY-OF-WEEK)
                           CONTINUE
                       WHEN SQLSC-DEADLINE-TIME NOT NUMERIC
                               OR SQLSC-DEADLINE-DAYS NOT NUMERIC
                               OR SQLSC-DEADLINE-TIME > 2359
                               OR SQLSC-DEADLINE-TIME(3:2) > '59'
                           DISPLAY 'SQLSCHDR: SQLSCHED ENTRY FOR '
                               SQLSC-JOB-NAME ' HAS BAD DEADLINE '
                               SQLSC-DEADLINE-DAYS '/'
                               SQLSC-DEADLINE-TIME ' - ENTRY SKIPPED'
                       WHEN WS-DUE-TABLE-COUNT < 500
                           PERFORM 2100-TABLE-THE-DUE-JOB
                       WHEN OTHER
                           IF NOT WS-TABLE-WAS-TRUNCATED
                               DISPLAY 'SQLSCHDR: SCHEDULE TABLE FULL '
                                   '- JOBS PAST 500 NOT JUDGED'
                               SET WS-TABLE-WAS-TRUNCATED TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ.

      * The deadline is held as minutes on the day-number scale so
      * an end timestamp past midnight compares straight against it.
       2100-TABLE-THE-DUE-JOB.
           ADD 1 TO WS-DUE-TABLE-COUNT
           ADD 1 TO WS-COUNT-DUE
           SET WS-DUE-IDX TO WS-DUE-TABLE-COUNT
           MOVE SQLSC-JOB-NAME     TO WS-DUE-JOB(WS-DUE-IDX)
           MOVE SQLSC-DESCRIPTION  TO WS-DUE-DESCRIPTION(WS-DUE-IDX)
           MOVE FUNCTION DATE-OF-INTEGER(
                   WS-BUSINESS-INTEGER + SQLSC-DEADLINE-DAYS)
               TO WS-DUE-DEADLINE-DATE(WS-DUE-IDX)
           MOVE SQLSC-DEADLINE-TIME
               TO WS-DUE-DEADLINE-TIME(WS-DUE-IDX)
           DIVIDE SQLSC-DEADLINE-TIME BY 100 GIVING WS-TIME-HH
               REMAINDER WS-TIME-MN
           COMPUTE WS-DUE-DEADLINE-MINS(WS-DUE-IDX) =
               (WS-BUSINESS-INTEGER + SQLSC-DEADLINE-DAYS) * 1440
               + WS-TIME-HH * 60 + WS-TIME-MN
           MOVE SPACES TO WS-DUE-LAST-START(WS-DUE-IDX)
           MOVE SPACES TO WS-DUE-LAST-END(WS-DUE-IDX)
           MOVE SPACES TO WS-DUE-END-SOURCE(WS-DUE-IDX)
           MOVE SPACES TO WS-DUE-SEVERITY(WS-DUE-IDX)
           MOVE ZERO   TO WS-DUE-COMMITS(WS-DUE-IDX).

      * Ledger records outside the SQLCALND range belong to other
      * nights; records for jobs not due tonight are not this
      * report's business. The timestamps are all one fixed format,
      * so the latest is simply the greatest. The ledger is written
      * in event order, so by the time an end is read the start it
      * closes has already been folded; an end that precedes every
      * start seen for the job belongs to an earlier run and is
      * dropped.
       3000-APPLY-ONE-LEDGER.
           READ SQLRUNLOG-FILE
               AT END
                   SET WS-NO-MORE-LEDGER TO TRUE
               NOT AT END
                   MOVE SQLRL-EVENT-TIMESTAMP(1:4) TO WS-DATE-BUILD(1:4)
                   MOVE SQLRL-EVENT-TIMESTAMP(6:2) TO WS-DATE-BUILD(5:2)
                   MOVE SQLRL-EVENT-TIMESTAMP(9:2) TO WS-DATE-BUILD(7:2)
                   IF WS-DATE-BUILD >= WS-FROM-DATE
                           AND WS-DATE-BUILD <= WS-TO-DATE
                       PERFORM 3100-FIND-THE-DUE-JOB
                       IF WS-DUE-WAS-FOUND
                           PERFORM 3200-FOLD-THE-EVENT
                       END-IF
                   END-IF
           END-READ.

       3100-FIND-THE-DUE-JOB.
           MOVE 'N' TO WS-DUE-FOUND
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-TABLE-COUNT
                       OR WS-DUE-WAS-FOUND
               IF WS-DUE-JOB(WS-DUE-IDX) = SQLRL-JOB-NAME
                   SET WS-DUE-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DUE-WAS-FOUND
               SET WS-DUE-IDX DOWN BY 1
           END-IF.

       3200-FOLD-THE-EVENT.
           EVALUATE TRUE
               WHEN SQLRL-EVENT-START
                   IF SQLRL-EVENT-TIMESTAMP >
                           WS-DUE-LAST-START(WS-DUE-IDX)
                       MOVE SQLRL-EVENT-TIMESTAMP
                           TO WS-DUE-LAST-START(WS-DUE-IDX)
                   END-IF
               WHEN SQLRL-EVENT-END
                   IF WS-DUE-LAST-START(WS-DUE-IDX) NOT = SPACES
                           AND SQLRL-EVENT-TIMESTAMP >=
                               WS-DUE-LAST-START(WS-DUE-IDX)
                           AND SQLRL-EVENT-TIMESTAMP >
                               WS-DUE-LAST-END(WS-DUE-IDX)
                       MOVE SQLRL-EVENT-TIMESTAMP
                           TO WS-DUE-LAST-END(WS-DUE-IDX)
                       MOVE SQLRL-END-SOURCE
                           TO WS-DUE-END-SOURCE(WS-DUE-IDX)
                       MOVE SQLRL-COMMIT-COUNT
                           TO WS-DUE-COMMITS(WS-DUE-IDX)
                       MOVE SQLRL-WORST-SEVERITY
                           TO WS-DUE-SEVERITY(WS-DUE-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4000-JUDGE-THE-JOBS.
           MOVE WS-COLUMN-HEADER TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-TABLE-COUNT
               PERFORM 4100-JUDGE-ONE-JOB
           END-PERFORM
           IF WS-COUNT-MISSED + WS-COUNT-NO-END + WS-COUNT-LATE = ZERO
               MOVE SPACES TO SCHDRPT-LINE
               STRING '  EVERY JOB DUE ON THE BUSINESS DAY FINISHED '
                       'ON TIME'
                   DELIMITED BY SIZE INTO SCHDRPT-LINE
               END-STRING
               WRITE SCHDRPT-LINE
           END-IF
           IF WS-TABLE-WAS-TRUNCATED
               MOVE SPACES TO SCHDRPT-LINE
               STRING '  ** SCHEDULE TABLE FULL - SOME DUE JOBS NOT '
                       'JUDGED, SEE CONSOLE LOG **'
                   DELIMITED BY SIZE INTO SCHDRPT-LINE
               END-STRING
               WRITE SCHDRPT-LINE
           END-IF.

      * No start in the range is MISSED even if an end turned up -
      * an end with nothing before it is the tail of the night
      * before, not proof tonight's run happened. A start with no
      * end at or after it is NO END whatever the clock says - a run
      * still going at report time has not finished, and the
      * morning shift should hear about it.
       4100-JUDGE-ONE-JOB.
           MOVE SPACES TO WS-EXCEPTION-KIND
           EVALUATE TRUE
               WHEN WS-DUE-LAST-START(WS-DUE-IDX) = SPACES
                   MOVE 'MISSED' TO WS-EXCEPTION-KIND
                   ADD 1 TO WS-COUNT-MISSED
               WHEN WS-DUE-LAST-END(WS-DUE-IDX) <
                       WS-DUE-LAST-START(WS-DUE-IDX)
                   MOVE 'NO END' TO WS-EXCEPTION-KIND
                   ADD 1 TO WS-COUNT-NO-END
               WHEN OTHER
                   PERFORM 4200-COMPUTE-END-MINUTES
                   IF WS-END-MINUTES >
                           WS-DUE-DEADLINE-MINS(WS-DUE-IDX)
                       MOVE 'LATE' TO WS-EXCEPTION-KIND
                       ADD 1 TO WS-COUNT-LATE
                   ELSE
                       ADD 1 TO WS-COUNT-ON-TIME
                   END-IF
           END-EVALUATE
           IF WS-EXCEPTION-KIND NOT = SPACES
               PERFORM 6000-WRITE-DETAIL-LINE
           END-IF.

       4200-COMPUTE-END-MINUTES.
           MOVE WS-DUE-LAST-END(WS-DUE-IDX)(1:4) TO WS-DATE-BUILD(1:4)
           MOVE WS-DUE-LAST-END(WS-DUE-IDX)(6:2) TO WS-DATE-BUILD(5:2)
           MOVE WS-DUE-LAST-END(WS-DUE-IDX)(9:2) TO WS-DATE-BUILD(7:2)
           MOVE WS-DUE-LAST-END(WS-DUE-IDX)(12:2) TO WS-TIME-HH
           MOVE WS-DUE-LAST-END(WS-DUE-IDX)(15:2) TO WS-TIME-MN
           COMPUTE WS-END-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD) * 1440
               + WS-TIME-HH * 60 + WS-TIME-MN.

       6000-WRITE-DETAIL-LINE.
           INITIALIZE WS-DETAIL-LINE
           MOVE WS-EXCEPTION-KIND              TO DL-EXCEPTION
           MOVE WS-DUE-JOB(WS-DUE-IDX)         TO DL-JOB
           MOVE WS-DUE-DEADLINE-DATE(WS-DUE-IDX) TO DL-DEADLINE-DATE
           MOVE WS-DUE-DEADLINE-TIME(WS-DUE-IDX) TO DL-DEADLINE-TIME
           MOVE WS-DUE-LAST-START(WS-DUE-IDX)(1:19) TO DL-STARTED
           MOVE WS-DUE-LAST-END(WS-DUE-IDX)(1:19)   TO DL-ENDED
           MOVE WS-DUE-END-SOURCE(WS-DUE-IDX)  TO DL-END-SOURCE
           MOVE WS-DUE-COMMITS(WS-DUE-IDX)     TO DL-COMMITS
           MOVE WS-DUE-SEVERITY(WS-DUE-IDX)    TO DL-SEVERITY
           MOVE WS-DUE-DESCRIPTION(WS-DUE-IDX) TO DL-DESCRIPTION
           MOVE WS-DETAIL-LINE TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE.

       7000-WRITE-TOTALS.
           MOVE SPACES TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE
           MOVE 'JOBS DUE' TO TL-LABEL
           MOVE WS-COUNT-DUE TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE
           MOVE 'FINISHED ON TIME' TO TL-LABEL
           MOVE WS-COUNT-ON-TIME TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE
           MOVE 'MISSED' TO TL-LABEL
           MOVE WS-COUNT-MISSED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE
           MOVE 'NEVER REACHED END-OF-JOB' TO TL-LABEL
           MOVE WS-COUNT-NO-END TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE
           MOVE 'FINISHED AFTER DEADLINE' TO TL-LABEL
           MOVE WS-COUNT-LATE TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SCHDRPT-LINE
           WRITE SCHDRPT-LINE.

       8000-CLOSE-FILES.
           IF WS-SCHED-FILE-STATUS = '00' OR
                   WS-SCHED-FILE-STATUS = '10'
               CLOSE SQLSCHED-FILE
           END-IF
           IF WS-LEDGER-FILE-STATUS = '00' OR
                   WS-LEDGER-FILE-STATUS = '10'
               CLOSE SQLRUNLOG-FILE
           END-IF
           CLOSE SQLSCHDRPT-FILE.
