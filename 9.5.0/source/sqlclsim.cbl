      *************************************************************************
      *
      * Program: SQLCLSIM
      *
      * Function: What-if replay of a staged reclassification. A CHG
      *           through SQLCLSM goes live at every program's next
      *           first-LOOKUP, so until now the first anyone learned
      *           that re-routing a code from RETRY to SUSPENSE would
      *           have parked four thousand records a night was the
      *           next night. This step replays the error history
      *           through the proposals SQLCLSM has staged on
      *           SQLCLSSTG, without touching the live SQLCLSTBL:
      *           every occurrence is classified twice through
      *           SQLCLASS - SQLCP-FN-LOOKUP for the live ruling,
      *           SQLCP-FN-WHATIF for the ruling with the staged
      *           entries laid over it - and wherever the severity or
      *           action would differ, the occurrence is counted
      *           against its job/program/SQLCODE.
      *
      *           The raw SQLAUDIT trail is replayed first, SQLSTATE
      *           and all, so SQLSTATE refinements are judged exactly.
      *           Older history the trail no longer holds comes from
      *           the SQLERRSTAT daily summaries - only days before the
      *           trail's earliest record, so no occurrence is counted
      *           twice. A summary carries no SQLSTATE, so those days
      *           are replayed on the SQLCODE ruling alone.
      *
      *           Each report line shows the live and the staged
      *           ruling and what the change would have meant in
      *           volume: net extra suspense items, abends and
      *           retries (negative where the staged ruling takes
      *           them away). A line marked MIXED had occurrences
      *           change more than one way - different SQLSTATEs
      *           under one SQLCODE - and shows the first.
      *
      *           Run on demand before SQLCLSPR promotes anything.
      *           Reads SQLAUDIT, SQLERRSTAT; writes SQLCLSIMRPT; no
      *           parameters.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLCLSIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLAUDIT-FILE ASSIGN TO 'SQLAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SQLERRSTAT-FILE ASSIGN TO 'SQLERRSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLES-STAT-KEY
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT SQLCLSIMRPT-FILE ASSIGN TO 'SQLCLSIMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT SQLAUDWCTL-FILE ASSIGN TO 'SQLAUDWCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLAUDIT-FILE.
           COPY sqlaudf.
       FD  SQLERRSTAT-FILE.
           COPY sqlstatf.
       FD  SQLCLSIMRPT-FILE.
       01  CLSIMRPT-LINE                 PIC X(132).
       FD  SQLAUDWCTL-FILE.
           COPY sqlwctlf.
       WORKING-STORAGE SECTION.
       COPY sqlclsp.
       01  WS-WCTL-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-STAT-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-RPT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-AUDIT-EOF                  PIC X VALUE 'N'.
           88  WS-NO-MORE-AUDIT           VALUE 'Y'.
       01  WS-STAT-EOF                   PIC X VALUE 'N'.
           88  WS-NO-MORE-STATS           VALUE 'Y'.
      * The earliest capture date still on the trail; SQLERRSTAT days
      * before it are replayed, later ones are already covered.
       01  WS-TRAIL-FIRST-DATE           PIC X(8) VALUE HIGH-VALUES.
       01  WS-WORK-DATE                  PIC X(8).
       01  WS-REPLAY-JOB                 PIC X(8).
       01  WS-REPLAY-PROGRAM             PIC X(8).
       01  WS-REPLAY-WEIGHT              PIC S9(9) COMP-5.
       01  WS-LIVE-SEVERITY              PIC X(7).
       01  WS-LIVE-ACTION                PIC X(8).
       01  WS-STAGED-SEVERITY            PIC X(7).
       01  WS-STAGED-ACTION              PIC X(8).
      * One entry per job/program/SQLCODE replayed, changed or not,
      * so each line can show its changed share of the whole. Sized
      * like SQLSTATR's roll-up table.
       01  WS-SIM-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-SIM-TABLE.
           05  WS-SIM-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-SIM-IDX.
               10  WS-SIM-JOB             PIC X(8).
               10  WS-SIM-PROGRAM         PIC X(8).
               10  WS-SIM-SQLCODE         PIC S9(9) COMP-5.
               10  WS-SIM-OCCURRENCES     PIC S9(9) COMP-5.
               10  WS-SIM-CHANGED         PIC S9(9) COMP-5.
               10  WS-SIM-SUSPENSE-DELTA  PIC S9(9) COMP-5.
               10  WS-SIM-ABEND-DELTA     PIC S9(9) COMP-5.
               10  WS-SIM-RETRY-DELTA     PIC S9(9) COMP-5.
               10  WS-SIM-LIVE-SEVERITY   PIC X(7).
               10  WS-SIM-LIVE-ACTION     PIC X(8).
               10  WS-SIM-STAGED-SEVERITY PIC X(7).
               10  WS-SIM-STAGED-ACTION   PIC X(8).
               10  WS-SIM-MIXED-FLAG      PIC X.
                   88  WS-SIM-IS-MIXED     VALUE 'Y'.
       01  WS-FOUND-ENTRY                PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND             VALUE 'Y'.
       01  WS-ENTRY-AVAILABLE            PIC X VALUE 'N'.
           88  WS-ENTRY-IS-AVAILABLE      VALUE 'Y'.
       01  WS-TABLE-TRUNCATED            PIC X VALUE 'N'.
           88  WS-TABLE-WAS-TRUNCATED     VALUE 'Y'.
       01  WS-SCAN-IDX                   PIC S9(4) COMP-5.
       01  WS-TRAIL-RECORDS              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-OCCURRENCES           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-CHANGED              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-SUSPENSE-DELTA       PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ABEND-DELTA          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-RETRY-DELTA          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LINES-WRITTEN              PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                     PIC X(52) VALUE
                   'SQLCLSIM - STAGED CLASSIFICATION WHAT-IF REPLAY'.
       01  WS-RANGE-LINE.
           05  FILLER                     PIC X(30) VALUE
                   'SQLAUDIT TRAIL REPLAYED FROM '.
           05  RL-TRAIL-FIRST-DATE        PIC X(8).
           05  FILLER                     PIC X(38) VALUE
                   ' - SQLERRSTAT SUMMARIES BEFORE THAT'.
       01  WS-COLUMN-HEADER.
           05  FILLER                     PIC X(10) VALUE 'JOB'.
           05  FILLER                     PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                     PIC X(11) VALUE 'SQLCODE'.
           05  FILLER                     PIC X(9)  VALUE '  OCCURS'.
           05  FILLER                     PIC X(9)  VALUE ' CHANGED'.
           05  FILLER                     PIC X(19) VALUE
                   '  LIVE RULING'.
           05  FILLER                     PIC X(18) VALUE
                   '  STAGED RULING'.
           05  FILLER                     PIC X(8)  VALUE
                   '  +SUSP'.
           05  FILLER                     PIC X(8)  VALUE
                   ' +ABEND'.
           05  FILLER                     PIC X(8)  VALUE
                   ' +RETRY'.
       01  WS-DETAIL-LINE.
           05  DL-JOB                     PIC X(10).
           05  DL-PROGRAM                 PIC X(10).
           05  DL-SQLCODE                 PIC -(9)9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-OCCURRENCES             PIC ZZZZ,ZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-CHANGED                 PIC ZZZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  DL-LIVE-SEVERITY           PIC X(8).
           05  DL-LIVE-ACTION             PIC X(8).
           05  FILLER                     PIC X(3) VALUE ' ->'.
           05  DL-STAGED-SEVERITY         PIC X(8).
           05  DL-STAGED-ACTION           PIC X(8).
           05  DL-SUSPENSE-DELTA          PIC +(6)9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-ABEND-DELTA             PIC +(6)9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-RETRY-DELTA             PIC +(6)9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  DL-MIXED                   PIC X(5).
       01  WS-TOTAL-LINE.
           05  TL-LABEL                   PIC X(28).
           05  TL-COUNT                   PIC -ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPLAY-ONE-AUDIT UNTIL WS-NO-MORE-AUDIT
           PERFORM 3000-REPLAY-ONE-SUMMARY UNTIL WS-NO-MORE-STATS
           PERFORM 4000-PRODUCE-REPORT
           PERFORM 7000-WRITE-TOTALS
           PERFORM 8000-CLOSE-FILES
           GOBACK.

      * Absent history on either file is simply less to replay - an
      * empty report, not an error.
       1000-INITIALIZE.
           PERFORM 1050-CHECK-THE-WINDOW
           OPEN INPUT SQLAUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-AUDIT TO TRUE
           END-IF
           OPEN INPUT SQLERRSTAT-FILE
           IF WS-STAT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-STATS TO TRUE
           END-IF
           OPEN OUTPUT SQLCLSIMRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLCLSIM: UNABLE TO OPEN SQLCLSIMRPT, STATUS '
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A window still marked OPEN means spills not yet on the trail -
      * a replay now would understate the very volumes it is meant to
      * forecast. An absent control file is read as merged.
       1050-CHECK-THE-WINDOW.
           OPEN INPUT SQLAUDWCTL-FILE
           IF WS-WCTL-FILE-STATUS = '00'
               READ SQLAUDWCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SQLWC-WINDOW-OPEN
                           DISPLAY 'SQLCLSIM: BATCH WINDOW STILL '
                               'OPEN ON SQLAUDWCTL - RUN SQLAUDMG '
                               'FIRST'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE SQLAUDWCTL-FILE
           END-IF.

       2000-REPLAY-ONE-AUDIT.
           READ SQLAUDIT-FILE
               AT END
                   SET WS-NO-MORE-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAIL-RECORDS
                   MOVE SQLA-AUDIT-TIMESTAMP(1:4) TO WS-WORK-DATE(1:4)
                   MOVE SQLA-AUDIT-TIMESTAMP(6:2) TO WS-WORK-DATE(5:2)
                   MOVE SQLA-AUDIT-TIMESTAMP(9:2) TO WS-WORK-DATE(7:2)
                   IF WS-WORK-DATE < WS-TRAIL-FIRST-DATE
                       MOVE WS-WORK-DATE TO WS-TRAIL-FIRST-DATE
                   END-IF
                   MOVE SQLA-JOB-NAME     TO WS-REPLAY-JOB
                   MOVE SQLA-PROGRAM-NAME TO WS-REPLAY-PROGRAM
                   MOVE SQLA-SQLCODE      TO SQLCP-SQLCODE
                   MOVE SQLA-SQLSTATE     TO SQLCP-SQLSTATE
                   MOVE 1                 TO WS-REPLAY-WEIGHT
                   PERFORM 2500-CLASSIFY-BOTH-WAYS
           END-READ.

      * A summary day is one replay of its SQLCODE weighted by the
      * day's occurrence count - the classification of every
      * occurrence in it is the same once the SQLSTATE is gone.
       3000-REPLAY-ONE-SUMMARY.
           READ SQLERRSTAT-FILE
               AT END
                   SET WS-NO-MORE-STATS TO TRUE
               NOT AT END
                   IF SQLES-STAT-DATE < WS-TRAIL-FIRST-DATE
                       COMPUTE WS-REPLAY-WEIGHT =
                           SQLES-WARNING-COUNT + SQLES-ERROR-COUNT
                           + SQLES-FATAL-COUNT
                       ADD WS-REPLAY-WEIGHT TO WS-STAT-OCCURRENCES
                       MOVE SQLES-JOB-NAME     TO WS-REPLAY-JOB
                       MOVE SQLES-PROGRAM-NAME TO WS-REPLAY-PROGRAM
                       MOVE SQLES-SQLCODE      TO SQLCP-SQLCODE
                       MOVE SPACES             TO SQLCP-SQLSTATE
                       PERFORM 2500-CLASSIFY-BOTH-WAYS
                   END-IF
           END-READ.

      * SQLCP-SQLCODE/-SQLSTATE are set by the caller; both lookups
      * run on the same inputs.
       2500-CLASSIFY-BOTH-WAYS.
           SET SQLCP-FN-LOOKUP TO TRUE
           CALL 'SQLCLASS' USING SQLCLASS-PARMS
           MOVE SQLCP-SEVERITY    TO WS-LIVE-SEVERITY
           MOVE SQLCP-ACTION-CODE TO WS-LIVE-ACTION
           SET SQLCP-FN-WHATIF TO TRUE
           CALL 'SQLCLASS' USING SQLCLASS-PARMS
           MOVE SQLCP-SEVERITY    TO WS-STAGED-SEVERITY
           MOVE SQLCP-ACTION-CODE TO WS-STAGED-ACTION
           PERFORM 2600-FIND-OR-ADD-ENTRY
           IF WS-ENTRY-IS-AVAILABLE
               ADD WS-REPLAY-WEIGHT
                   TO WS-SIM-OCCURRENCES(WS-SIM-IDX)
               IF WS-LIVE-SEVERITY NOT = WS-STAGED-SEVERITY
                       OR WS-LIVE-ACTION NOT = WS-STAGED-ACTION
                   PERFORM 2700-COUNT-THE-CHANGE
               END-IF
           END-IF.

       2600-FIND-OR-ADD-ENTRY.
           MOVE 'N' TO WS-FOUND-ENTRY
           MOVE 'Y' TO WS-ENTRY-AVAILABLE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SIM-TABLE-COUNT
               IF WS-SIM-JOB(WS-SCAN-IDX) = WS-REPLAY-JOB
                       AND WS-SIM-PROGRAM(WS-SCAN-IDX) =
                           WS-REPLAY-PROGRAM
                       AND WS-SIM-SQLCODE(WS-SCAN-IDX) =
                           SQLCP-SQLCODE
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-SIM-IDX TO WS-SCAN-IDX
                   SET WS-SCAN-IDX TO WS-SIM-TABLE-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-SIM-TABLE-COUNT < 3000
                   ADD 1 TO WS-SIM-TABLE-COUNT
                   SET WS-SIM-IDX TO WS-SIM-TABLE-COUNT
                   INITIALIZE WS-SIM-ENTRY(WS-SIM-IDX)
                   MOVE WS-REPLAY-JOB     TO WS-SIM-JOB(WS-SIM-IDX)
                   MOVE WS-REPLAY-PROGRAM
                       TO WS-SIM-PROGRAM(WS-SIM-IDX)
                   MOVE SQLCP-SQLCODE     TO WS-SIM-SQLCODE(WS-SIM-IDX)
               ELSE
                   MOVE 'N' TO WS-ENTRY-AVAILABLE
                   IF NOT WS-TABLE-WAS-TRUNCATED
                       DISPLAY 'SQLCLSIM: REPLAY TABLE FULL - SOME '
                           'COMBINATIONS NOT REPLAYED THIS RUN'
                       SET WS-TABLE-WAS-TRUNCATED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * The volume columns are net movements into and out of the
      * three actions that cost somebody something: an occurrence
      * moving from RETRY to SUSPENSE is one more suspense item and
      * one fewer retry.
       2700-COUNT-THE-CHANGE.
           IF WS-SIM-CHANGED(WS-SIM-IDX) = ZERO
               MOVE WS-LIVE-SEVERITY
                   TO WS-SIM-LIVE-SEVERITY(WS-SIM-IDX)
               MOVE WS-LIVE-ACTION
                   TO WS-SIM-LIVE-ACTION(WS-SIM-IDX)
               MOVE WS-STAGED-SEVERITY
                   TO WS-SIM-STAGED-SEVERITY(WS-SIM-IDX)
               MOVE WS-STAGED-ACTION
                   TO WS-SIM-STAGED-ACTION(WS-SIM-IDX)
           ELSE
               IF WS-LIVE-SEVERITY NOT =
                       WS-SIM-LIVE-SEVERITY(WS-SIM-IDX)
                       OR WS-LIVE-ACTION NOT =
                           WS-SIM-LIVE-ACTION(WS-SIM-IDX)
                       OR WS-STAGED-SEVERITY NOT =
                           WS-SIM-STAGED-SEVERITY(WS-SIM-IDX)
                       OR WS-STAGED-ACTION NOT =
                           WS-SIM-STAGED-ACTION(WS-SIM-IDX)
                   SET WS-SIM-IS-MIXED(WS-SIM-IDX) TO TRUE
               END-IF
           END-IF
           ADD WS-REPLAY-WEIGHT TO WS-SIM-CHANGED(WS-SIM-IDX)
           ADD WS-REPLAY-WEIGHT TO WS-TOTAL-CHANGED
           IF WS-STAGED-ACTION = 'SUSPENSE'
                   AND WS-LIVE-ACTION NOT = 'SUSPENSE'
               ADD WS-REPLAY-WEIGHT
                   TO WS-SIM-SUSPENSE-DELTA(WS-SIM-IDX)
               ADD WS-REPLAY-WEIGHT TO WS-TOTAL-SUSPENSE-DELTA
           END-IF
           IF WS-LIVE-ACTION = 'SUSPENSE'
                   AND WS-STAGED-ACTION NOT = 'SUSPENSE'
               SUBTRACT WS-REPLAY-WEIGHT
                   FROM WS-SIM-SUSPENSE-DELTA(WS-SIM-IDX)
               SUBTRACT WS-REPLAY-WEIGHT FROM WS-TOTAL-SUSPENSE-DELTA
           END-IF
           IF WS-STAGED-ACTION = 'ABEND'
                   AND WS-LIVE-ACTION NOT = 'ABEND'
               ADD WS-REPLAY-WEIGHT
                   TO WS-SIM-ABEND-DELTA(WS-SIM-IDX)
               ADD WS-REPLAY-WEIGHT TO WS-TOTAL-ABEND-DELTA
           END-IF
           IF WS-LIVE-ACTION = 'ABEND'
                   AND WS-STAGED-ACTION NOT = 'ABEND'
               SUBTRACT WS-REPLAY-WEIGHT
                   FROM WS-SIM-ABEND-DELTA(WS-SIM-IDX)
               SUBTRACT WS-REPLAY-WEIGHT FROM WS-TOTAL-ABEND-DELTA
           END-IF
           IF WS-STAGED-ACTION = 'RETRY'
                   AND WS-LIVE-ACTION NOT = 'RETRY'
               ADD WS-REPLAY-WEIGHT
                   TO WS-SIM-RETRY-DELTA(WS-SIM-IDX)
               ADD WS-REPLAY-WEIGHT TO WS-TOTAL-RETRY-DELTA
           END-IF
           IF WS-LIVE-ACTION = 'RETRY'
                   AND WS-STAGED-ACTION NOT = 'RETRY'
               SUBTRACT WS-REPLAY-WEIGHT
                   FROM WS-SIM-RETRY-DELTA(WS-SIM-IDX)
               SUBTRACT WS-REPLAY-WEIGHT FROM WS-TOTAL-RETRY-DELTA
           END-IF.

       4000-PRODUCE-REPORT.
           MOVE WS-HEADING-1 TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE
           IF WS-TRAIL-FIRST-DATE = HIGH-VALUES
               MOVE '  NO SQLAUDIT TRAIL - SQLERRSTAT SUMMARIES ONLY'
                   TO CLSIMRPT-LINE
           ELSE
               MOVE WS-TRAIL-FIRST-DATE TO RL-TRAIL-FIRST-DATE
               MOVE WS-RANGE-LINE TO CLSIMRPT-LINE
           END-IF
           WRITE CLSIMRPT-LINE
           MOVE WS-COLUMN-HEADER TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-IDX > WS-SIM-TABLE-COUNT
               IF WS-SIM-CHANGED(WS-SIM-IDX) > ZERO
                   PERFORM 4100-PRINT-SIM-LINE
               END-IF
           END-PERFORM
           IF WS-LINES-WRITTEN = ZERO
               MOVE SPACES TO CLSIMRPT-LINE
               STRING '  NO STAGED ENTRY CHANGES THE RULING OF ANY '
                       'OCCURRENCE REPLAYED'
                   DELIMITED BY SIZE INTO CLSIMRPT-LINE
               END-STRING
               WRITE CLSIMRPT-LINE
           END-IF
           PERFORM 4900-STAMP-TRUNCATION.

       4100-PRINT-SIM-LINE.
           INITIALIZE WS-DETAIL-LINE
           MOVE WS-SIM-JOB(WS-SIM-IDX)         TO DL-JOB
           MOVE WS-SIM-PROGRAM(WS-SIM-IDX)     TO DL-PROGRAM
           MOVE WS-SIM-SQLCODE(WS-SIM-IDX)     TO DL-SQLCODE
           MOVE WS-SIM-OCCURRENCES(WS-SIM-IDX) TO DL-OCCURRENCES
           MOVE WS-SIM-CHANGED(WS-SIM-IDX)     TO DL-CHANGED
           MOVE WS-SIM-LIVE-SEVERITY(WS-SIM-IDX)
               TO DL-LIVE-SEVERITY
           MOVE WS-SIM-LIVE-ACTION(WS-SIM-IDX) TO DL-LIVE-ACTION
           MOVE WS-SIM-STAGED-SEVERITY(WS-SIM-IDX)
               TO DL-STAGED-SEVERITY
           MOVE WS-SIM-STAGED-ACTION(WS-SIM-IDX)
               TO DL-STAGED-ACTION
           MOVE WS-SIM-SUSPENSE-DELTA(WS-SIM-IDX)
               TO DL-SUSPENSE-DELTA
           MOVE WS-SIM-ABEND-DELTA(WS-SIM-IDX) TO DL-ABEND-DELTA
           MOVE WS-SIM-RETRY-DELTA(WS-SIM-IDX) TO DL-RETRY-DELTA
           IF WS-SIM-IS-MIXED(WS-SIM-IDX)
               MOVE 'MIXED' TO DL-MIXED
           END-IF
           MOVE WS-DETAIL-LINE TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       4900-STAMP-TRUNCATION.
           IF WS-TABLE-WAS-TRUNCATED
               MOVE SPACES TO CLSIMRPT-LINE
               STRING '  ** REPLAY TABLE FULL - COUNTS MAY BE '
                       'UNDERSTATED, SEE CONSOLE LOG **'
                   DELIMITED BY SIZE INTO CLSIMRPT-LINE
               END-STRING
               WRITE CLSIMRPT-LINE
           END-IF.

       7000-WRITE-TOTALS.
           MOVE SPACES TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE
           MOVE 'TRAIL RECORDS REPLAYED' TO TL-LABEL
           MOVE WS-TRAIL-RECORDS TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE
           MOVE 'SUMMARY OCCURRENCES REPLAYED' TO TL-LABEL
           MOVE WS-STAT-OCCURRENCES TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE
           MOVE 'OCCURRENCES CHANGED' TO TL-LABEL
           MOVE WS-TOTAL-CHANGED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE
           MOVE 'NET EXTRA SUSPENSE ITEMS' TO TL-LABEL
           MOVE WS-TOTAL-SUSPENSE-DELTA TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE
           MOVE 'NET EXTRA ABENDS' TO TL-LABEL
           MOVE WS-TOTAL-ABEND-DELTA TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE
           MOVE 'NET EXTRA RETRIES' TO TL-LABEL
           MOVE WS-TOTAL-RETRY-DELTA TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CLSIMRPT-LINE
           WRITE CLSIMRPT-LINE.

       8000-CLOSE-FILES.
           IF WS-AUDIT-FILE-STATUS = '00' OR
                   WS-AUDIT-FILE-STATUS = '10'
               CLOSE SQLAUDIT-FILE
           END-IF
           IF WS-STAT-FILE-STATUS = '00' OR
                   WS-STAT-FILE-STATUS = '10'
               CLOSE SQLERRSTAT-FILE
           END-IF
           CLOSE SQLCLSIMRPT-FILE
           SET SQLCP-FN-CLOSE TO TRUE
           CALL 'SQLCLASS' USING SQLCLASS-PARMS.
