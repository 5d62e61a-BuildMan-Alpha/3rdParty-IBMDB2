      *************************************************************************
      *
      * Program: SQLBALR
      *
      * Function: Record-count balancing report. Lists the SQLBALLOG
      *           balancing log (COPY sqlbalf) that SQLAUDMG and
      *           SQLARCHV write, one line per step per spill or
      *           live file, with the counts each hand-off was held
      *           to:
      *             SQLAUDMG - per job spill: CONTROL captured per
      *                        the spill's SQLAUDIT control records,
      *                        INPUT read off the spill, OUTPUT merged
      *                        to the trail, KEPT left on the spill,
      *                        NO-CTL from runs that never reached
      *                        FN-CLOSE; then the merge as a whole
      *                        against the SQLAUDIT trail
      *             SQLARCHV - per live file: INPUT read, OUTPUT
      *                        archived, KEPT retained, CONTROL
      *                        copied back to the live file
      *           Before this, a record dropped or doubled between
      *           capture and the trail, or by an archive rewrite,
      *           left no trace at all.
      *
      *           The covered dates come from the SQLCALND processing
      *           calendar - previous business day through the
      *           process date - judged on each log record's run
      *           timestamp, so a Monday run covers the weekend and a
      *           rerun pointed back via SQLDATEOVR covers the night
      *           it describes. Out-of-balance steps have already
      *           raised their own alerts; this is the morning's
      *           proof and the evidence trail. Writes SQLBALRPT; no
      *           parameters. An absent log is an empty report.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLBALR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLBALLOG-FILE ASSIGN TO 'SQLBALLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT SQLBALRPT-FILE ASSIGN TO 'SQLBALRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLBALLOG-FILE.
           COPY sqlbalf.
       FD  SQLBALRPT-FILE.
       01  BALRPT-LINE                   PIC X(132).
       WORKING-STORAGE SECTION.
       COPY sqlcalp.
       01  WS-BAL-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-RPT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-BAL-EOF                    PIC X VALUE 'N'.
           88  WS-NO-MORE-BALANCES        VALUE 'Y'.
       01  WS-FROM-DATE                  PIC 9(8).
       01  WS-TO-DATE                    PIC 9(8).
       01  WS-DATE-BUILD                 PIC 9(8).
       01  WS-COUNT-RECORDS              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-BALANCED             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-NOCTL                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-OUT-OF-BAL           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-HELD                 PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-ABANDONED            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-UNTOUCHED            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                     PIC X(44) VALUE
                   'SQLBALR - RECORD-COUNT BALANCING REPORT'.
           05  FILLER                     PIC X(13) VALUE
                   'PROCESS DATE '.
           05  H1-PROCESS-DATE            PIC 9(8).
       01  WS-RANGE-LINE.
           05  FILLER                     PIC X(9) VALUE 'COVERING '.
           05  RL-FROM-DATE               PIC 9(8).
           05  FILLER                     PIC X(9) VALUE ' THROUGH '.
           05  RL-TO-DATE                 PIC 9(8).
       01  WS-COLUMN-HEADER.
           05  FILLER                     PIC X(21) VALUE 'RUN'.
           05  FILLER                     PIC X(10) VALUE 'STEP'.
           05  FILLER                     PIC X(17) VALUE 'FILE'.
           05  FILLER                     PIC X(10) VALUE 'JOB'.
           05  FILLER                     PIC X(10) VALUE '  CONTROL'.
           05  FILLER                     PIC X(10) VALUE '    INPUT'.
           05  FILLER                     PIC X(10) VALUE '   OUTPUT'.
           05  FILLER                     PIC X(10) VALUE '     KEPT'.
           05  FILLER                     PIC X(11) VALUE '   NO-CTL'.
           05  FILLER                     PIC X(10) VALUE 'STATUS'.
           05  FILLER                     PIC X(10) VALUE 'DISPOSED'.
       01  WS-DETAIL-LINE.
           05  DL-RUN-TIMESTAMP           PIC X(21).
           05  DL-STEP                    PIC X(10).
           05  DL-FILE                    PIC X(17).
           05  DL-JOB                     PIC X(10).
           05  DL-CONTROL                 PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-INPUT                   PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-OUTPUT                  PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-KEPT                    PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-NOCTL                   PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  DL-STATUS                  PIC X(10).
           05  DL-DISPOSITION             PIC X(10).
       01  WS-TOTAL-LINE.
           05  TL-LABEL                   PIC X(28).
           05  TL-COUNT                   PIC ZZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ONE-BALANCE UNTIL WS-NO-MORE-BALANCES
           PERFORM 7000-WRITE-TOTALS
           PERFORM 8000-CLOSE-FILES
           GOBACK.

       1000-INITIALIZE.
           SET SQLCL-FN-GETRANGE TO TRUE
           CALL 'SQLCALND' USING SQLCALND-PARMS
           MOVE SQLCL-FROM-DATE TO WS-FROM-DATE
           MOVE SQLCL-TO-DATE   TO WS-TO-DATE
           OPEN OUTPUT SQLBALRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLBALR: UNABLE TO OPEN SQLBALRPT, STATUS '
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SQLCL-PROCESS-DATE TO H1-PROCESS-DATE
           MOVE WS-HEADING-1 TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE WS-FROM-DATE TO RL-FROM-DATE
           MOVE WS-TO-DATE   TO RL-TO-DATE
           MOVE WS-RANGE-LINE TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE SPACES TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE WS-COLUMN-HEADER TO BALRPT-LINE
           WRITE BALRPT-LINE
           OPEN INPUT SQLBALLOG-FILE
           IF WS-BAL-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-BALANCES TO TRUE
           END-IF.

      * Log records outside the SQLCALND range belong to other
      * nights.
       2000-LIST-ONE-BALANCE.
           READ SQLBALLOG-FILE
               AT END
                   SET WS-NO-MORE-BALANCES TO TRUE
               NOT AT END
                   MOVE SQLBL-RUN-TIMESTAMP(1:4) TO WS-DATE-BUILD(1:4)
                   MOVE SQLBL-RUN-TIMESTAMP(6:2) TO WS-DATE-BUILD(5:2)
                   MOVE SQLBL-RUN-TIMESTAMP(9:2) TO WS-DATE-BUILD(7:2)
                   IF WS-DATE-BUILD >= WS-FROM-DATE
                           AND WS-DATE-BUILD <= WS-TO-DATE
                       PERFORM 2100-COUNT-THE-BALANCE
                       PERFORM 6000-WRITE-DETAIL-LINE
                   END-IF
           END-READ.

       2100-COUNT-THE-BALANCE.
           ADD 1 TO WS-COUNT-RECORDS
           EVALUATE TRUE
               WHEN SQLBL-IN-BALANCE
                   ADD 1 TO WS-COUNT-BALANCED
               WHEN SQLBL-NOT-CONTROLLED
                   ADD 1 TO WS-COUNT-NOCTL
               WHEN OTHER
                   ADD 1 TO WS-COUNT-OUT-OF-BAL
           END-EVALUATE
           EVALUATE TRUE
               WHEN SQLBL-DISP-HELD
                   ADD 1 TO WS-COUNT-HELD
               WHEN SQLBL-DISP-ABANDONED
                   ADD 1 TO WS-COUNT-ABANDONED
               WHEN SQLBL-DISP-UNTOUCHED
                   ADD 1 TO WS-COUNT-UNTOUCHED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6000-WRITE-DETAIL-LINE.
           INITIALIZE WS-DETAIL-LINE
           MOVE SQLBL-RUN-TIMESTAMP(1:19) TO DL-RUN-TIMESTAMP
           MOVE SQLBL-STEP-NAME           TO DL-STEP
           MOVE SQLBL-FILE-NAME           TO DL-FILE
           MOVE SQLBL-JOB-NAME            TO DL-JOB
           MOVE SQLBL-CONTROL-COUNT       TO DL-CONTROL
           MOVE SQLBL-INPUT-COUNT         TO DL-INPUT
           MOVE SQLBL-OUTPUT-COUNT        TO DL-OUTPUT
           MOVE SQLBL-KEPT-COUNT          TO DL-KEPT
           MOVE SQLBL-NOCTL-COUNT         TO DL-NOCTL
           MOVE SQLBL-BALANCE-STATUS      TO DL-STATUS
           MOVE SQLBL-DISPOSITION         TO DL-DISPOSITION
           MOVE WS-DETAIL-LINE TO BALRPT-LINE
           WRITE BALRPT-LINE.

       7000-WRITE-TOTALS.
           MOVE SPACES TO BALRPT-LINE
           WRITE BALRPT-LINE
           IF WS-COUNT-RECORDS = ZERO
               MOVE SPACES TO BALRPT-LINE
               STRING '  NO BALANCING RECORDS LOGGED IN THE RANGE'
                   DELIMITED BY SIZE INTO BALRPT-LINE
               END-STRING
               WRITE BALRPT-LINE
           ELSE
               IF WS-COUNT-OUT-OF-BAL = ZERO
                   MOVE SPACES TO BALRPT-LINE
                   STRING '  EVERY STEP IN THE RANGE BALANCED'
                       DELIMITED BY SIZE INTO BALRPT-LINE
                   END-STRING
                   WRITE BALRPT-LINE
               END-IF
           END-IF
           MOVE SPACES TO BALRPT-LINE
           STRING '  SQLAUDMG: CONTROL = CAPTURED PER THE SPILL''S '
                   'CONTROL RECORDS, OUTPUT = MERGED TO SQLAUDIT, '
                   'KEPT = LEFT ON THE SPILL'
               DELIMITED BY SIZE INTO BALRPT-LINE
           END-STRING
           WRITE BALRPT-LINE
           MOVE SPACES TO BALRPT-LINE
           STRING '  SQLARCHV: OUTPUT = ARCHIVED, KEPT = RETAINED, '
                   'CONTROL = COPIED BACK TO THE LIVE FILE'
               DELIMITED BY SIZE INTO BALRPT-LINE
           END-STRING
           WRITE BALRPT-LINE
           MOVE SPACES TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE 'BALANCING RECORDS' TO TL-LABEL
           MOVE WS-COUNT-RECORDS TO TL-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE 'IN BALANCE' TO TL-LABEL
           MOVE WS-COUNT-BALANCED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE 'UNCONTROLLED (NO FN-CLOSE)' TO TL-LABEL
           MOVE WS-COUNT-NOCTL TO TL-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE 'OUT OF BALANCE' TO TL-LABEL
           MOVE WS-COUNT-OUT-OF-BAL TO TL-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE 'SPILLS HELD' TO TL-LABEL
           MOVE WS-COUNT-HELD TO TL-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE 'MERGE LINES ABANDONED' TO TL-LABEL
           MOVE WS-COUNT-ABANDONED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE 'LIVE FILES LEFT UNTOUCHED' TO TL-LABEL
           MOVE WS-COUNT-UNTOUCHED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-LINE
           WRITE BALRPT-LINE.

       8000-CLOSE-FILES.
           IF WS-BAL-FILE-STATUS = '00' OR
                   WS-BAL-FILE-STATUS = '10'
               CLOSE SQLBALLOG-FILE
           END-IF
           CLOSE SQLBALRPT-FILE.
