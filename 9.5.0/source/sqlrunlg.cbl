      *************************************************************************
      *
      * Program: SQLRUNLG
      *
      * Function: Run ledger writer. Nothing on file used to say when
      *           a job actually ran - the trail only shows the jobs
      *           that hit an SQLCODE, and a job that never started, or
      *           started and was cancelled mid-stream, left no mark at
      *           all until somebody downstream missed its output.
      *
      *           SQLAUDIT and SQLRETRY call this on every call they
      *           receive, so no application program changes: the
      *           run's first call writes a START record to the
      *           SQLRUNLOG ledger (COPY sqlrunlf); every SQLCODE
      *           SQLAUDIT logs is classified through SQLCLASS and the
      *           worst severity kept; every commit SQLRETRY hears
      *           about raises the run's commit count; and the job's
      *           SQLAP-FN-CLOSE or SQLRP-FN-COMPLETE writes the END
      *           record carrying both. A job issuing both writes two
      *           END records - the later one is the complete picture
      *           and is the one SQLSCHDR reads.
      *
      *           CALL 'SQLRUNLG' USING SQLRUNLG-PARMS (COPY sqlrunp).
      *           The ledger is opened, appended and closed on each
      *           write, same as the SQLAUDJOBS registry - it is shared
      *           by every job in the window, and a ledger failure is
      *           shouted on the console but never costs the caller's
      *           audit record or checkpoint.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLRUNLG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLRUNLOG-FILE ASSIGN TO 'SQLRUNLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLRUNLOG-FILE.
           COPY sqlrunlf.
       WORKING-STORAGE SECTION.
       COPY sqlclsp.
       01  WS-LEDGER-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-START-WRITTEN-FLAG         PIC X VALUE 'N'.
           88  WS-START-WRITTEN           VALUE 'Y'.
       01  WS-RUN-JOB-NAME               PIC X(8) VALUE SPACES.
       01  WS-RUN-PROGRAM-NAME           PIC X(8) VALUE SPACES.
       01  WS-RUN-COMMIT-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
      * Severity ranks so the worst can be kept with a compare:
      * 0 clean, 1 WARNING, 2 ERROR, 3 FATAL.
       01  WS-WORST-RANK                 PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-THIS-RANK                  PIC S9(4) COMP-5.
       01  WS-WORST-SEVERITY             PIC X(7) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE                PIC 9(8).
           05  WS-CDT-TIME                PIC 9(6).
           05  WS-CDT-DECI                PIC 9(2).
           05  FILLER                     PIC X(9).
       01  WS-LEDGER-TIMESTAMP.
           05  WS-TS-YYYY                 PIC 9(4).
           05  FILLER                     PIC X VALUE '-'.
           05  WS-TS-MM                   PIC 9(2).
           05  FILLER                     PIC X VALUE '-'.
           05  WS-TS-DD                   PIC 9(2).
           05  FILLER                     PIC X VALUE '-'.
           05  WS-TS-HH                   PIC 9(2).
           05  FILLER                     PIC X VALUE '.'.
           05  WS-TS-MN                   PIC 9(2).
           05  FILLER                     PIC X VALUE '.'.
           05  WS-TS-SS                   PIC 9(2).
           05  FILLER                     PIC X VALUE '.'.
           05  WS-TS-DECI                 PIC 9(2).
       LINKAGE SECTION.
       COPY sqlrunp.
       PROCEDURE DIVISION USING SQLRUNLG-PARMS.
       0000-MAINLINE.
           MOVE ZERO TO SQLRN-RETURN-CODE
           EVALUATE TRUE
               WHEN SQLRN-FN-START
                   PERFORM 1000-NOTE-THE-START
               WHEN SQLRN-FN-NOTE
                   PERFORM 1000-NOTE-THE-START
                   PERFORM 2000-FOLD-THE-CALL
               WHEN SQLRN-FN-END
                   PERFORM 1000-NOTE-THE-START
                   PERFORM 2000-FOLD-THE-CALL
                   PERFORM 3000-WRITE-END-RECORD
               WHEN OTHER
                   MOVE 8 TO SQLRN-RETURN-CODE
           END-EVALUATE
           GOBACK.

      * The first caller to name the job and program fixes them for
      * the run - a later call with the parameter block half filled
      * in (an FN-CLOSE that only set the function code) still lands
      * its END record under the right job.
       1000-NOTE-THE-START.
           IF WS-RUN-JOB-NAME = SPACES
               MOVE SQLRN-JOB-NAME TO WS-RUN-JOB-NAME
           END-IF
           IF WS-RUN-PROGRAM-NAME = SPACES
               MOVE SQLRN-PROGRAM-NAME TO WS-RUN-PROGRAM-NAME
           END-IF
           IF NOT WS-START-WRITTEN
               SET WS-START-WRITTEN TO TRUE
               PERFORM 1100-BUILD-TIMESTAMP
               MOVE SPACES               TO SQLRL-LEDGER-RECORD
               MOVE WS-RUN-JOB-NAME      TO SQLRL-JOB-NAME
               MOVE WS-RUN-PROGRAM-NAME  TO SQLRL-PROGRAM-NAME
               MOVE WS-LEDGER-TIMESTAMP  TO SQLRL-EVENT-TIMESTAMP
               SET SQLRL-EVENT-START     TO TRUE
               MOVE ZERO                 TO SQLRL-COMMIT-COUNT
               PERFORM 4000-APPEND-TO-LEDGER
           END-IF.

       1100-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE(1:4) TO WS-TS-YYYY
           MOVE WS-CDT-DATE(5:2) TO WS-TS-MM
           MOVE WS-CDT-DATE(7:2) TO WS-TS-DD
           MOVE WS-CDT-TIME(1:2) TO WS-TS-HH
           MOVE WS-CDT-TIME(3:2) TO WS-TS-MN
           MOVE WS-CDT-TIME(5:2) TO WS-TS-SS
           MOVE WS-CDT-DECI      TO WS-TS-DECI.

      * A code SQLCLASS does not know comes back ERROR with return
      * code 4 - counted as ERROR here too, the same safe default
      * every other reader of the classification takes.
       2000-FOLD-THE-CALL.
           IF SQLRN-SQLCODE NOT = ZERO
               MOVE SQLRN-SQLCODE  TO SQLCP-SQLCODE
               MOVE SQLRN-SQLSTATE TO SQLCP-SQLSTATE
               SET SQLCP-FN-LOOKUP TO TRUE
               CALL 'SQLCLASS' USING SQLCLASS-PARMS
               EVALUATE TRUE
                   WHEN SQLCP-SEV-WARNING
                       MOVE 1 TO WS-THIS-RANK
                   WHEN SQLCP-SEV-FATAL
                       MOVE 3 TO WS-THIS-RANK
                   WHEN OTHER
                       MOVE 2 TO WS-THIS-RANK
               END-EVALUATE
               IF WS-THIS-RANK > WS-WORST-RANK
                   MOVE WS-THIS-RANK TO WS-WORST-RANK
                   EVALUATE WS-WORST-RANK
                       WHEN 1
                           MOVE 'WARNING' TO WS-WORST-SEVERITY
                       WHEN 2
                           MOVE 'ERROR'   TO WS-WORST-SEVERITY
                       WHEN OTHER
                           MOVE 'FATAL'   TO WS-WORST-SEVERITY
                   END-EVALUATE
               END-IF
           END-IF
           IF SQLRN-COMMIT-COUNT > WS-RUN-COMMIT-COUNT
               MOVE SQLRN-COMMIT-COUNT TO WS-RUN-COMMIT-COUNT
           END-IF.

       3000-WRITE-END-RECORD.
           PERFORM 1100-BUILD-TIMESTAMP
           MOVE SPACES               TO SQLRL-LEDGER-RECORD
           MOVE WS-RUN-JOB-NAME      TO SQLRL-JOB-NAME
           MOVE WS-RUN-PROGRAM-NAME  TO SQLRL-PROGRAM-NAME
           MOVE WS-LEDGER-TIMESTAMP  TO SQLRL-EVENT-TIMESTAMP
           SET SQLRL-EVENT-END       TO TRUE
           MOVE SQLRN-END-SOURCE     TO SQLRL-END-SOURCE
           MOVE WS-RUN-COMMIT-COUNT  TO SQLRL-COMMIT-COUNT
           MOVE WS-WORST-SEVERITY    TO SQLRL-WORST-SEVERITY
           PERFORM 4000-APPEND-TO-LEDGER.

      * Open, one WRITE, close - the brief shared-file touch SQLAUDIT
      * uses for the SQLAUDJOBS registry, for the same reason. The
      * create fallback is gated on '35' so a concurrent open can
      * never fall into OPEN OUTPUT and truncate every other job's
      * history.
       4000-APPEND-TO-LEDGER.
           OPEN EXTEND SQLRUNLOG-FILE
           IF WS-LEDGER-FILE-STATUS = '35'
               OPEN OUTPUT SQLRUNLOG-FILE
           END-IF
           IF WS-LEDGER-FILE-STATUS = '00'
                   OR WS-LEDGER-FILE-STATUS = '05'
               WRITE SQLRL-LEDGER-RECORD
               IF WS-LEDGER-FILE-STATUS NOT = '00'
                   MOVE 12 TO SQLRN-RETURN-CODE
               END-IF
               CLOSE SQLRUNLOG-FILE
           ELSE
               MOVE 16 TO SQLRN-RETURN-CODE
           END-IF
           IF SQLRN-RETURN-CODE NOT = ZERO
               DISPLAY 'SQLRUNLG: UNABLE TO RECORD ' SQLRL-EVENT
                   ' FOR ' SQLRL-JOB-NAME ' ON SQLRUNLOG, STATUS '
                   WS-LEDGER-FILE-STATUS
           END-IF.
