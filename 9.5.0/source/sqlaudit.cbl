      *           SQLAUDIT trail, in timestamp order, that SQLWARNR
      *           and everything else downstream reads as before.
      *
      *           Every call is also passed to SQLRUNLG for the
      *           SQLRUNLOG run ledger: the first call stamps the
      *           run's start (SQLAP-FN-START stamps it explicitly
      *           from the top of the job), each logged SQLCODE feeds
      *           the run's worst severity, and FN-CLOSE writes the
      *           run's end-of-job record.
      *
      *           Each run's records on the spill are bracketed for
      *           SQLAUDMG's record-count balancing: an OPEN marker
      *           when the spill opens, and at FN-CLOSE a CONTROL
      *           record carrying the count of records the run wrote
      *           (see the marker values in sqlaudf). A run that dies
      *           before FN-CLOSE leaves its records with no control,
      *           which the merge reports rather than guesses at.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLAUDIT.
           88  WS-FILE-OPEN               VALUE 'Y'.
           88  WS-FILE-NOT-OPEN           VALUE 'N'.
       01  WS-AUDIT-SEQNO                 PIC S9(9) COMP-5 VALUE ZERO.
      * Records landed on the spill since it was last opened - the
      * count the CONTROL record carries at FN-CLOSE. Only a clean
      * WRITE counts, so the control states what is actually there.
       01  WS-SPILL-WRITTEN              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-SPILL-JOB-NAME             PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE                PIC 9(8).
           05  WS-CDT-TIME                PIC 9(6).
           05  FILLER                     PIC X VALUE '.'.
           05  WS-TS-DECI                 PIC 9(2).
       COPY sqlmcdp.
       COPY sqlrunp.
       LINKAGE SECTION.
       COPY sqlaudp.
       PROCEDURE DIVISION USING SQLAUDIT-PARMS.
           EVALUATE TRUE
               WHEN SQLAP-FN-CLOSE
                   PERFORM 8000-CLOSE-AUDIT-FILE
                   SET SQLRN-FN-END TO TRUE
                   PERFORM 9000-TELL-THE-LEDGER
               WHEN SQLAP-FN-LOG
                   PERFORM 1000-WRITE-AUDIT-RECORD
                   SET SQLRN-FN-NOTE TO TRUE
                   PERFORM 9000-TELL-THE-LEDGER
               WHEN SQLAP-FN-START
                   SET SQLRN-FN-START TO TRUE
                   PERFORM 9000-TELL-THE-LEDGER
               WHEN OTHER
                   MOVE 8 TO SQLAP-RETURN-CODE
           END-EVALUATE
               WRITE SQLA-AUDIT-RECORD
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                   MOVE 12 TO SQLAP-RETURN-CODE
               ELSE
                   ADD 1 TO WS-SPILL-WRITTEN
               END-IF
      * Return code 4 is a warning, raised only after the record is
      * safely on the spill: the job could not be registered, so
               END-IF
           END-IF
           IF WS-FILE-OPEN
               MOVE SQLAP-JOB-NAME TO WS-SPILL-JOB-NAME
               MOVE ZERO TO WS-SPILL-WRITTEN
               PERFORM 1170-WRITE-OPEN-MARKER
               PERFORM 1150-REGISTER-SPILL-JOB
               PERFORM 1160-STAMP-WINDOW-OPEN
           END-IF.
               END-IF
           END-IF.

      * The OPEN marker starts this run's stretch of the spill, so
      * the merge can tell a resubmitted run's records from those of
      * an earlier run that never reached FN-CLOSE. A marker that
      * will not write is shouted, not fatal - the merge then counts
      * this run in with whatever came before it and reports the
      * difference.
       1170-WRITE-OPEN-MARKER.
           PERFORM 1200-BUILD-TIMESTAMP
           INITIALIZE SQLA-AUDIT-RECORD
           MOVE WS-SPILL-JOB-NAME  TO SQLA-JOB-NAME
           MOVE WS-AUDIT-TIMESTAMP TO SQLA-AUDIT-TIMESTAMP
           MOVE ZERO               TO SQLA-AUDIT-SEQNO
           MOVE SQLAP-PROGRAM-NAME TO SQLA-PROGRAM-NAME
           MOVE 'SPILL OPEN'       TO SQLA-PARAGRAPH-NAME
           SET SQLA-SPILL-OPEN TO TRUE
           WRITE SQLA-AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLAUDIT: UNABLE TO WRITE OPEN MARKER TO '
                   WS-AUDIT-SPILL-NAME ', STATUS '
                   WS-AUDIT-FILE-STATUS
           END-IF.

       1200-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE(1:4) TO WS-TS-YYYY

       8000-CLOSE-AUDIT-FILE.
           IF WS-FILE-OPEN
               PERFORM 8100-WRITE-SPILL-CONTROL
               CLOSE SQLAUDIT-FILE
               SET WS-FILE-NOT-OPEN TO TRUE
           END-IF.

      * The control record is what SQLAUDMG holds the spill to
      * before it merges and empties it. One that fails to write
      * leaves this run's records uncontrolled - they still merge,
      * reported as such - so it is a warning 4 to the caller, not
      * a failed close.
       8100-WRITE-SPILL-CONTROL.
           PERFORM 1200-BUILD-TIMESTAMP
           INITIALIZE SQLA-AUDIT-RECORD
           MOVE WS-SPILL-JOB-NAME  TO SQLA-JOB-NAME
           MOVE WS-AUDIT-TIMESTAMP TO SQLA-AUDIT-TIMESTAMP
           MOVE WS-SPILL-WRITTEN   TO SQLA-AUDIT-SEQNO
           MOVE SQLAP-PROGRAM-NAME TO SQLA-PROGRAM-NAME
           MOVE 'SPILL CONTROL'    TO SQLA-PARAGRAPH-NAME
           SET SQLA-SPILL-CONTROL TO TRUE
           WRITE SQLA-AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLAUDIT: UNABLE TO WRITE CONTROL RECORD TO '
                   WS-AUDIT-SPILL-NAME ', STATUS '
                   WS-AUDIT-FILE-STATUS ' - '
                   WS-SPILL-WRITTEN ' RECORDS LEFT UNCONTROLLED'
               MOVE 4 TO SQLAP-RETURN-CODE
           END-IF.

      * The ledger's return code is deliberately not passed back -
      * SQLRUNLG shouts its own failures, and a ledger problem must
      * never turn a good audit call into a failed one.
       9000-TELL-THE-LEDGER.
           MOVE SQLAP-JOB-NAME     TO SQLRN-JOB-NAME
           MOVE SQLAP-PROGRAM-NAME TO SQLRN-PROGRAM-NAME
           SET SQLRN-END-AUDCLOSE  TO TRUE
           MOVE ZERO               TO SQLRN-COMMIT-COUNT
           IF SQLRN-FN-NOTE
               MOVE SQLAP-SQLCODE  TO SQLRN-SQLCODE
               MOVE SQLAP-SQLSTATE TO SQLRN-SQLSTATE
           ELSE
               MOVE ZERO           TO SQLRN-SQLCODE
               MOVE SPACES         TO SQLRN-SQLSTATE
           END-IF
           CALL 'SQLRUNLG' USING SQLRUNLG-PARMS.
