      *           current generation. The work files are scratch, JCL
      *           temporary datasets on z/OS.
      *
      *           Every pass is record-count balanced: the records
      *           read must equal those archived plus those retained
      *           before the live file is replaced, and the records
      *           copied back must equal those retained afterwards.
      *           A pass out of balance at the first check leaves its
      *           live file untouched; either way the file is flagged
      *           on SQLARCRPT, an OUT-OF-BALANCE alert goes out
      *           through SQLALERT once every pass is done (SQLALERTQ
      *           is one of the files rewritten here), and the run
      *           ends 8. Each pass's counts go to the SQLBALLOG
      *           balancing log (COPY sqlbalf) for the SQLBALR report.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLARCHV.
           SELECT SQLAUDWCTL-FILE ASSIGN TO 'SQLAUDWCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCTL-FILE-STATUS.
           SELECT SQLBALLOG-FILE ASSIGN TO 'SQLBALLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLAUDIT-FILE.
       01  ARCRPT-LINE                   PIC X(132).
       FD  SQLAUDWCTL-FILE.
           COPY sqlwctlf.
       FD  SQLBALLOG-FILE.
           COPY sqlbalf.
       WORKING-STORAGE SECTION.
       01  WS-WCTL-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-RSTARC-FILE-STATUS         PIC XX VALUE 'NO'.
       01  WS-RSTWRK-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-RPT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-BAL-FILE-STATUS            PIC XX VALUE 'NO'.
       COPY sqlalrtp.
      * Retention thresholds in days, judged against each record's
      * own timestamp. Ops adjusts these here; they are deliberately
      * generous so an archive pass missed for a night costs disk,
       01  WS-RECORD-TIMESTAMP           PIC X(26).
       01  WS-COUNT-ARCHIVED             PIC S9(9) COMP-5.
       01  WS-COUNT-RETAINED             PIC S9(9) COMP-5.
       01  WS-COUNT-READ                 PIC S9(9) COMP-5.
       01  WS-COUNT-RESTORED             PIC S9(9) COMP-5.
       01  WS-PASS-BALANCE-FLAG          PIC X VALUE 'Y'.
           88  WS-PASS-IN-BALANCE         VALUE 'Y'.
           88  WS-PASS-OUT-OF-BALANCE     VALUE 'N'.
       01  WS-PASS-FILE-NAME             PIC X(12).
       01  WS-PASS-WORK-NAME             PIC X(12).
       01  WS-PASS-DISPOSITION           PIC X(10).
       01  WS-RUN-TIMESTAMP              PIC X(26).
       01  WS-COUNT-EDIT-1               PIC Z(8)9.
       01  WS-COUNT-EDIT-2               PIC Z(8)9.
       01  WS-COUNT-EDIT-3               PIC Z(8)9.
      * Alerts found during the passes are held here and raised at
      * the end - SQLALERT appends to SQLALERTQ, which the alert pass
      * itself rewrites. One entry per live file at most.
       01  WS-ALERT-TABLE-COUNT          PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-ALERT-TABLE.
           05  WS-ALERT-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-ALERT-IDX.
               10  WS-ALERT-TEXT          PIC X(120).
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE                PIC 9(8).
           05  WS-CDT-TIME                PIC 9(6).
           05  WS-CDT-DECI                PIC 9(2).
           05  FILLER                     PIC X(9).
       01  WS-BALANCE-TIMESTAMP.
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
       01  WS-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
                   'SQLARCHV - RETENTION/ARCHIVE/PURGE'.
           05  FILLER                     PIC X(14) VALUE 'FILE'.
           05  FILLER                     PIC X(12) VALUE 'ARCHIVED'.
           05  FILLER                     PIC X(12) VALUE 'RETAINED'.
           05  FILLER                     PIC X(12) VALUE 'READ'.
           05  FILLER                     PIC X(10) VALUE 'BALANCE'.
           05  FILLER                     PIC X(10) VALUE 'DISPOSN'.
       01  WS-DETAIL-LINE.
           05  DL-FILE-NAME               PIC X(14).
           05  DL-ARCHIVED                PIC ZZZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  DL-RETAINED                PIC ZZZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  DL-READ                    PIC ZZZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  DL-BALANCE                 PIC X(10).
           05  DL-DISPOSITION             PIC X(10).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-ARCHIVE-ALERTS
           PERFORM 4000-ARCHIVE-SUSPENSE
           PERFORM 5000-ARCHIVE-RESTART
           PERFORM 7500-RAISE-BALANCE-ALERTS
           PERFORM 8000-CLOSE-FILES
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-CHECK-THE-WINDOW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 1200-BUILD-TIMESTAMP
           MOVE WS-BALANCE-TIMESTAMP TO WS-RUN-TIMESTAMP
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           OPEN OUTPUT SQLARCRPT-FILE
           COMPUTE WS-DATE-DIFF = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD).

       1200-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE(1:4) TO WS-TS-YYYY
           MOVE WS-CDT-DATE(5:2) TO WS-TS-MM
           MOVE WS-CDT-DATE(7:2) TO WS-TS-DD
           MOVE WS-CDT-TIME(1:2) TO WS-TS-HH
           MOVE WS-CDT-TIME(3:2) TO WS-TS-MN
           MOVE WS-CDT-TIME(5:2) TO WS-TS-SS
           MOVE WS-CDT-DECI      TO WS-TS-DECI.

      * Each pass starts its counts and balance state here; the
      * disposition stays UNTOUCHED unless the pass gets as far as
      * copying retained records back over its live file.
       1300-START-THE-PASS.
           MOVE ZERO TO WS-COUNT-ARCHIVED
           MOVE ZERO TO WS-COUNT-RETAINED
           MOVE ZERO TO WS-COUNT-READ
           MOVE ZERO TO WS-COUNT-RESTORED
           SET WS-PASS-IN-BALANCE TO TRUE
           MOVE SPACES TO WS-PASS-DISPOSITION
           MOVE 'N' TO WS-FILE-EOF.

       2000-ARCHIVE-AUDIT.
           PERFORM 1300-START-THE-PASS
           MOVE 'SQLAUDIT'     TO WS-PASS-FILE-NAME
           MOVE 'SQLAUDWRK'    TO WS-PASS-WORK-NAME
           OPEN INPUT SQLAUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-RECORDS TO TRUE
           IF WS-AUDIT-FILE-STATUS = '10'
               CLOSE SQLAUDIT-FILE
               CLOSE SQLAUDWRK-FILE
               PERFORM 6000-BALANCE-THE-SPLIT
               IF WS-PASS-IN-BALANCE
                   PERFORM 2300-COPY-BACK-AUDIT
                   PERFORM 6100-BALANCE-THE-COPY-BACK
               END-IF
               PERFORM 6200-LOG-THE-BALANCE
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE.

       2100-SPLIT-AUDIT-RECORD.
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SQLA-AUDIT-TIMESTAMP TO WS-RECORD-TIMESTAMP
                   PERFORM 1100-AGE-THE-TIMESTAMP
                   IF WS-DATE-DIFF > WS-AUDIT-RETAIN-DAYS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COUNT-RESTORED
           END-READ.

       3000-ARCHIVE-ALERTS.
           PERFORM 1300-START-THE-PASS
           MOVE 'SQLALERTQ'    TO WS-PASS-FILE-NAME
           MOVE 'SQLALTWRK'    TO WS-PASS-WORK-NAME
           OPEN INPUT SQLALERTQ-FILE
           IF WS-ALERT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-RECORDS TO TRUE
           IF WS-ALERT-FILE-STATUS = '10'
               CLOSE SQLALERTQ-FILE
               CLOSE SQLALTWRK-FILE
               PERFORM 6000-BALANCE-THE-SPLIT
               IF WS-PASS-IN-BALANCE
                   PERFORM 3300-COPY-BACK-ALERTS
                   PERFORM 6100-BALANCE-THE-COPY-BACK
               END-IF
               PERFORM 6200-LOG-THE-BALANCE
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE.

       3100-SPLIT-ALERT-RECORD.
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SQLAL-ALERT-TIMESTAMP TO WS-RECORD-TIMESTAMP
                   PERFORM 1100-AGE-THE-TIMESTAMP
                   IF WS-DATE-DIFF > WS-ALERT-RETAIN-DAYS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COUNT-RESTORED
           END-READ.

       4000-ARCHIVE-SUSPENSE.
           PERFORM 1300-START-THE-PASS
           MOVE 'SQLSUSPENSE'  TO WS-PASS-FILE-NAME
           MOVE 'SQLSUSWRK'    TO WS-PASS-WORK-NAME
           OPEN INPUT SQLSUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-RECORDS TO TRUE
           IF WS-SUSP-FILE-STATUS = '10'
               CLOSE SQLSUSPENSE-FILE
               CLOSE SQLSUSWRK-FILE
               PERFORM 6000-BALANCE-THE-SPLIT
               IF WS-PASS-IN-BALANCE
                   PERFORM 4300-COPY-BACK-SUSPENSE
                   PERFORM 6100-BALANCE-THE-COPY-BACK
               END-IF
               PERFORM 6200-LOG-THE-BALANCE
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE.

       4100-SPLIT-SUSP-RECORD.
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SQLS-SUSPENSE-TIMESTAMP TO WS-RECORD-TIMESTAMP
                   PERFORM 1100-AGE-THE-TIMESTAMP
                   IF WS-DATE-DIFF > WS-SUSP-RETAIN-DAYS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COUNT-RESTORED
           END-READ.

      * The restart file is keyed (see SQLRETRY); this sequential
      * ascending-key order an OPEN OUTPUT/WRITE sequence on an
      * indexed file requires.
       5000-ARCHIVE-RESTART.
           PERFORM 1300-START-THE-PASS
           MOVE 'SQLRESTART'   TO WS-PASS-FILE-NAME
           MOVE 'SQLRSTWRK'    TO WS-PASS-WORK-NAME
           OPEN INPUT SQLRESTART-FILE
           IF WS-RSTRT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-RECORDS TO TRUE
           IF WS-RSTRT-FILE-STATUS = '10'
               CLOSE SQLRESTART-FILE
               CLOSE SQLRSTWRK-FILE
               PERFORM 6000-BALANCE-THE-SPLIT
               IF WS-PASS-IN-BALANCE
                   PERFORM 5300-COPY-BACK-RESTART
                   PERFORM 6100-BALANCE-THE-COPY-BACK
               END-IF
               PERFORM 6200-LOG-THE-BALANCE
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE.

       5100-SPLIT-RSTRT-RECORD.
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SQLR-RESTART-TIMESTAMP TO WS-RECORD-TIMESTAMP
                   PERFORM 1100-AGE-THE-TIMESTAMP
                   IF WS-DATE-DIFF > WS-RSTRT-RETAIN-DAYS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COUNT-RESTORED
           END-READ.

      * Before the live file is replaced: every record read went
      * either to the archive or to the work file. Out of balance,
      * the live file is left exactly as it was - whatever already
      * reached the archive this pass rolls again next run, and a
      * duplicate in the archive is the safe side of a record lost
      * from both.
       6000-BALANCE-THE-SPLIT.
           IF WS-COUNT-READ NOT =
                   WS-COUNT-ARCHIVED + WS-COUNT-RETAINED
               SET WS-PASS-OUT-OF-BALANCE TO TRUE
               MOVE 'UNTOUCHED' TO WS-PASS-DISPOSITION
               MOVE WS-COUNT-READ     TO WS-COUNT-EDIT-1
               MOVE WS-COUNT-ARCHIVED TO WS-COUNT-EDIT-2
               MOVE WS-COUNT-RETAINED TO WS-COUNT-EDIT-3
               DISPLAY 'SQLARCHV: ' WS-PASS-FILE-NAME
                   ' OUT OF BALANCE - READ ' WS-COUNT-EDIT-1
                   ' ARCHIVED ' WS-COUNT-EDIT-2
                   ' RETAINED ' WS-COUNT-EDIT-3
                   ' - LIVE FILE LEFT UNTOUCHED'
               ADD 1 TO WS-ALERT-TABLE-COUNT
               SET WS-ALERT-IDX TO WS-ALERT-TABLE-COUNT
               MOVE SPACES TO WS-ALERT-TEXT(WS-ALERT-IDX)
               STRING
                       FUNCTION TRIM(WS-PASS-FILE-NAME)
                       ' ARCHIVE OUT OF BALANCE - READ '
                       FUNCTION TRIM(WS-COUNT-EDIT-1)
                       ' ARCHIVED '
                       FUNCTION TRIM(WS-COUNT-EDIT-2)
                       ' RETAINED '
                       FUNCTION TRIM(WS-COUNT-EDIT-3)
                       ' - LIVE FILE LEFT UNTOUCHED'
                   DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT(WS-ALERT-IDX)
               END-STRING
           END-IF.

      * After: the live file holds exactly what was retained. It has
      * already been replaced by then, so out of balance here means
      * the work file - intact until the next run - is the copy to
      * restore the live file from.
       6100-BALANCE-THE-COPY-BACK.
           MOVE 'REWRITTEN' TO WS-PASS-DISPOSITION
           IF WS-COUNT-RESTORED NOT = WS-COUNT-RETAINED
               SET WS-PASS-OUT-OF-BALANCE TO TRUE
               MOVE WS-COUNT-RETAINED TO WS-COUNT-EDIT-1
               MOVE WS-COUNT-RESTORED TO WS-COUNT-EDIT-2
               DISPLAY 'SQLARCHV: ' WS-PASS-FILE-NAME
                   ' OUT OF BALANCE - RETAINED ' WS-COUNT-EDIT-1
                   ' COPIED BACK ' WS-COUNT-EDIT-2
                   ' - RESTORE IT FROM ' WS-PASS-WORK-NAME
               ADD 1 TO WS-ALERT-TABLE-COUNT
               SET WS-ALERT-IDX TO WS-ALERT-TABLE-COUNT
               MOVE SPACES TO WS-ALERT-TEXT(WS-ALERT-IDX)
               STRING
                       FUNCTION TRIM(WS-PASS-FILE-NAME)
                       ' COPY-BACK OUT OF BALANCE - RETAINED '
                       FUNCTION TRIM(WS-COUNT-EDIT-1)
                       ' COPIED BACK '
                       FUNCTION TRIM(WS-COUNT-EDIT-2)
                       ' - RESTORE FROM '
                       FUNCTION TRIM(WS-PASS-WORK-NAME)
                   DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT(WS-ALERT-IDX)
               END-STRING
           END-IF.

      * The balancing log is shared with SQLAUDMG; same '35'-gated
      * create as the archive files. A log that will not open is
      * shouted once and costs the SQLBALR report, not the archive.
       6200-LOG-THE-BALANCE.
           IF WS-BAL-FILE-STATUS = 'NO'
               OPEN EXTEND SQLBALLOG-FILE
               IF WS-BAL-FILE-STATUS = '05'
                   MOVE '00' TO WS-BAL-FILE-STATUS
               END-IF
               IF WS-BAL-FILE-STATUS = '35'
                   OPEN OUTPUT SQLBALLOG-FILE
               END-IF
               IF WS-BAL-FILE-STATUS NOT = '00'
                   DISPLAY 'SQLARCHV: UNABLE TO OPEN SQLBALLOG, '
                       'STATUS ' WS-BAL-FILE-STATUS
                       ' - BALANCING NOT LOGGED'
               END-IF
           END-IF
           IF WS-BAL-FILE-STATUS = '00'
               INITIALIZE SQLBL-BALANCE-RECORD
               MOVE WS-RUN-TIMESTAMP    TO SQLBL-RUN-TIMESTAMP
               MOVE 'SQLARCHV'          TO SQLBL-STEP-NAME
               MOVE WS-PASS-FILE-NAME   TO SQLBL-FILE-NAME
               MOVE WS-COUNT-RESTORED   TO SQLBL-CONTROL-COUNT
               MOVE WS-COUNT-READ       TO SQLBL-INPUT-COUNT
               MOVE WS-COUNT-ARCHIVED   TO SQLBL-OUTPUT-COUNT
               MOVE WS-COUNT-RETAINED   TO SQLBL-KEPT-COUNT
               MOVE WS-PASS-DISPOSITION TO SQLBL-DISPOSITION
               IF WS-PASS-IN-BALANCE
                   SET SQLBL-IN-BALANCE TO TRUE
               ELSE
                   SET SQLBL-OUT-OF-BALANCE TO TRUE
               END-IF
               WRITE SQLBL-BALANCE-RECORD
               IF WS-BAL-FILE-STATUS NOT = '00'
                   DISPLAY 'SQLARCHV: SQLBALLOG WRITE FAILED, '
                       'STATUS ' WS-BAL-FILE-STATUS ' FOR '
                       WS-PASS-FILE-NAME
               END-IF
           END-IF.

      * A pass that never got as far as balancing (no live file, or
      * no work file) has no balance to show.
       7000-WRITE-REPORT-LINE.
           MOVE SPACES TO DL-BALANCE
           MOVE WS-PASS-FILE-NAME   TO DL-FILE-NAME
           MOVE WS-COUNT-ARCHIVED   TO DL-ARCHIVED
           MOVE WS-COUNT-RETAINED   TO DL-RETAINED
           MOVE WS-COUNT-READ       TO DL-READ
           MOVE WS-PASS-DISPOSITION TO DL-DISPOSITION
           IF WS-PASS-DISPOSITION NOT = SPACES
               IF WS-PASS-IN-BALANCE
                   MOVE 'BALANCED' TO DL-BALANCE
               ELSE
                   MOVE 'OUT OF BAL' TO DL-BALANCE
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO ARCRPT-LINE
           WRITE ARCRPT-LINE.

      * Raised only now, with every live file closed - SQLALERT
      * appends to SQLALERTQ, which 3000 rewrites.
       7500-RAISE-BALANCE-ALERTS.
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-TABLE-COUNT
               SET SQLLP-FN-NOTIFY TO TRUE
               MOVE 'SQLARCHV'       TO SQLLP-JOB-NAME
               MOVE SPACES           TO SQLLP-STEP-NAME
               MOVE 'SQLARCHV'       TO SQLLP-PROGRAM-NAME
               MOVE 'OUT-OF-BALANCE' TO SQLLP-RC-CONDITION-NAME
               MOVE ZERO             TO SQLLP-SQLCODE
               MOVE ZERO             TO SQLLP-SQLERRML
               MOVE SPACES           TO SQLLP-SQLERRMC
               MOVE ZERO             TO SQLLP-SUPPRESS-SECONDS
               MOVE ZERO             TO SQLLP-ESCALATE-SECONDS
               MOVE WS-ALERT-TEXT(WS-ALERT-IDX) TO SQLLP-NOTIFY-TEXT
               CALL 'SQLALERT' USING SQLALERT-PARMS
               IF SQLLP-RETURN-CODE NOT = ZERO
                   DISPLAY 'SQLARCHV: OUT-OF-BALANCE ALERT NOT '
                       'QUEUED, RETURN CODE ' SQLLP-RETURN-CODE
               END-IF
           END-PERFORM
           IF WS-ALERT-TABLE-COUNT > ZERO
               SET SQLLP-FN-CLOSE TO TRUE
               CALL 'SQLALERT' USING SQLALERT-PARMS
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-CLOSE-FILES.
           IF WS-AUDARC-FILE-STATUS = '00'
               CLOSE SQLAUDARC-FILE
           IF WS-RSTARC-FILE-STATUS = '00'
               CLOSE SQLRSTARC-FILE
           END-IF
           IF WS-BAL-FILE-STATUS = '00'
               CLOSE SQLBALLOG-FILE
           END-IF
           CLOSE SQLARCRPT-FILE.
