      *           refuse to re-drive it rather than insert a record
      *           of unknown width and call it REAPPLIED.
      *
      *           Suspense circuit breaker: a re-sent or doubled
      *           feeder file rejects nearly every record with -803,
      *           and without a limit the load ends clean with
      *           thousands of rows on SQLSUSPENSE for the morning
      *           reviewer. A load listed on the operator-maintained
      *           SQLSUSPBRK threshold file (COPY sqlsbrkf) has its
      *           rejects counted per job/program for the run and
      *           held against its maximum count and its maximum
      *           percentage of the input count the load reports.
      *           The REJECT that crosses either limit is still
      *           suspended, and then the breaker trips, once per
      *           load per run:
      *             - SQLRETRY FN-STOPCKPT writes a restart record
      *               from the load's last commit point under
      *               condition SUSPENSE-BREAKER, so the job is
      *               resubmitted through FN-GETCKPT rather than from
      *               the top, and SQLTURNR hands it over as stopped
      *               by the breaker
      *             - SQLALERT FN-NOTIFY pages SUSPENSE-BREAKER
      *               naming the job, the reject count and the rate
      *             - SQLSP-ACTION-CODE comes back STOP on this and
      *               every later REJECT from the load
      *           A load not on the file runs exactly as before, and
      *           none of the breaker fields in its parameter block
      *           are read or set.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLSUSP.
           SELECT SQLSUSPENSE-FILE ASSIGN TO 'SQLSUSPENSE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT SQLSUSPBRK-FILE ASSIGN TO 'SQLSUSPBRK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLSUSPENSE-FILE.
           COPY sqlsusf.
       FD  SQLSUSPBRK-FILE.
           COPY sqlsbrkf.
       WORKING-STORAGE SECTION.
       COPY sqlretp.
       COPY sqlalrtp.
       01  WS-SUSP-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-BRK-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-BRK-EOF                    PIC X VALUE 'N'.
           88  WS-NO-MORE-THRESHOLDS      VALUE 'Y'.
       01  WS-BRK-LOADED-FLAG            PIC X VALUE 'N'.
           88  WS-BRK-LOADED              VALUE 'Y'.
      * A load's reject rate is not judged until it has read this
      * many records, where its SQLSUSPBRK entry leaves the minimum
      * at zero. Ops adjusts it here.
       01  WS-DEFAULT-MIN-INPUT          PIC S9(9) COMP-5 VALUE 100.
       01  WS-THR-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-THR-TABLE.
           05  WS-THR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-THR-IDX.
               10  WS-THR-JOB             PIC X(8).
               10  WS-THR-PROGRAM         PIC X(8).
               10  WS-THR-MAX-SUSPENSE    PIC S9(9) COMP-5.
               10  WS-THR-MAX-PERCENT     PIC S9(3)V9(2) COMP-3.
               10  WS-THR-MIN-INPUT       PIC S9(9) COMP-5.
      * One entry per job/program that has rejected a record this
      * run. WS-LOD-THRESHOLD is the SQLSUSPBRK entry guarding it,
      * zero for an unguarded load.
       01  WS-LOD-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-LOD-TABLE.
           05  WS-LOD-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-LOD-IDX.
               10  WS-LOD-JOB             PIC X(8).
               10  WS-LOD-PROGRAM         PIC X(8).
               10  WS-LOD-THRESHOLD       PIC S9(4) COMP-5.
               10  WS-LOD-REJECTS         PIC S9(9) COMP-5.
               10  WS-LOD-TRIP-FLAG       PIC X.
                   88  WS-LOD-TRIPPED      VALUE 'Y'.
       01  WS-LOD-FOUND                  PIC X VALUE 'N'.
           88  WS-LOD-WAS-FOUND           VALUE 'Y'.
       01  WS-LODS-TRUNCATED             PIC X VALUE 'N'.
           88  WS-LOD-LIST-TRUNCATED      VALUE 'Y'.
       01  WS-LIMIT-CROSSED              PIC X VALUE 'N'.
           88  WS-LIMIT-WAS-CROSSED       VALUE 'Y'.
       01  WS-TRIPS-THIS-RUN             PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-EFFECTIVE-MIN-INPUT        PIC S9(9) COMP-5.
       01  WS-REJECT-RATE                PIC S9(5)V9(2) COMP-3.
       01  WS-EDIT-COUNT                 PIC Z(8)9.
       01  WS-EDIT-INPUT                 PIC Z(8)9.
       01  WS-EDIT-RATE                  PIC ZZZZ9.99.
       01  WS-EDIT-MAX-COUNT             PIC Z(8)9.
       01  WS-EDIT-MAX-RATE              PIC ZZ9.99.
       01  WS-LIMIT-COUNT-TEXT           PIC X(9).
       01  WS-LIMIT-RATE-TEXT            PIC X(7).
       01  WS-FILE-IS-OPEN               PIC X VALUE 'N'.
           88  WS-FILE-OPEN               VALUE 'Y'.
           88  WS-FILE-NOT-OPEN           VALUE 'N'.
               IF WS-SUSP-FILE-STATUS NOT = '00'
                   MOVE 12 TO SQLSP-RETURN-CODE
               END-IF
           END-IF
           PERFORM 2000-CHECK-THE-BREAKER.

       1100-OPEN-SUSPENSE-FILE.
           OPEN EXTEND SQLSUSPENSE-FILE
           END-IF
           MOVE SQLSP-INPUT-RECORD      TO SQLS-INPUT-RECORD.

      * Every reject counts toward the breaker, suspended or not - a
      * record the suspense file could not take is no evidence the
      * input is any better.
       2000-CHECK-THE-BREAKER.
           IF NOT WS-BRK-LOADED
               PERFORM 2100-LOAD-THRESHOLDS
           END-IF
           PERFORM 2200-FIND-THE-LOAD
           IF WS-LOD-WAS-FOUND
               IF WS-LOD-THRESHOLD(WS-LOD-IDX) > ZERO
                   ADD 1 TO WS-LOD-REJECTS(WS-LOD-IDX)
                   MOVE WS-LOD-REJECTS(WS-LOD-IDX)
                       TO SQLSP-REJECT-COUNT
                   IF WS-LOD-TRIPPED(WS-LOD-IDX)
                       SET SQLSP-ACTION-STOP TO TRUE
                   ELSE
                       SET SQLSP-ACTION-CONTINUE TO TRUE
                       PERFORM 2300-TEST-THE-LIMITS
                       IF WS-LIMIT-WAS-CROSSED
                           PERFORM 2400-TRIP-THE-BREAKER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Read once, on the run's first reject. No file means no load
      * is guarded.
       2100-LOAD-THRESHOLDS.
           SET WS-BRK-LOADED TO TRUE
           OPEN INPUT SQLSUSPBRK-FILE
           IF WS-BRK-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-THRESHOLDS TO TRUE
           END-IF
           PERFORM 2110-TABLE-ONE-THRESHOLD
               UNTIL WS-NO-MORE-THRESHOLDS
           IF WS-BRK-FILE-STATUS = '10'
               CLOSE SQLSUSPBRK-FILE
           END-IF.

       2110-TABLE-ONE-THRESHOLD.
           READ SQLSUSPBRK-FILE
               AT END
                   SET WS-NO-MORE-THRESHOLDS TO TRUE
               NOT AT END
                   IF WS-THR-TABLE-COUNT < 100
                       ADD 1 TO WS-THR-TABLE-COUNT
                       SET WS-THR-IDX TO WS-THR-TABLE-COUNT
                       MOVE SQLSB-JOB-NAME
                           TO WS-THR-JOB(WS-THR-IDX)
                       MOVE SQLSB-PROGRAM-NAME
                           TO WS-THR-PROGRAM(WS-THR-IDX)
                       MOVE SQLSB-MAX-SUSPENSE
                           TO WS-THR-MAX-SUSPENSE(WS-THR-IDX)
                       MOVE SQLSB-MAX-PERCENT
                           TO WS-THR-MAX-PERCENT(WS-THR-IDX)
                       MOVE SQLSB-MIN-INPUT
                           TO WS-THR-MIN-INPUT(WS-THR-IDX)
                   ELSE
                       DISPLAY 'SQLSUSP: BREAKER TABLE FULL - '
                           'THRESHOLDS PAST 100 IGNORED'
                   END-IF
           END-READ.

      * A load is matched to its threshold once, when it first
      * rejects; first SQLSUSPBRK entry in file order wins. Past 50
      * loads in one run the newcomer goes unguarded - shouted once.
       2200-FIND-THE-LOAD.
           MOVE 'N' TO WS-LOD-FOUND
           PERFORM VARYING WS-LOD-IDX FROM 1 BY 1
                   UNTIL WS-LOD-IDX > WS-LOD-TABLE-COUNT
                       OR WS-LOD-WAS-FOUND
               IF WS-LOD-JOB(WS-LOD-IDX) = SQLSP-JOB-NAME
                       AND WS-LOD-PROGRAM(WS-LOD-IDX) =
                           SQLSP-PROGRAM-NAME
                   SET WS-LOD-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-LOD-WAS-FOUND
               SET WS-LOD-IDX DOWN BY 1
           ELSE
               IF WS-LOD-TABLE-COUNT < 50
                   ADD 1 TO WS-LOD-TABLE-COUNT
                   SET WS-LOD-IDX TO WS-LOD-TABLE-COUNT
                   MOVE SQLSP-JOB-NAME TO WS-LOD-JOB(WS-LOD-IDX)
                   MOVE SQLSP-PROGRAM-NAME
                       TO WS-LOD-PROGRAM(WS-LOD-IDX)
                   MOVE ZERO TO WS-LOD-THRESHOLD(WS-LOD-IDX)
                   MOVE ZERO TO WS-LOD-REJECTS(WS-LOD-IDX)
                   MOVE 'N' TO WS-LOD-TRIP-FLAG(WS-LOD-IDX)
                   PERFORM 2250-FIND-THE-THRESHOLD
                   SET WS-LOD-WAS-FOUND TO TRUE
               ELSE
                   IF NOT WS-LOD-LIST-TRUNCATED
                       DISPLAY 'SQLSUSP: LOAD TABLE FULL - '
                           SQLSP-JOB-NAME ' ' SQLSP-PROGRAM-NAME
                           ' RUNS WITHOUT A SUSPENSE BREAKER'
                       SET WS-LOD-LIST-TRUNCATED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2250-FIND-THE-THRESHOLD.
           PERFORM VARYING WS-THR-IDX FROM 1 BY 1
                   UNTIL WS-THR-IDX > WS-THR-TABLE-COUNT
                       OR WS-LOD-THRESHOLD(WS-LOD-IDX) > ZERO
               IF (WS-THR-JOB(WS-THR-IDX) = '*' OR
                       WS-THR-JOB(WS-THR-IDX) = SQLSP-JOB-NAME)
                   AND (WS-THR-PROGRAM(WS-THR-IDX) = '*' OR
                       WS-THR-PROGRAM(WS-THR-IDX) =
                           SQLSP-PROGRAM-NAME)
                   SET WS-LOD-THRESHOLD(WS-LOD-IDX) TO WS-THR-IDX
               END-IF
           END-PERFORM.

      * Crossed means past the limit: a maximum of 500 allows 500
      * rejects and trips on the 501st. The rate is rejects over the
      * input count the load reports, once that count reaches the
      * minimum.
       2300-TEST-THE-LIMITS.
           MOVE 'N' TO WS-LIMIT-CROSSED
           SET WS-THR-IDX TO WS-LOD-THRESHOLD(WS-LOD-IDX)
           MOVE ZERO TO WS-REJECT-RATE
           IF SQLSP-INPUT-COUNT > ZERO
               COMPUTE WS-REJECT-RATE ROUNDED =
                   WS-LOD-REJECTS(WS-LOD-IDX) * 100
                   / SQLSP-INPUT-COUNT
           END-IF
           IF WS-THR-MAX-SUSPENSE(WS-THR-IDX) > ZERO
                   AND WS-LOD-REJECTS(WS-LOD-IDX) >
                       WS-THR-MAX-SUSPENSE(WS-THR-IDX)
               SET WS-LIMIT-WAS-CROSSED TO TRUE
           END-IF
           IF WS-THR-MIN-INPUT(WS-THR-IDX) > ZERO
               MOVE WS-THR-MIN-INPUT(WS-THR-IDX)
                   TO WS-EFFECTIVE-MIN-INPUT
           ELSE
               MOVE WS-DEFAULT-MIN-INPUT TO WS-EFFECTIVE-MIN-INPUT
           END-IF
           IF WS-THR-MAX-PERCENT(WS-THR-IDX) > ZERO
                   AND SQLSP-INPUT-COUNT >= WS-EFFECTIVE-MIN-INPUT
                   AND WS-REJECT-RATE >
                       WS-THR-MAX-PERCENT(WS-THR-IDX)
               SET WS-LIMIT-WAS-CROSSED TO TRUE
           END-IF.

      * The stop stands whether or not the checkpoint and the page
      * get through - a failure of either is shouted for the
      * operator, and the load still halts on the STOP action.
       2400-TRIP-THE-BREAKER.
           SET WS-LOD-TRIPPED(WS-LOD-IDX) TO TRUE
           SET SQLSP-ACTION-STOP TO TRUE
           ADD 1 TO WS-TRIPS-THIS-RUN
           MOVE WS-LOD-REJECTS(WS-LOD-IDX) TO WS-EDIT-COUNT
           MOVE SQLSP-INPUT-COUNT TO WS-EDIT-INPUT
           MOVE WS-REJECT-RATE TO WS-EDIT-RATE
           MOVE 'NONE' TO WS-LIMIT-COUNT-TEXT
           IF WS-THR-MAX-SUSPENSE(WS-THR-IDX) > ZERO
               MOVE WS-THR-MAX-SUSPENSE(WS-THR-IDX)
                   TO WS-EDIT-MAX-COUNT
               MOVE FUNCTION TRIM(WS-EDIT-MAX-COUNT)
                   TO WS-LIMIT-COUNT-TEXT
           END-IF
           MOVE 'NONE' TO WS-LIMIT-RATE-TEXT
           IF WS-THR-MAX-PERCENT(WS-THR-IDX) > ZERO
               MOVE WS-THR-MAX-PERCENT(WS-THR-IDX)
                   TO WS-EDIT-MAX-RATE
               STRING FUNCTION TRIM(WS-EDIT-MAX-RATE) '%'
                   DELIMITED BY SIZE INTO WS-LIMIT-RATE-TEXT
               END-STRING
           END-IF
           DISPLAY 'SQLSUSP: SUSPENSE BREAKER TRIPPED FOR '
               SQLSP-JOB-NAME ' ' SQLSP-PROGRAM-NAME ' - '
               FUNCTION TRIM(WS-EDIT-COUNT) ' REJECTS OF '
               FUNCTION TRIM(WS-EDIT-INPUT) ' INPUT'
           PERFORM 2500-CHECKPOINT-THE-LOAD
           PERFORM 2600-PAGE-THE-TRIP.

       2500-CHECKPOINT-THE-LOAD.
           SET SQLRP-FN-STOPCKPT         TO TRUE
           MOVE SQLSP-JOB-NAME           TO SQLRP-JOB-NAME
           MOVE SQLSP-PROGRAM-NAME       TO SQLRP-PROGRAM-NAME
           MOVE 'SUSPENSE-BREAKER'       TO SQLRP-RC-CONDITION-NAME
           MOVE SQLSP-SQLCODE            TO SQLRP-SQLCODE
           MOVE SQLSP-LAST-KEY-COMMITTED TO SQLRP-LAST-KEY-PROCESSED
           MOVE SQLSP-COMMIT-COUNT       TO SQLRP-COMMIT-COUNT
           MOVE ZERO                     TO SQLRP-MAX-RETRIES
           MOVE ZERO                     TO SQLRP-BACKOFF-SECONDS
           MOVE ZERO                     TO SQLRP-CHECKPOINT-EVERY
           CALL 'SQLRETRY' USING SQLRETRY-PARMS
           IF SQLRP-RETURN-CODE NOT = ZERO
               DISPLAY 'SQLSUSP: BREAKER CHECKPOINT NOT WRITTEN FOR '
                   SQLSP-JOB-NAME ', SQLRETRY RC '
                   SQLRP-RETURN-CODE
           END-IF.

       2600-PAGE-THE-TRIP.
           SET SQLLP-FN-NOTIFY TO TRUE
           MOVE SQLSP-JOB-NAME     TO SQLLP-JOB-NAME
           MOVE SPACES             TO SQLLP-STEP-NAME
           MOVE SQLSP-PROGRAM-NAME TO SQLLP-PROGRAM-NAME
           MOVE 'SUSPENSE-BREAKER' TO SQLLP-RC-CONDITION-NAME
           MOVE SQLSP-SQLCODE      TO SQLLP-SQLCODE
           MOVE ZERO               TO SQLLP-SQLERRML
           MOVE SPACES             TO SQLLP-SQLERRMC
           MOVE ZERO               TO SQLLP-SUPPRESS-SECONDS
           MOVE ZERO               TO SQLLP-ESCALATE-SECONDS
           MOVE SPACES             TO SQLLP-NOTIFY-TEXT
           STRING 'SUSPENSE BREAKER TRIPPED - LOAD STOPPED: '
                   FUNCTION TRIM(WS-EDIT-COUNT) ' REJECTS OF '
                   FUNCTION TRIM(WS-EDIT-INPUT) ' READ ('
                   FUNCTION TRIM(WS-EDIT-RATE) '%), LIMIT '
                   FUNCTION TRIM(WS-LIMIT-COUNT-TEXT) ' / '
                   FUNCTION TRIM(WS-LIMIT-RATE-TEXT)
               DELIMITED BY SIZE INTO SQLLP-NOTIFY-TEXT
           END-STRING
           CALL 'SQLALERT' USING SQLALERT-PARMS
           IF SQLLP-RETURN-CODE NOT = ZERO
               DISPLAY 'SQLSUSP: BREAKER ALERT NOT QUEUED FOR '
                   SQLSP-JOB-NAME ', SQLALERT RC '
                   SQLLP-RETURN-CODE
           END-IF.

      * A run that tripped the breaker also closes what the trip
      * opened, so the restart record and the page are on disk
      * when the load ends its step.
       8000-CLOSE-SUSPENSE-FILE.
           IF WS-FILE-OPEN
               CLOSE SQLSUSPENSE-FILE
               SET WS-FILE-NOT-OPEN TO TRUE
           END-IF
           IF WS-TRIPS-THIS-RUN > ZERO
               SET SQLRP-FN-CLOSE TO TRUE
               CALL 'SQLRETRY' USING SQLRETRY-PARMS
               SET SQLLP-FN-CLOSE TO TRUE
               CALL 'SQLALERT' USING SQLALERT-PARMS
               MOVE ZERO TO WS-TRIPS-THIS-RUN
           END-IF.
