      *************************************************************************
      *
      * Program: SQLACKR
      *
      * Function: Alert response-time and on-call performance report
      *           over the SQLALRTDSP dispatch state file SQLADSP
      *           maintains. SQLADSP records who was paged, when the
      *           page was answered, by whom and how many times it had
      *           to be re-paged, but only ever acts on the current
      *           pass - this is the reader that answers "did the
      *           routing change speed up response" and "which group's
      *           SLA is slipping" off the same records.
      *
      *           Covers every dispatch whose alert timestamp falls in
      *           the WS-PERIOD-DAYS days ending on the SQLCALND
      *           process date, and prints:
      *             - per on-call group and per condition (SQL-RC-E904,
      *               -E911, -E30081, the refined SQLSTATE classes and
      *               the control conditions raised through
      *               SQLLP-FN-NOTIFY): dispatches, median and worst
      *               time-to-acknowledge, the percentage acknowledged
      *               within WS-ACK-TARGET-MINUTES, re-pages and the
      *               dispatches never acknowledged - with an all-
      *               conditions line per group and an all-groups line
      *               per condition
      *             - per responder: acknowledgments, median and worst
      *               time-to-acknowledge and the percentage within
      *               target
      *             - every SQLALRTRTE routing rule that no dispatch in
      *               the period matched
      *
      *           Time-to-acknowledge runs from the alert timestamp to
      *           the SQLADSP pass that applied the acknowledgment: a
      *           re-issue overwrites SQLDP-DISPATCH-TIMESTAMP, so the
      *           alert timestamp is the only first-page time the
      *           record still carries, and the responder's clock
      *           starts when the condition was raised anyway. A
      *           dispatch never acknowledged counts against the
      *           within-target percentage.
      *
      *           The rules are matched the way SQLADSP matches them -
      *           first rule in file order claiming both the condition
      *           and the job wins - against the routing file as it
      *           stands when the report runs, so a rule that was
      *           re-ordered or added mid-period is judged as it reads
      *           now.
      *
      *           Run weekly from the scheduler, after the last SQLADSP
      *           pass of the window. Writes SQLACKRPT; no parameters.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLACKR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLALRTDSP-FILE ASSIGN TO 'SQLALRTDSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLDP-DISPATCH-KEY
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT SQLALRTRTE-FILE ASSIGN TO 'SQLALRTRTE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.
           SELECT SQLACKRPT-FILE ASSIGN TO 'SQLACKRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLALRTDSP-FILE.
           COPY sqladspf.
      * Same layout SQLADSP reads the routing rules with.
       FD  SQLALRTRTE-FILE.
       01  RTE-ROUTE-RECORD.
           05  RTE-CONDITION-NAME         PIC X(20).
           05  RTE-JOB-PATTERN            PIC X(8).
           05  RTE-ONCALL-GROUP           PIC X(8).
           05  FILLER                     PIC X(24).
       FD  SQLACKRPT-FILE.
       01  ACKRPT-LINE                   PIC X(132).
       WORKING-STORAGE SECTION.
           COPY sqlcalp.
       01  WS-DISP-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-ROUTE-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-RPT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-DISP-EOF                   PIC X VALUE 'N'.
           88  WS-NO-MORE-DISPATCHES      VALUE 'Y'.
       01  WS-ROUTE-EOF                  PIC X VALUE 'N'.
           88  WS-NO-MORE-ROUTES          VALUE 'Y'.
      * The reporting period and the acknowledgment target. Ops
      * adjusts these here; the target matches SQLADSP's re-issue
      * interval, so "within target" means "answered before the
      * first re-page".
       01  WS-PERIOD-DAYS                PIC S9(4) COMP-5 VALUE 7.
       01  WS-ACK-TARGET-MINUTES         PIC S9(4) COMP-5 VALUE 30.
       01  WS-ACK-TARGET-SECONDS         PIC S9(9) COMP-5.
       01  WS-PERIOD-FROM-DATE           PIC 9(8).
       01  WS-PERIOD-TO-DATE             PIC 9(8).
       01  WS-ALERT-DATE                 PIC 9(8).
       01  WS-DATE-BUILD                 PIC 9(8).
       01  WS-TIME-HH                    PIC S9(4) COMP-5.
       01  WS-TIME-MN                    PIC S9(4) COMP-5.
       01  WS-TIME-SS                    PIC S9(4) COMP-5.
       01  WS-WORK-TIMESTAMP             PIC X(26).
       01  WS-WORK-SECONDS               PIC S9(18) COMP-5.
       01  WS-ALERT-SECONDS              PIC S9(18) COMP-5.
      * Every in-period dispatch, reduced to what the measures need.
      * A filled table is flagged, shouted once and stamped on the
      * report - see SQLTURNR's capture caps.
       01  WS-DSP-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-DSP-IDX.
               10  WS-DSP-GROUP           PIC X(8).
               10  WS-DSP-CONDITION       PIC X(20).
               10  WS-DSP-RESPONDER       PIC X(8).
               10  WS-DSP-ACK-FLAG        PIC X.
                   88  WS-DSP-ACKNOWLEDGED VALUE 'Y'.
               10  WS-DSP-ACK-SECONDS     PIC S9(9) COMP-5.
               10  WS-DSP-REISSUES        PIC S9(4) COMP-5.
       01  WS-DSPS-TRUNCATED             PIC X VALUE 'N'.
           88  WS-DSPS-WERE-TRUNCATED     VALUE 'Y'.
      * The distinct groups, conditions and responders, each kept in
      * collating order as it is added so the sections print sorted.
       01  WS-GRP-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-NAME            PIC X(8).
       01  WS-CND-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-CND-TABLE.
           05  WS-CND-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CND-IDX.
               10  WS-CND-NAME            PIC X(20).
       01  WS-RSP-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-RSP-TABLE.
           05  WS-RSP-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-RSP-IDX.
               10  WS-RSP-NAME            PIC X(8).
       01  WS-NAMES-TRUNCATED            PIC X VALUE 'N'.
           88  WS-NAMES-WERE-TRUNCATED    VALUE 'Y'.
       01  WS-NAME-FOUND                 PIC X VALUE 'N'.
           88  WS-NAME-WAS-FOUND          VALUE 'Y'.
       01  WS-INSERT-AT                  PIC S9(4) COMP-5.
       01  WS-SHIFT-IDX                  PIC S9(4) COMP-5.
      * The routing rules, with the number of in-period dispatches
      * each one would have claimed.
       01  WS-ROUTE-TABLE-COUNT          PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RTE-IDX.
               10  WS-RTE-CONDITION       PIC X(20).
               10  WS-RTE-JOB-PATTERN     PIC X(8).
               10  WS-RTE-GROUP           PIC X(8).
               10  WS-RTE-HITS            PIC S9(9) COMP-5.
       01  WS-MATCH-FOUND                PIC X VALUE 'N'.
           88  WS-RULE-MATCHED            VALUE 'Y'.
       01  WS-PATTERN-LEN                PIC S9(4) COMP-5.
      * Selection for 5000-MEASURE-THE-SELECTION - spaces in any of
      * the three means "any".
       01  WS-SEL-GROUP                  PIC X(8).
       01  WS-SEL-CONDITION              PIC X(20).
       01  WS-SEL-RESPONDER              PIC X(8).
       01  WS-SEL-MATCHED                PIC X VALUE 'N'.
           88  WS-SEL-DOES-MATCH          VALUE 'Y'.
      * The acknowledged times of the current selection, kept in
      * ascending order as they are added so the median and the
      * worst fall straight out of the middle and the end.
       01  WS-SRT-COUNT                  PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-SRT-TABLE.
           05  WS-SRT-SECONDS OCCURS 3000 TIMES
                                         PIC S9(9) COMP-5.
       01  WS-SLOT-FOUND                 PIC X VALUE 'N'.
           88  WS-SLOT-WAS-FOUND          VALUE 'Y'.
       01  WS-MEAS-DISPATCHES            PIC S9(9) COMP-5.
       01  WS-MEAS-WITHIN                PIC S9(9) COMP-5.
       01  WS-MEAS-REISSUES              PIC S9(9) COMP-5.
       01  WS-MEAS-NEVER                 PIC S9(9) COMP-5.
       01  WS-MEAS-MEDIAN-SECONDS        PIC S9(9)V9 COMP-3.
       01  WS-MID-IDX                    PIC S9(4) COMP-5.
       01  WS-COUNT-IN-PERIOD            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-ACKED                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-WITHIN               PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-NEVER                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-REISSUES             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-DEFAULTED            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-IDLE-RULES           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                     PIC X(50) VALUE
                   'SQLACKR - ALERT RESPONSE TIME BY ON-CALL GROUP'.
       01  WS-RANGE-LINE.
           05  FILLER                     PIC X(9) VALUE 'COVERING '.
           05  RL-FROM-DATE               PIC 9(8).
           05  FILLER                     PIC X(9) VALUE ' THROUGH '.
           05  RL-TO-DATE                 PIC 9(8).
           05  FILLER                     PIC X(17) VALUE
                   '    ACK TARGET '.
           05  RL-TARGET                  PIC ZZZ9.
           05  FILLER                     PIC X(8) VALUE ' MINUTES'.
       01  WS-SECTION-LINE               PIC X(60).
       01  WS-COLUMN-HEADER.
           05  WS-CH-FIRST                PIC X(10) VALUE 'GROUP'.
           05  WS-CH-SECOND               PIC X(22) VALUE 'CONDITION'.
           05  FILLER                     PIC X(10) VALUE
                   'DISPATCH'.
           05  FILLER                     PIC X(10) VALUE
                   'MEDIAN MN'.
           05  FILLER                     PIC X(11) VALUE
                   ' WORST MN'.
           05  FILLER                     PIC X(8)  VALUE
                   'IN TGT'.
           05  FILLER                     PIC X(10) VALUE
                   ' REPAGES'.
           05  FILLER                     PIC X(9)  VALUE
                   'NEVER ACK'.
       01  WS-DETAIL-LINE.
           05  DL-FIRST                   PIC X(10).
           05  DL-SECOND                  PIC X(22).
           05  DL-DISPATCHES              PIC ZZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
      * Blanked when nothing in the selection was acknowledged -
      * there is no time to show, which is not the same as zero.
           05  DL-TIMES.
               10  DL-MEDIAN-MINUTES      PIC ZZZ,ZZ9.9.
               10  FILLER                 PIC X(1)  VALUE SPACES.
               10  DL-WORST-MINUTES       PIC ZZZ,ZZ9.9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DL-PERCENT                 PIC ZZ9.9.
           05  FILLER                     PIC X(1)  VALUE '%'.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DL-REISSUES                PIC ZZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
      * Blanked on the responder lines - a responder only appears on
      * a dispatch once it is acknowledged.
           05  DL-NEVER-COLUMN.
               10  DL-NEVER-ACKED         PIC ZZZZ,ZZ9.
       01  WS-RULE-HEADER.
           05  FILLER                     PIC X(6)  VALUE 'RULE'.
           05  FILLER                     PIC X(22) VALUE 'CONDITION'.
           05  FILLER                     PIC X(10) VALUE 'JOB'.
           05  FILLER                     PIC X(10) VALUE 'GROUP'.
       01  WS-RULE-LINE.
           05  RLL-RULE-NUMBER            PIC ZZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RLL-CONDITION              PIC X(22).
           05  RLL-JOB-PATTERN            PIC X(10).
           05  RLL-GROUP                  PIC X(10).
           05  FILLER                     PIC X(30) VALUE
                   'NO ALERT MATCHED IN PERIOD'.
       01  WS-TOTAL-LINE.
           05  TL-LABEL                   PIC X(28).
           05  TL-COUNT                   PIC ZZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-DISPATCH UNTIL WS-NO-MORE-DISPATCHES
           PERFORM 3000-LOAD-ROUTING-RULES
           PERFORM 3500-MATCH-THE-RULES
           PERFORM 6000-PRINT-BY-GROUP
           PERFORM 6300-PRINT-BY-CONDITION
           PERFORM 6500-PRINT-BY-RESPONDER
           PERFORM 6700-PRINT-IDLE-RULES
           PERFORM 7000-WRITE-TOTALS
           PERFORM 7900-NOTE-TRUNCATION
           PERFORM 8000-CLOSE-FILES
           GOBACK.

      * The period ends on the SQLCALND process date, so a rerun
      * under the SQLDATEOVR override covers the same week it did
      * the first time. An absent dispatch file is a period nobody
      * was paged in, not an error.
       1000-INITIALIZE.
           SET SQLCL-FN-GETRANGE TO TRUE
           CALL 'SQLCALND' USING SQLCALND-PARMS
           MOVE SQLCL-TO-DATE TO WS-PERIOD-TO-DATE
           COMPUTE WS-PERIOD-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO-DATE)
                   - WS-PERIOD-DAYS + 1)
           COMPUTE WS-ACK-TARGET-SECONDS = WS-ACK-TARGET-MINUTES * 60
           OPEN OUTPUT SQLACKRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLACKR: UNABLE TO OPEN SQLACKRPT, STATUS '
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HEADING-1 TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE WS-PERIOD-FROM-DATE   TO RL-FROM-DATE
           MOVE WS-PERIOD-TO-DATE     TO RL-TO-DATE
           MOVE WS-ACK-TARGET-MINUTES TO RL-TARGET
           MOVE WS-RANGE-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           OPEN INPUT SQLALRTDSP-FILE
           IF WS-DISP-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-DISPATCHES TO TRUE
           END-IF.

      * Day number times 86400 plus the time of day, the same plain
      * seconds scale SQLADSP ages its dispatches on.
       1250-SECONDS-FROM-TIMESTAMP.
           MOVE WS-WORK-TIMESTAMP(1:4)  TO WS-DATE-BUILD(1:4)
           MOVE WS-WORK-TIMESTAMP(6:2)  TO WS-DATE-BUILD(5:2)
           MOVE WS-WORK-TIMESTAMP(9:2)  TO WS-DATE-BUILD(7:2)
           MOVE WS-WORK-TIMESTAMP(12:2) TO WS-TIME-HH
           MOVE WS-WORK-TIMESTAMP(15:2) TO WS-TIME-MN
           MOVE WS-WORK-TIMESTAMP(18:2) TO WS-TIME-SS
           COMPUTE WS-WORK-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD) * 86400
               + WS-TIME-HH * 3600
               + WS-TIME-MN * 60
               + WS-TIME-SS.

       2000-LOAD-ONE-DISPATCH.
           READ SQLALRTDSP-FILE
               AT END
                   SET WS-NO-MORE-DISPATCHES TO TRUE
               NOT AT END
                   MOVE SQLDP-ALERT-TIMESTAMP(1:4)
                       TO WS-ALERT-DATE(1:4)
                   MOVE SQLDP-ALERT-TIMESTAMP(6:2)
                       TO WS-ALERT-DATE(5:2)
                   MOVE SQLDP-ALERT-TIMESTAMP(9:2)
                       TO WS-ALERT-DATE(7:2)
                   IF WS-ALERT-DATE >= WS-PERIOD-FROM-DATE
                           AND WS-ALERT-DATE <= WS-PERIOD-TO-DATE
                       PERFORM 2100-TABLE-THE-DISPATCH
                   END-IF
           END-READ.

       2100-TABLE-THE-DISPATCH.
           IF WS-DSP-TABLE-COUNT >= 3000
               IF NOT WS-DSPS-WERE-TRUNCATED
                   DISPLAY 'SQLACKR: DISPATCH TABLE FULL - LATER '
                       'DISPATCHES OMITTED FROM THE REPORT'
                   SET WS-DSPS-WERE-TRUNCATED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-DSP-TABLE-COUNT
               SET WS-DSP-IDX TO WS-DSP-TABLE-COUNT
               MOVE SQLDP-ONCALL-GROUP TO WS-DSP-GROUP(WS-DSP-IDX)
               MOVE SQLDP-RC-CONDITION-NAME
                   TO WS-DSP-CONDITION(WS-DSP-IDX)
               MOVE SQLDP-REISSUE-COUNT
                   TO WS-DSP-REISSUES(WS-DSP-IDX)
               MOVE ZERO TO WS-DSP-ACK-SECONDS(WS-DSP-IDX)
               MOVE SPACES TO WS-DSP-RESPONDER(WS-DSP-IDX)
               MOVE 'N' TO WS-DSP-ACK-FLAG(WS-DSP-IDX)
               ADD 1 TO WS-COUNT-IN-PERIOD
               ADD SQLDP-REISSUE-COUNT TO WS-COUNT-REISSUES
               IF SQLDP-ACKNOWLEDGED
                   PERFORM 2200-TIME-THE-ACK
               ELSE
                   ADD 1 TO WS-COUNT-NEVER
               END-IF
               PERFORM 2500-NOTE-THE-NAMES
           END-IF.

      * A clock step between the alert and the SQLADSP pass that
      * applied the ack could make the difference negative; it is
      * shown as an immediate answer rather than dropped.
       2200-TIME-THE-ACK.
           MOVE 'Y' TO WS-DSP-ACK-FLAG(WS-DSP-IDX)
           MOVE SQLDP-ACK-RESPONDER TO WS-DSP-RESPONDER(WS-DSP-IDX)
           MOVE SQLDP-ALERT-TIMESTAMP TO WS-WORK-TIMESTAMP
           PERFORM 1250-SECONDS-FROM-TIMESTAMP
           MOVE WS-WORK-SECONDS TO WS-ALERT-SECONDS
           MOVE SQLDP-ACK-TIMESTAMP TO WS-WORK-TIMESTAMP
           PERFORM 1250-SECONDS-FROM-TIMESTAMP
           IF WS-WORK-SECONDS > WS-ALERT-SECONDS
               COMPUTE WS-DSP-ACK-SECONDS(WS-DSP-IDX) =
                   WS-WORK-SECONDS - WS-ALERT-SECONDS
           END-IF
           ADD 1 TO WS-COUNT-ACKED
           IF WS-DSP-ACK-SECONDS(WS-DSP-IDX) <= WS-ACK-TARGET-SECONDS
               ADD 1 TO WS-COUNT-WITHIN
           END-IF.

      * Each name list stays in collating order: the new name goes
      * in ahead of the first entry that sorts after it and the rest
      * shift down one. A full list drops the name from its own
      * section only - the dispatch still counts everywhere else.
       2500-NOTE-THE-NAMES.
           MOVE 'N' TO WS-NAME-FOUND
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-TABLE-COUNT
                       OR WS-NAME-WAS-FOUND OR WS-INSERT-AT > ZERO
               EVALUATE TRUE
                   WHEN WS-GRP-NAME(WS-GRP-IDX) =
                           WS-DSP-GROUP(WS-DSP-IDX)
                       SET WS-NAME-WAS-FOUND TO TRUE
                   WHEN WS-GRP-NAME(WS-GRP-IDX) >
                           WS-DSP-GROUP(WS-DSP-IDX)
                       SET WS-INSERT-AT TO WS-GRP-IDX
               END-EVALUATE
           END-PERFORM
           IF NOT WS-NAME-WAS-FOUND
               IF WS-GRP-TABLE-COUNT < 100
                   IF WS-INSERT-AT = ZERO
                       COMPUTE WS-INSERT-AT = WS-GRP-TABLE-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-SHIFT-IDX
                           FROM WS-GRP-TABLE-COUNT BY -1
                           UNTIL WS-SHIFT-IDX < WS-INSERT-AT
                       MOVE WS-GRP-NAME(WS-SHIFT-IDX)
                           TO WS-GRP-NAME(WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-GRP-TABLE-COUNT
                   MOVE WS-DSP-GROUP(WS-DSP-IDX)
                       TO WS-GRP-NAME(WS-INSERT-AT)
               ELSE
                   SET WS-NAMES-WERE-TRUNCATED TO TRUE
               END-IF
           END-IF
           MOVE 'N' TO WS-NAME-FOUND
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-TABLE-COUNT
                       OR WS-NAME-WAS-FOUND OR WS-INSERT-AT > ZERO
               EVALUATE TRUE
                   WHEN WS-CND-NAME(WS-CND-IDX) =
                           WS-DSP-CONDITION(WS-DSP-IDX)
                       SET WS-NAME-WAS-FOUND TO TRUE
                   WHEN WS-CND-NAME(WS-CND-IDX) >
                           WS-DSP-CONDITION(WS-DSP-IDX)
                       SET WS-INSERT-AT TO WS-CND-IDX
               END-EVALUATE
           END-PERFORM
           IF NOT WS-NAME-WAS-FOUND
               IF WS-CND-TABLE-COUNT < 100
                   IF WS-INSERT-AT = ZERO
                       COMPUTE WS-INSERT-AT = WS-CND-TABLE-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-SHIFT-IDX
                           FROM WS-CND-TABLE-COUNT BY -1
                           UNTIL WS-SHIFT-IDX < WS-INSERT-AT
                       MOVE WS-CND-NAME(WS-SHIFT-IDX)
                           TO WS-CND-NAME(WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-CND-TABLE-COUNT
                   MOVE WS-DSP-CONDITION(WS-DSP-IDX)
                       TO WS-CND-NAME(WS-INSERT-AT)
               ELSE
                   SET WS-NAMES-WERE-TRUNCATED TO TRUE
               END-IF
           END-IF
           IF WS-DSP-ACKNOWLEDGED(WS-DSP-IDX)
               PERFORM 2600-NOTE-THE-RESPONDER
           END-IF.

       2600-NOTE-THE-RESPONDER.
           MOVE 'N' TO WS-NAME-FOUND
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-RSP-IDX FROM 1 BY 1
                   UNTIL WS-RSP-IDX > WS-RSP-TABLE-COUNT
                       OR WS-NAME-WAS-FOUND OR WS-INSERT-AT > ZERO
               EVALUATE TRUE
                   WHEN WS-RSP-NAME(WS-RSP-IDX) =
                           WS-DSP-RESPONDER(WS-DSP-IDX)
                       SET WS-NAME-WAS-FOUND TO TRUE
                   WHEN WS-RSP-NAME(WS-RSP-IDX) >
                           WS-DSP-RESPONDER(WS-DSP-IDX)
                       SET WS-INSERT-AT TO WS-RSP-IDX
               END-EVALUATE
           END-PERFORM
           IF NOT WS-NAME-WAS-FOUND
               IF WS-RSP-TABLE-COUNT < 300
                   IF WS-INSERT-AT = ZERO
                       COMPUTE WS-INSERT-AT = WS-RSP-TABLE-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-SHIFT-IDX
                           FROM WS-RSP-TABLE-COUNT BY -1
                           UNTIL WS-SHIFT-IDX < WS-INSERT-AT
                       MOVE WS-RSP-NAME(WS-SHIFT-IDX)
                           TO WS-RSP-NAME(WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-RSP-TABLE-COUNT
                   MOVE WS-DSP-RESPONDER(WS-DSP-IDX)
                       TO WS-RSP-NAME(WS-INSERT-AT)
               ELSE
                   SET WS-NAMES-WERE-TRUNCATED TO TRUE
               END-IF
           END-IF.

      * An absent routing file means every dispatch went to the
      * default group; there are no rules to call idle.
       3000-LOAD-ROUTING-RULES.
           OPEN INPUT SQLALRTRTE-FILE
           IF WS-ROUTE-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-ROUTES TO TRUE
           END-IF
           PERFORM 3100-TABLE-ONE-RULE UNTIL WS-NO-MORE-ROUTES
           IF WS-ROUTE-FILE-STATUS = '10'
               CLOSE SQLALRTRTE-FILE
           END-IF.

       3100-TABLE-ONE-RULE.
           READ SQLALRTRTE-FILE
               AT END
                   SET WS-NO-MORE-ROUTES TO TRUE
               NOT AT END
                   IF WS-ROUTE-TABLE-COUNT < 100
                       ADD 1 TO WS-ROUTE-TABLE-COUNT
                       SET WS-RTE-IDX TO WS-ROUTE-TABLE-COUNT
                       MOVE RTE-CONDITION-NAME
                           TO WS-RTE-CONDITION(WS-RTE-IDX)
                       MOVE RTE-JOB-PATTERN
                           TO WS-RTE-JOB-PATTERN(WS-RTE-IDX)
                       MOVE RTE-ONCALL-GROUP
                           TO WS-RTE-GROUP(WS-RTE-IDX)
                       MOVE ZERO TO WS-RTE-HITS(WS-RTE-IDX)
                   ELSE
                       DISPLAY 'SQLACKR: ROUTING TABLE FULL - RULES '
                           'PAST 100 NOT CHECKED'
                   END-IF
           END-READ.

      * The dispatch table does not keep the job name, so the rules
      * are matched on a second pass over the file rather than
      * widening every table entry for this one use.
       3500-MATCH-THE-RULES.
           IF WS-DISP-FILE-STATUS = '00' OR
                   WS-DISP-FILE-STATUS = '10'
               CLOSE SQLALRTDSP-FILE
           END-IF
           MOVE 'N' TO WS-DISP-EOF
           OPEN INPUT SQLALRTDSP-FILE
           IF WS-DISP-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-DISPATCHES TO TRUE
           END-IF
           PERFORM 3600-MATCH-ONE-DISPATCH
               UNTIL WS-NO-MORE-DISPATCHES.

       3600-MATCH-ONE-DISPATCH.
           READ SQLALRTDSP-FILE
               AT END
                   SET WS-NO-MORE-DISPATCHES TO TRUE
               NOT AT END
                   MOVE SQLDP-ALERT-TIMESTAMP(1:4)
                       TO WS-ALERT-DATE(1:4)
                   MOVE SQLDP-ALERT-TIMESTAMP(6:2)
                       TO WS-ALERT-DATE(5:2)
                   MOVE SQLDP-ALERT-TIMESTAMP(9:2)
                       TO WS-ALERT-DATE(7:2)
                   IF WS-ALERT-DATE >= WS-PERIOD-FROM-DATE
                           AND WS-ALERT-DATE <= WS-PERIOD-TO-DATE
                       PERFORM 3700-FIND-THE-RULE
                   END-IF
           END-READ.

      * First matching rule wins, in file order, as in SQLADSP's
      * 3100-FIND-THE-GROUP.
       3700-FIND-THE-RULE.
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-ROUTE-TABLE-COUNT
                       OR WS-RULE-MATCHED
               IF WS-RTE-CONDITION(WS-RTE-IDX) = '*'
                       OR WS-RTE-CONDITION(WS-RTE-IDX) =
                           SQLDP-RC-CONDITION-NAME
                   PERFORM 3800-MATCH-JOB-PATTERN
                   IF WS-RULE-MATCHED
                       ADD 1 TO WS-RTE-HITS(WS-RTE-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-RULE-MATCHED
               ADD 1 TO WS-COUNT-DEFAULTED
           END-IF.

       3800-MATCH-JOB-PATTERN.
           MOVE ZERO TO WS-PATTERN-LEN
           INSPECT WS-RTE-JOB-PATTERN(WS-RTE-IDX)
               TALLYING WS-PATTERN-LEN
               FOR CHARACTERS BEFORE INITIAL '*'
           EVALUATE TRUE
               WHEN WS-PATTERN-LEN = ZERO
                   SET WS-RULE-MATCHED TO TRUE
               WHEN WS-PATTERN-LEN = 8
                   IF WS-RTE-JOB-PATTERN(WS-RTE-IDX) = SQLDP-JOB-NAME
                       SET WS-RULE-MATCHED TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-RTE-JOB-PATTERN(WS-RTE-IDX)
                           (1:WS-PATTERN-LEN) =
                           SQLDP-JOB-NAME(1:WS-PATTERN-LEN)
                       SET WS-RULE-MATCHED TO TRUE
                   END-IF
           END-EVALUATE.

      * Measures every tabled dispatch the WS-SEL- fields select.
      * The acknowledged times go into WS-SRT-TABLE in ascending
      * order, so the worst is the last entry and the median the
      * middle one (the mean of the middle two on an even count).
       5000-MEASURE-THE-SELECTION.
           MOVE ZERO TO WS-SRT-COUNT
           MOVE ZERO TO WS-MEAS-DISPATCHES
           MOVE ZERO TO WS-MEAS-WITHIN
           MOVE ZERO TO WS-MEAS-REISSUES
           MOVE ZERO TO WS-MEAS-NEVER
           MOVE ZERO TO WS-MEAS-MEDIAN-SECONDS
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-TABLE-COUNT
               MOVE 'Y' TO WS-SEL-MATCHED
               IF WS-SEL-GROUP NOT = SPACES AND
                       WS-SEL-GROUP NOT = WS-DSP-GROUP(WS-DSP-IDX)
                   MOVE 'N' TO WS-SEL-MATCHED
               END-IF
               IF WS-SEL-CONDITION NOT = SPACES AND
                       WS-SEL-CONDITION NOT =
                           WS-DSP-CONDITION(WS-DSP-IDX)
                   MOVE 'N' TO WS-SEL-MATCHED
               END-IF
               IF WS-SEL-RESPONDER NOT = SPACES AND
                       (NOT WS-DSP-ACKNOWLEDGED(WS-DSP-IDX) OR
                        WS-SEL-RESPONDER NOT =
                           WS-DSP-RESPONDER(WS-DSP-IDX))
                   MOVE 'N' TO WS-SEL-MATCHED
               END-IF
               IF WS-SEL-DOES-MATCH
                   PERFORM 5100-MEASURE-ONE-DISPATCH
               END-IF
           END-PERFORM
           IF WS-SRT-COUNT > ZERO
               COMPUTE WS-MID-IDX = (WS-SRT-COUNT + 1) / 2
               IF FUNCTION MOD(WS-SRT-COUNT, 2) = 1
                   MOVE WS-SRT-SECONDS(WS-MID-IDX)
                       TO WS-MEAS-MEDIAN-SECONDS
               ELSE
                   COMPUTE WS-MEAS-MEDIAN-SECONDS =
                       (WS-SRT-SECONDS(WS-MID-IDX)
                        + WS-SRT-SECONDS(WS-MID-IDX + 1)) / 2
               END-IF
           END-IF.

       5100-MEASURE-ONE-DISPATCH.
           ADD 1 TO WS-MEAS-DISPATCHES
           ADD WS-DSP-REISSUES(WS-DSP-IDX) TO WS-MEAS-REISSUES
           IF WS-DSP-ACKNOWLEDGED(WS-DSP-IDX)
               IF WS-DSP-ACK-SECONDS(WS-DSP-IDX) <=
                       WS-ACK-TARGET-SECONDS
                   ADD 1 TO WS-MEAS-WITHIN
               END-IF
               MOVE WS-SRT-COUNT TO WS-SHIFT-IDX
               MOVE 'N' TO WS-SLOT-FOUND
               PERFORM UNTIL WS-SLOT-WAS-FOUND
                   IF WS-SHIFT-IDX < 1
                       SET WS-SLOT-WAS-FOUND TO TRUE
                   ELSE
                       IF WS-SRT-SECONDS(WS-SHIFT-IDX) <=
                               WS-DSP-ACK-SECONDS(WS-DSP-IDX)
                           SET WS-SLOT-WAS-FOUND TO TRUE
                       ELSE
                           MOVE WS-SRT-SECONDS(WS-SHIFT-IDX)
                               TO WS-SRT-SECONDS(WS-SHIFT-IDX + 1)
                           SUBTRACT 1 FROM WS-SHIFT-IDX
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-DSP-ACK-SECONDS(WS-DSP-IDX)
                   TO WS-SRT-SECONDS(WS-SHIFT-IDX + 1)
               ADD 1 TO WS-SRT-COUNT
           ELSE
               ADD 1 TO WS-MEAS-NEVER
           END-IF.

      * One line per condition the group was paged for, then the
      * group's all-conditions line - the group's SLA at a glance.
       6000-PRINT-BY-GROUP.
           MOVE 'BY ON-CALL GROUP AND CONDITION' TO WS-SECTION-LINE
           MOVE 'GROUP' TO WS-CH-FIRST
           MOVE 'CONDITION' TO WS-CH-SECOND
           PERFORM 6900-WRITE-SECTION-HEADER
           IF WS-DSP-TABLE-COUNT = ZERO
               MOVE '  NO ALERTS DISPATCHED IN PERIOD' TO ACKRPT-LINE
               WRITE ACKRPT-LINE
           END-IF
           MOVE SPACES TO WS-SEL-RESPONDER
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-TABLE-COUNT
               MOVE WS-GRP-NAME(WS-GRP-IDX) TO WS-SEL-GROUP
               PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                       UNTIL WS-CND-IDX > WS-CND-TABLE-COUNT
                   MOVE WS-CND-NAME(WS-CND-IDX) TO WS-SEL-CONDITION
                   PERFORM 5000-MEASURE-THE-SELECTION
                   IF WS-MEAS-DISPATCHES > ZERO
                       MOVE WS-SEL-GROUP     TO DL-FIRST
                       MOVE WS-SEL-CONDITION TO DL-SECOND
                       PERFORM 6100-WRITE-MEASURE-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-SEL-CONDITION
               PERFORM 5000-MEASURE-THE-SELECTION
               MOVE WS-SEL-GROUP     TO DL-FIRST
               MOVE 'ALL CONDITIONS' TO DL-SECOND
               PERFORM 6100-WRITE-MEASURE-LINE
               MOVE SPACES TO ACKRPT-LINE
               WRITE ACKRPT-LINE
           END-PERFORM.

       6100-WRITE-MEASURE-LINE.
           MOVE WS-MEAS-DISPATCHES TO DL-DISPATCHES
           IF WS-SRT-COUNT > ZERO
               COMPUTE DL-MEDIAN-MINUTES ROUNDED =
                   WS-MEAS-MEDIAN-SECONDS / 60
               COMPUTE DL-WORST-MINUTES ROUNDED =
                   WS-SRT-SECONDS(WS-SRT-COUNT) / 60
           ELSE
               MOVE SPACES TO DL-TIMES
           END-IF
           COMPUTE DL-PERCENT ROUNDED =
               WS-MEAS-WITHIN * 100 / WS-MEAS-DISPATCHES
           MOVE WS-MEAS-REISSUES TO DL-REISSUES
           MOVE WS-MEAS-NEVER TO DL-NEVER-ACKED
           MOVE WS-DETAIL-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           INITIALIZE WS-DETAIL-LINE.

      * The same measures across every group, one line per
      * condition - whether -911s get answered faster than -30081s
      * regardless of who was paged.
       6300-PRINT-BY-CONDITION.
           MOVE 'BY CONDITION, ALL GROUPS' TO WS-SECTION-LINE
           MOVE SPACES TO WS-CH-FIRST
           MOVE 'CONDITION' TO WS-CH-SECOND
           PERFORM 6900-WRITE-SECTION-HEADER
           MOVE SPACES TO WS-SEL-GROUP
           MOVE SPACES TO WS-SEL-RESPONDER
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-TABLE-COUNT
               MOVE WS-CND-NAME(WS-CND-IDX) TO WS-SEL-CONDITION
               PERFORM 5000-MEASURE-THE-SELECTION
               MOVE SPACES           TO DL-FIRST
               MOVE WS-SEL-CONDITION TO DL-SECOND
               PERFORM 6100-WRITE-MEASURE-LINE
           END-PERFORM.

      * A responder's line counts the dispatches they acknowledged,
      * so its within-target percentage is of their own answers and
      * there is no never-acknowledged column to show.
       6500-PRINT-BY-RESPONDER.
           MOVE 'BY RESPONDER' TO WS-SECTION-LINE
           MOVE 'RESPONDER' TO WS-CH-FIRST
           MOVE SPACES TO WS-CH-SECOND
           PERFORM 6900-WRITE-SECTION-HEADER
           MOVE SPACES TO WS-SEL-GROUP
           MOVE SPACES TO WS-SEL-CONDITION
           PERFORM VARYING WS-RSP-IDX FROM 1 BY 1
                   UNTIL WS-RSP-IDX > WS-RSP-TABLE-COUNT
               MOVE WS-RSP-NAME(WS-RSP-IDX) TO WS-SEL-RESPONDER
               PERFORM 5000-MEASURE-THE-SELECTION
               MOVE WS-SEL-RESPONDER TO DL-FIRST
               MOVE SPACES           TO DL-SECOND
               MOVE WS-MEAS-DISPATCHES TO DL-DISPATCHES
               COMPUTE DL-MEDIAN-MINUTES ROUNDED =
                   WS-MEAS-MEDIAN-SECONDS / 60
               COMPUTE DL-WORST-MINUTES ROUNDED =
                   WS-SRT-SECONDS(WS-SRT-COUNT) / 60
               COMPUTE DL-PERCENT ROUNDED =
                   WS-MEAS-WITHIN * 100 / WS-MEAS-DISPATCHES
               MOVE WS-MEAS-REISSUES TO DL-REISSUES
               MOVE SPACES TO DL-NEVER-COLUMN
               MOVE WS-DETAIL-LINE TO ACKRPT-LINE
               WRITE ACKRPT-LINE
               INITIALIZE WS-DETAIL-LINE
           END-PERFORM.

      * A rule nothing reached is either dead - the job or condition
      * it names is gone - or shadowed by a broader rule above it;
      * both are worth an operator's look at the routing file.
       6700-PRINT-IDLE-RULES.
           MOVE SPACES TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE 'ROUTING RULES WITH NO MATCH' TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE WS-RULE-HEADER TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-ROUTE-TABLE-COUNT
               IF WS-RTE-HITS(WS-RTE-IDX) = ZERO
                   ADD 1 TO WS-COUNT-IDLE-RULES
                   SET RLL-RULE-NUMBER TO WS-RTE-IDX
                   MOVE WS-RTE-CONDITION(WS-RTE-IDX)
                       TO RLL-CONDITION
                   MOVE WS-RTE-JOB-PATTERN(WS-RTE-IDX)
                       TO RLL-JOB-PATTERN
                   MOVE WS-RTE-GROUP(WS-RTE-IDX) TO RLL-GROUP
                   MOVE WS-RULE-LINE TO ACKRPT-LINE
                   WRITE ACKRPT-LINE
               END-IF
           END-PERFORM
           IF WS-COUNT-IDLE-RULES = ZERO
               MOVE '  EVERY ROUTING RULE MATCHED AT LEAST ONE ALERT'
                   TO ACKRPT-LINE
               WRITE ACKRPT-LINE
           END-IF.

       6900-WRITE-SECTION-HEADER.
           MOVE SPACES TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE WS-SECTION-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE WS-COLUMN-HEADER TO ACKRPT-LINE
           WRITE ACKRPT-LINE.

       7000-WRITE-TOTALS.
           MOVE SPACES TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE 'DISPATCHES IN PERIOD' TO TL-LABEL
           MOVE WS-COUNT-IN-PERIOD TO TL-COUNT
           MOVE WS-TOTAL-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE 'ACKNOWLEDGED' TO TL-LABEL
           MOVE WS-COUNT-ACKED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE 'ACKNOWLEDGED WITHIN TARGET' TO TL-LABEL
           MOVE WS-COUNT-WITHIN TO TL-COUNT
           MOVE WS-TOTAL-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE 'NEVER ACKNOWLEDGED' TO TL-LABEL
           MOVE WS-COUNT-NEVER TO TL-COUNT
           MOVE WS-TOTAL-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE 'RE-PAGES' TO TL-LABEL
           MOVE WS-COUNT-REISSUES TO TL-COUNT
           MOVE WS-TOTAL-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE 'NO RULE - DEFAULT GROUP' TO TL-LABEL
           MOVE WS-COUNT-DEFAULTED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE 'ROUTING RULES WITH NO MATCH' TO TL-LABEL
           MOVE WS-COUNT-IDLE-RULES TO TL-COUNT
           MOVE WS-TOTAL-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE.

       7900-NOTE-TRUNCATION.
           IF WS-DSPS-WERE-TRUNCATED
               MOVE SPACES TO ACKRPT-LINE
               WRITE ACKRPT-LINE
               MOVE '*** DISPATCH TABLE FULL - LATER DISPATCHES NOT IN '
                   TO ACKRPT-LINE
               MOVE 'THIS REPORT ***' TO ACKRPT-LINE(51:15)
               WRITE ACKRPT-LINE
           END-IF
           IF WS-NAMES-WERE-TRUNCATED
               MOVE SPACES TO ACKRPT-LINE
               WRITE ACKRPT-LINE
               MOVE '*** NAME LIST FULL - SOME GROUPS, CONDITIONS OR '
                   TO ACKRPT-LINE
               MOVE 'RESPONDERS HAVE NO LINE ***' TO ACKRPT-LINE(49:27)
               WRITE ACKRPT-LINE
           END-IF.

       8000-CLOSE-FILES.
           IF WS-DISP-FILE-STATUS = '00' OR
                   WS-DISP-FILE-STATUS = '10'
               CLOSE SQLALRTDSP-FILE
           END-IF
           CLOSE SQLACKRPT-FILE.
