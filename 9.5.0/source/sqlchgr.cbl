      *************************************************************************
      *
      * Program: SQLCHGR
      *
      * Function: Post-change error regression report - the answer to
      *           "what changed last night?" when -805, -818 or -904
      *           volume jumps. Lines up every change event against
      *           the SQLERRSTAT daily statistics SQLSTATR rolls up:
      *             - SQLCHGLOG (COPY sqlchgf): the AUTOBIND events
      *               SQLREBND writes and the deployments, DBA
      *               rebinds and other DBA work keyed through SQLCHGM;
      *             - SQLCLSLOG: live classification changes (ADD,
      *               CHG, DEA and SQLCLSPR's PROMOTE). STG- entries
      *               are only proposals and SQLSTATE refinements have
      *               no SQLCODE of their own on SQLERRSTAT, so neither
      *               is measured.
      *
      *           For each change effective in the look-back window it
      *           compares the per-day ERROR plus FATAL occurrences of
      *           the job/program it touched ('*' matching every job
      *           or program; a classification change measures its own
      *           SQLCODE across every job) over the days before the
      *           change against the days from the change day on -
      *           once for every SQLCODE and once for the bind and
      *           resource codes SQL-RC-E805, SQL-RC-E818 and
      *           SQL-RC-E904 alone. A change whose after-rate runs
      *           past the before-rate by more than the rise factor,
      *           on at least the minimum number of occurrences, is
      *           flagged and listed again at the foot.
      *
      *           As in SQLTRNDR, the report day is the newest date on
      *           the statistics file, not the wall clock, so a rerun
      *           after midnight still covers the night it describes.
      *           A change newer than the report day is listed with no
      *           after-days - it is measured on a later run.
      *
      *           Run each morning after SQLSTATR. Writes SQLCHGRPT;
      *           no parameters. Absent logs just mean nothing has
      *           been logged yet.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLCHGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLERRSTAT-FILE ASSIGN TO 'SQLERRSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLES-STAT-KEY
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT SQLCHGLOG-FILE ASSIGN TO 'SQLCHGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-FILE-STATUS.
           SELECT SQLCLSLOG-FILE ASSIGN TO 'SQLCLSLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSLOG-FILE-STATUS.
           SELECT SQLCHGRPT-FILE ASSIGN TO 'SQLCHGRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLERRSTAT-FILE.
           COPY sqlstatf.
       FD  SQLCHGLOG-FILE.
           COPY sqlchgf.
       FD  SQLCLSLOG-FILE.
           COPY sqlclslf.
       FD  SQLCHGRPT-FILE.
       01  CHGRPT-LINE                   PIC X(132).
       WORKING-STORAGE SECTION.
           COPY sqlcodes.
       01  WS-STAT-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-CHGLOG-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-CLSLOG-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-RPT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-STAT-EOF                   PIC X VALUE 'N'.
           88  WS-NO-MORE-STATS           VALUE 'Y'.
       01  WS-CHGLOG-EOF                 PIC X VALUE 'N'.
           88  WS-NO-MORE-CHANGES         VALUE 'Y'.
       01  WS-CLSLOG-EOF                 PIC X VALUE 'N'.
           88  WS-NO-MORE-CLASS-CHANGES   VALUE 'Y'.
      * Changes effective in the last WS-LOOKBACK-DAYS days up to the
      * report day are measured, each against WS-DAYS-BEFORE days
      * before it and up to WS-DAYS-AFTER days from its own day on.
      * A change is flagged when its after-rate exceeds the
      * before-rate times WS-RISE-FACTOR on at least WS-RISE-MINIMUM
      * occurrences after it - so a code going from none to one is
      * not a regression. Ops adjusts these here, same as SQLTRNDR's
      * alert factor.
       01  WS-LOOKBACK-DAYS              PIC S9(4) COMP-5 VALUE 14.
       01  WS-DAYS-BEFORE                PIC S9(4) COMP-5 VALUE 7.
       01  WS-DAYS-AFTER                 PIC S9(4) COMP-5 VALUE 7.
       01  WS-RISE-FACTOR                PIC 9V9 VALUE 2.0.
       01  WS-RISE-MINIMUM               PIC S9(9) COMP-5 VALUE 5.
      * Only the statistics from the start of the first change's
      * before-window onward are held, so the table covers the window
      * however long the history file has grown.
       01  WS-STAT-TABLE-COUNT           PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-STA-IDX.
               10  WS-STA-DATE-INT        PIC S9(9) COMP-5.
               10  WS-STA-JOB             PIC X(8).
               10  WS-STA-PROGRAM         PIC X(8).
               10  WS-STA-SQLCODE         PIC S9(9) COMP-5.
               10  WS-STA-ERRORS          PIC S9(9) COMP-5.
               10  WS-STA-BIND-FLAG       PIC X.
                   88  WS-STA-BIND-CODE    VALUE 'Y'.
       01  WS-STAT-TRUNCATED             PIC X VALUE 'N'.
           88  WS-STAT-WAS-TRUNCATED      VALUE 'Y'.
      * Kept in effective-time order as each change is filed, so the
      * report reads as a timeline whichever log a change came from
      * and however late an operator keyed it.
       01  WS-EVENT-TABLE-COUNT          PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-EVT-IDX.
               10  WS-EVT-TIMESTAMP       PIC X(26).
               10  WS-EVT-DATE-INT        PIC S9(9) COMP-5.
               10  WS-EVT-TYPE            PIC X(8).
               10  WS-EVT-JOB             PIC X(8).
               10  WS-EVT-PROGRAM         PIC X(8).
               10  WS-EVT-PACKAGE         PIC X(8).
               10  WS-EVT-SQLCODE         PIC S9(9) COMP-5.
               10  WS-EVT-CODE-FLAG       PIC X.
                   88  WS-EVT-ONE-CODE     VALUE 'Y'.
               10  WS-EVT-ENTERED-BY      PIC X(8).
               10  WS-EVT-DESCRIPTION     PIC X(60).
               10  WS-EVT-AFTER-DAYS      PIC S9(4) COMP-5.
               10  WS-EVT-ALL-BEFORE      PIC S9(9) COMP-5.
               10  WS-EVT-ALL-AFTER       PIC S9(9) COMP-5.
               10  WS-EVT-BND-BEFORE      PIC S9(9) COMP-5.
               10  WS-EVT-BND-AFTER       PIC S9(9) COMP-5.
               10  WS-EVT-RISE-FLAG       PIC X(4).
       01  WS-EVENT-TRUNCATED            PIC X VALUE 'N'.
           88  WS-EVENT-WAS-TRUNCATED     VALUE 'Y'.
       01  WS-REPORT-DATE                PIC 9(8) VALUE ZERO.
       01  WS-REPORT-DATE-INT            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-WINDOW-START               PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-START-INT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STATS-START-INT            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-DATE-BUILD                 PIC 9(8).
       01  WS-WORK-DATE-INT              PIC S9(9) COMP-5.
       01  WS-DATE-DIFF                  PIC S9(9) COMP-5.
       01  WS-KEY-DIGITS                 PIC 9(10).
       01  WS-SHIFT-IDX                  PIC S9(4) COMP-5.
       01  WS-INSERT-IDX                 PIC S9(4) COMP-5.
       01  WS-NEW-EVENT.
           05  WS-NEW-TIMESTAMP           PIC X(26).
           05  WS-NEW-DATE-INT            PIC S9(9) COMP-5.
           05  WS-NEW-TYPE                PIC X(8).
           05  WS-NEW-JOB                 PIC X(8).
           05  WS-NEW-PROGRAM             PIC X(8).
           05  WS-NEW-PACKAGE             PIC X(8).
           05  WS-NEW-SQLCODE             PIC S9(9) COMP-5.
           05  WS-NEW-CODE-FLAG           PIC X.
           05  WS-NEW-ENTERED-BY          PIC X(8).
           05  WS-NEW-DESCRIPTION         PIC X(60).
           05  WS-NEW-AFTER-DAYS          PIC S9(4) COMP-5.
           05  WS-NEW-ALL-BEFORE          PIC S9(9) COMP-5.
           05  WS-NEW-ALL-AFTER           PIC S9(9) COMP-5.
           05  WS-NEW-BND-BEFORE          PIC S9(9) COMP-5.
           05  WS-NEW-BND-AFTER           PIC S9(9) COMP-5.
           05  WS-NEW-RISE-FLAG           PIC X(4).
       01  WS-MATCH-FLAG                 PIC X VALUE 'N'.
           88  WS-STAT-MATCHES            VALUE 'Y'.
       01  WS-RATE-BEFORE                PIC S9(7)V9 COMP-3.
       01  WS-RATE-AFTER                 PIC S9(7)V9 COMP-3.
       01  WS-RISE-LIMIT                 PIC S9(7)V99 COMP-3.
       01  WS-ALL-RISE                   PIC X VALUE 'N'.
           88  WS-ALL-HAS-RISEN           VALUE 'Y'.
       01  WS-BND-RISE                   PIC X VALUE 'N'.
           88  WS-BND-HAS-RISEN           VALUE 'Y'.
       01  WS-COUNT-CHANGES              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-CLASS-CHANGES        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-UNMEASURED           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-RISES                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                     PIC X(48) VALUE
                   'SQLCHGR - POST-CHANGE ERROR REGRESSION REPORT'.
           05  FILLER                     PIC X(12) VALUE
                   'REPORT DAY '.
           05  H1-REPORT-DATE             PIC 9(8).
       01  WS-RANGE-LINE.
           05  FILLER                     PIC X(19) VALUE
                   'CHANGES EFFECTIVE '.
           05  RL-FROM-DATE               PIC 9(8).
           05  FILLER                     PIC X(9) VALUE ' THROUGH '.
           05  RL-TO-DATE                 PIC 9(8).
       01  WS-COLUMN-HEADER-1.
           05  FILLER                     PIC X(73) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
                   '  ALL ERRORS/DAY'.
           05  FILLER                     PIC X(18) VALUE
                   '  -805/-818/-904'.
       01  WS-COLUMN-HEADER.
           05  FILLER                     PIC X(17) VALUE 'EFFECTIVE'.
           05  FILLER                     PIC X(9)  VALUE 'TYPE'.
           05  FILLER                     PIC X(9)  VALUE 'JOB'.
           05  FILLER                     PIC X(9)  VALUE 'PROGRAM'.
           05  FILLER                     PIC X(9)  VALUE 'PACKAGE'.
           05  FILLER                     PIC X(12) VALUE '   SQLCODE'.
           05  FILLER                     PIC X(8)  VALUE 'BY'.
           05  FILLER                     PIC X(9)  VALUE '   BEFORE'.
           05  FILLER                     PIC X(9)  VALUE '    AFTER'.
           05  FILLER                     PIC X(9)  VALUE '   BEFORE'.
           05  FILLER                     PIC X(9)  VALUE '    AFTER'.
           05  FILLER                     PIC X(7)  VALUE ' DAYS'.
           05  FILLER                     PIC X(4)  VALUE 'FLAG'.
       01  WS-DETAIL-LINE.
           05  DL-EFFECTIVE               PIC X(16).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  DL-TYPE                    PIC X(9).
           05  DL-JOB                     PIC X(9).
           05  DL-PROGRAM                 PIC X(9).
           05  DL-PACKAGE                 PIC X(9).
           05  DL-SQLCODE                 PIC -(9)9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  DL-ENTERED-BY              PIC X(8).
           05  DL-RATES.
               10  DL-ALL-BEFORE          PIC ZZZ,ZZ9.9.
               10  DL-ALL-AFTER           PIC ZZZ,ZZ9.9.
               10  DL-BND-BEFORE          PIC ZZZ,ZZ9.9.
               10  DL-BND-AFTER           PIC ZZZ,ZZ9.9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  DL-AFTER-DAYS              PIC ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  DL-FLAG                    PIC X(4).
       01  WS-RISE-LINE.
           05  RS-EFFECTIVE               PIC X(16).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  RS-TYPE                    PIC X(9).
           05  RS-JOB                     PIC X(9).
           05  RS-PROGRAM                 PIC X(9).
           05  RS-FLAG                    PIC X(5).
           05  RS-DESCRIPTION             PIC X(60).
       01  WS-TOTAL-LINE.
           05  TL-LABEL                   PIC X(28).
           05  TL-COUNT                   PIC ZZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-REPORT-DATE NOT = ZERO
               PERFORM 2000-LOAD-THE-STATISTICS
               PERFORM 3000-LOAD-THE-CHANGES
               PERFORM 3500-LOAD-THE-CLASS-CHANGES
               PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                       UNTIL WS-EVT-IDX > WS-EVENT-TABLE-COUNT
                   PERFORM 4000-MEASURE-ONE-CHANGE
               END-PERFORM
           END-IF
           PERFORM 6000-PRODUCE-REPORT
           PERFORM 8000-CLOSE-FILES
           GOBACK.

      * The statistics file is read once just to find the report day
      * (the key leads with the date, so that is the last record) and
      * the windows are set from it. No history file yet just means
      * SQLSTATR has not run - an empty report, not an error.
       1000-INITIALIZE.
           OPEN OUTPUT SQLCHGRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLCHGR: UNABLE TO OPEN SQLCHGRPT, STATUS '
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SQLERRSTAT-FILE
           IF WS-STAT-FILE-STATUS = '00'
               PERFORM 1100-FIND-REPORT-DAY UNTIL WS-NO-MORE-STATS
               CLOSE SQLERRSTAT-FILE
           END-IF
           IF WS-REPORT-DATE NOT = ZERO
               COMPUTE WS-REPORT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               COMPUTE WS-WINDOW-START-INT =
                   WS-REPORT-DATE-INT - WS-LOOKBACK-DAYS + 1
               COMPUTE WS-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT)
               COMPUTE WS-STATS-START-INT =
                   WS-WINDOW-START-INT - WS-DAYS-BEFORE
           END-IF.

       1100-FIND-REPORT-DAY.
           READ SQLERRSTAT-FILE
               AT END
                   SET WS-NO-MORE-STATS TO TRUE
               NOT AT END
                   IF SQLES-STAT-DATE IS NUMERIC
                       MOVE SQLES-STAT-DATE TO WS-REPORT-DATE
                   END-IF
           END-READ.

       2000-LOAD-THE-STATISTICS.
           MOVE 'N' TO WS-STAT-EOF
           OPEN INPUT SQLERRSTAT-FILE
           IF WS-STAT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-STATS TO TRUE
           END-IF
           PERFORM 2100-LOAD-ONE-SUMMARY UNTIL WS-NO-MORE-STATS.

       2100-LOAD-ONE-SUMMARY.
           READ SQLERRSTAT-FILE
               AT END
                   SET WS-NO-MORE-STATS TO TRUE
               NOT AT END
                   IF SQLES-STAT-DATE IS NUMERIC
                       MOVE SQLES-STAT-DATE TO WS-DATE-BUILD
                       COMPUTE WS-WORK-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD)
                       IF WS-WORK-DATE-INT >= WS-STATS-START-INT
                           PERFORM 2200-FILE-ONE-SUMMARY
                       END-IF
                   END-IF
           END-READ.

       2200-FILE-ONE-SUMMARY.
           IF WS-STAT-TABLE-COUNT < 5000
               ADD 1 TO WS-STAT-TABLE-COUNT
               SET WS-STA-IDX TO WS-STAT-TABLE-COUNT
               MOVE WS-WORK-DATE-INT   TO WS-STA-DATE-INT(WS-STA-IDX)
               MOVE SQLES-JOB-NAME     TO WS-STA-JOB(WS-STA-IDX)
               MOVE SQLES-PROGRAM-NAME TO WS-STA-PROGRAM(WS-STA-IDX)
               MOVE SQLES-SQLCODE      TO WS-STA-SQLCODE(WS-STA-IDX)
               COMPUTE WS-STA-ERRORS(WS-STA-IDX) =
                   SQLES-ERROR-COUNT + SQLES-FATAL-COUNT
               IF SQLES-SQLCODE = SQL-RC-E805
                       OR SQLES-SQLCODE = SQL-RC-E818
                       OR SQLES-SQLCODE = SQL-RC-E904
                   MOVE 'Y' TO WS-STA-BIND-FLAG(WS-STA-IDX)
               ELSE
                   MOVE 'N' TO WS-STA-BIND-FLAG(WS-STA-IDX)
               END-IF
           ELSE
               IF NOT WS-STAT-WAS-TRUNCATED
                   DISPLAY 'SQLCHGR: STATISTICS TABLE FULL - '
                       'SUMMARIES PAST 5000 OMITTED FROM THE '
                       'COMPARISONS'
                   SET WS-STAT-WAS-TRUNCATED TO TRUE
               END-IF
           END-IF.

       3000-LOAD-THE-CHANGES.
           OPEN INPUT SQLCHGLOG-FILE
           IF WS-CHGLOG-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-CHANGES TO TRUE
           END-IF
           PERFORM 3100-LOAD-ONE-CHANGE UNTIL WS-NO-MORE-CHANGES.

       3100-LOAD-ONE-CHANGE.
           READ SQLCHGLOG-FILE
               AT END
                   SET WS-NO-MORE-CHANGES TO TRUE
               NOT AT END
                   INITIALIZE WS-NEW-EVENT
                   MOVE SQLCE-EVENT-TIMESTAMP  TO WS-NEW-TIMESTAMP
                   MOVE SQLCE-EVENT-TYPE       TO WS-NEW-TYPE
                   MOVE SQLCE-JOB-NAME         TO WS-NEW-JOB
                   MOVE SQLCE-PROGRAM-NAME     TO WS-NEW-PROGRAM
                   MOVE SQLCE-PACKAGE-NAME     TO WS-NEW-PACKAGE
                   MOVE SQLCE-TRIGGER-SQLCODE  TO WS-NEW-SQLCODE
                   MOVE 'N'                    TO WS-NEW-CODE-FLAG
                   MOVE SQLCE-ENTERED-BY       TO WS-NEW-ENTERED-BY
                   MOVE SQLCE-DESCRIPTION      TO WS-NEW-DESCRIPTION
                   PERFORM 3900-FILE-THE-CHANGE
           END-READ.

       3500-LOAD-THE-CLASS-CHANGES.
           OPEN INPUT SQLCLSLOG-FILE
           IF WS-CLSLOG-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-CLASS-CHANGES TO TRUE
           END-IF
           PERFORM 3600-LOAD-ONE-CLASS-CHANGE
               UNTIL WS-NO-MORE-CLASS-CHANGES.

      * SQLCLSTBL keys are sign plus ten zero-filled digits for a
      * SQLCODE and 'S' plus the state for a refinement; only the
      * SQLCODE keys are measured (see the banner).
       3600-LOAD-ONE-CLASS-CHANGE.
           READ SQLCLSLOG-FILE
               AT END
                   SET WS-NO-MORE-CLASS-CHANGES TO TRUE
               NOT AT END
                   IF CLSLOG-ACTION(1:4) NOT = 'STG-'
                           AND (CLSLOG-CLASS-KEY(1:1) = '-'
                               OR CLSLOG-CLASS-KEY(1:1) = '+')
                           AND CLSLOG-CLASS-KEY(2:10) IS NUMERIC
                       PERFORM 3700-BUILD-CLASS-CHANGE
                       PERFORM 3900-FILE-THE-CHANGE
                   END-IF
           END-READ.

       3700-BUILD-CLASS-CHANGE.
           INITIALIZE WS-NEW-EVENT
           MOVE CLSLOG-TIMESTAMP           TO WS-NEW-TIMESTAMP
           MOVE 'CLASSIFY'                 TO WS-NEW-TYPE
           MOVE '*'                        TO WS-NEW-JOB
           MOVE '*'                        TO WS-NEW-PROGRAM
           MOVE CLSLOG-CLASS-KEY(2:10)     TO WS-KEY-DIGITS
           IF CLSLOG-CLASS-KEY(1:1) = '-'
               COMPUTE WS-NEW-SQLCODE = ZERO - WS-KEY-DIGITS
           ELSE
               MOVE WS-KEY-DIGITS TO WS-NEW-SQLCODE
           END-IF
           MOVE 'Y'                        TO WS-NEW-CODE-FLAG
           MOVE 'SQLCLSM'                  TO WS-NEW-ENTERED-BY
           IF CLSLOG-ACTION = 'PROMOTE'
               MOVE 'SQLCLSPR' TO WS-NEW-ENTERED-BY
           END-IF
           MOVE SPACES TO WS-NEW-DESCRIPTION
           STRING
                   CLSLOG-ACTION DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   CLSLOG-SEVERITY DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   CLSLOG-ACTION-CODE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   CLSLOG-DESCRIPTION DELIMITED BY SIZE
               INTO WS-NEW-DESCRIPTION
           END-STRING.

      * Changes outside the look-back window are skipped; one newer
      * than the report day is kept and shown unmeasured. The table
      * is kept in effective-time order by shifting later entries up
      * one slot - an insertion sort over at most 500 entries.
       3900-FILE-THE-CHANGE.
           MOVE WS-NEW-TIMESTAMP(1:4) TO WS-DATE-BUILD(1:4)
           MOVE WS-NEW-TIMESTAMP(6:2) TO WS-DATE-BUILD(5:2)
           MOVE WS-NEW-TIMESTAMP(9:2) TO WS-DATE-BUILD(7:2)
           IF WS-DATE-BUILD IS NUMERIC
                   AND WS-DATE-BUILD >= WS-WINDOW-START
               COMPUTE WS-NEW-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD)
               IF WS-EVENT-TABLE-COUNT < 500
                   MOVE WS-EVENT-TABLE-COUNT TO WS-SHIFT-IDX
                   ADD 1 TO WS-EVENT-TABLE-COUNT
                   MOVE WS-EVENT-TABLE-COUNT TO WS-INSERT-IDX
                   PERFORM UNTIL WS-SHIFT-IDX < 1
                       IF WS-EVT-TIMESTAMP(WS-SHIFT-IDX)
                               > WS-NEW-TIMESTAMP
                           MOVE WS-EVENT-ENTRY(WS-SHIFT-IDX)
                               TO WS-EVENT-ENTRY(WS-SHIFT-IDX + 1)
                           MOVE WS-SHIFT-IDX TO WS-INSERT-IDX
                           SUBTRACT 1 FROM WS-SHIFT-IDX
                       ELSE
                           MOVE ZERO TO WS-SHIFT-IDX
                       END-IF
                   END-PERFORM
                   MOVE WS-NEW-EVENT TO WS-EVENT-ENTRY(WS-INSERT-IDX)
               ELSE
                   IF NOT WS-EVENT-WAS-TRUNCATED
                       DISPLAY 'SQLCHGR: CHANGE TABLE FULL - CHANGES '
                           'PAST 500 OMITTED FROM THE REPORT'
                       SET WS-EVENT-WAS-TRUNCATED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Before = the WS-DAYS-BEFORE days ending the day before the
      * change; after = the change day itself (a rebind at 02:00 is
      * in force for most of that day's batch) onward, up to
      * WS-DAYS-AFTER days or the report day, whichever comes first.
      * Both sides are rated per calendar day, like SQLTRNDR's
      * baselines, so a short after-window compares fairly.
       4000-MEASURE-ONE-CHANGE.
           MOVE ZERO TO WS-EVT-ALL-BEFORE(WS-EVT-IDX)
           MOVE ZERO TO WS-EVT-ALL-AFTER(WS-EVT-IDX)
           MOVE ZERO TO WS-EVT-BND-BEFORE(WS-EVT-IDX)
           MOVE ZERO TO WS-EVT-BND-AFTER(WS-EVT-IDX)
           MOVE SPACES TO WS-EVT-RISE-FLAG(WS-EVT-IDX)
           COMPUTE WS-EVT-AFTER-DAYS(WS-EVT-IDX) =
               WS-REPORT-DATE-INT - WS-EVT-DATE-INT(WS-EVT-IDX) + 1
           IF WS-EVT-AFTER-DAYS(WS-EVT-IDX) > WS-DAYS-AFTER
               MOVE WS-DAYS-AFTER TO WS-EVT-AFTER-DAYS(WS-EVT-IDX)
           END-IF
           IF WS-EVT-AFTER-DAYS(WS-EVT-IDX) < 1
               MOVE ZERO TO WS-EVT-AFTER-DAYS(WS-EVT-IDX)
               ADD 1 TO WS-COUNT-UNMEASURED
           ELSE
               PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                       UNTIL WS-STA-IDX > WS-STAT-TABLE-COUNT
                   PERFORM 4100-MATCH-ONE-SUMMARY
                   IF WS-STAT-MATCHES
                       PERFORM 4200-COUNT-ONE-SUMMARY
                   END-IF
               END-PERFORM
               PERFORM 4300-JUDGE-THE-RISE
           END-IF.

       4100-MATCH-ONE-SUMMARY.
           SET WS-STAT-MATCHES TO TRUE
           IF WS-EVT-JOB(WS-EVT-IDX) NOT = '*'
                   AND WS-EVT-JOB(WS-EVT-IDX)
                       NOT = WS-STA-JOB(WS-STA-IDX)
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF
           IF WS-EVT-PROGRAM(WS-EVT-IDX) NOT = '*'
                   AND WS-EVT-PROGRAM(WS-EVT-IDX)
                       NOT = WS-STA-PROGRAM(WS-STA-IDX)
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF
           IF WS-EVT-ONE-CODE(WS-EVT-IDX)
                   AND WS-EVT-SQLCODE(WS-EVT-IDX)
                       NOT = WS-STA-SQLCODE(WS-STA-IDX)
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF.

       4200-COUNT-ONE-SUMMARY.
           COMPUTE WS-DATE-DIFF = WS-STA-DATE-INT(WS-STA-IDX)
               - WS-EVT-DATE-INT(WS-EVT-IDX)
           IF WS-DATE-DIFF < ZERO
                   AND WS-DATE-DIFF >= ZERO - WS-DAYS-BEFORE
               ADD WS-STA-ERRORS(WS-STA-IDX)
                   TO WS-EVT-ALL-BEFORE(WS-EVT-IDX)
               IF WS-STA-BIND-CODE(WS-STA-IDX)
                   ADD WS-STA-ERRORS(WS-STA-IDX)
                       TO WS-EVT-BND-BEFORE(WS-EVT-IDX)
               END-IF
           END-IF
           IF WS-DATE-DIFF >= ZERO
                   AND WS-DATE-DIFF < WS-EVT-AFTER-DAYS(WS-EVT-IDX)
               ADD WS-STA-ERRORS(WS-STA-IDX)
                   TO WS-EVT-ALL-AFTER(WS-EVT-IDX)
               IF WS-STA-BIND-CODE(WS-STA-IDX)
                   ADD WS-STA-ERRORS(WS-STA-IDX)
                       TO WS-EVT-BND-AFTER(WS-EVT-IDX)
               END-IF
           END-IF.

      * ALL, BND or B+A says which measure rose - BND alone is the
      * classic sign of a bad bind or a resource shortfall, ALL alone
      * of a bad deployment.
       4300-JUDGE-THE-RISE.
           MOVE 'N' TO WS-ALL-RISE
           MOVE 'N' TO WS-BND-RISE
           COMPUTE WS-RATE-BEFORE ROUNDED =
               WS-EVT-ALL-BEFORE(WS-EVT-IDX) / WS-DAYS-BEFORE
           COMPUTE WS-RATE-AFTER ROUNDED =
               WS-EVT-ALL-AFTER(WS-EVT-IDX)
                   / WS-EVT-AFTER-DAYS(WS-EVT-IDX)
           COMPUTE WS-RISE-LIMIT = WS-RATE-BEFORE * WS-RISE-FACTOR
           IF WS-RATE-AFTER > WS-RISE-LIMIT
                   AND WS-EVT-ALL-AFTER(WS-EVT-IDX) >= WS-RISE-MINIMUM
               SET WS-ALL-HAS-RISEN TO TRUE
           END-IF
           COMPUTE WS-RATE-BEFORE ROUNDED =
               WS-EVT-BND-BEFORE(WS-EVT-IDX) / WS-DAYS-BEFORE
           COMPUTE WS-RATE-AFTER ROUNDED =
               WS-EVT-BND-AFTER(WS-EVT-IDX)
                   / WS-EVT-AFTER-DAYS(WS-EVT-IDX)
           COMPUTE WS-RISE-LIMIT = WS-RATE-BEFORE * WS-RISE-FACTOR
           IF WS-RATE-AFTER > WS-RISE-LIMIT
                   AND WS-EVT-BND-AFTER(WS-EVT-IDX) >= WS-RISE-MINIMUM
               SET WS-BND-HAS-RISEN TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-ALL-HAS-RISEN AND WS-BND-HAS-RISEN
                   MOVE 'B+A' TO WS-EVT-RISE-FLAG(WS-EVT-IDX)
               WHEN WS-ALL-HAS-RISEN
                   MOVE 'ALL' TO WS-EVT-RISE-FLAG(WS-EVT-IDX)
               WHEN WS-BND-HAS-RISEN
                   MOVE 'BND' TO WS-EVT-RISE-FLAG(WS-EVT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EVT-RISE-FLAG(WS-EVT-IDX) NOT = SPACES
               ADD 1 TO WS-COUNT-RISES
           END-IF.

       6000-PRODUCE-REPORT.
           MOVE WS-REPORT-DATE TO H1-REPORT-DATE
           MOVE WS-HEADING-1 TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           IF WS-REPORT-DATE = ZERO
               MOVE '  NO STATISTICS HISTORY ON FILE YET'
                   TO CHGRPT-LINE
               WRITE CHGRPT-LINE
           ELSE
               MOVE WS-WINDOW-START TO RL-FROM-DATE
               MOVE WS-REPORT-DATE  TO RL-TO-DATE
               MOVE WS-RANGE-LINE TO CHGRPT-LINE
               WRITE CHGRPT-LINE
               MOVE SPACES TO CHGRPT-LINE
               WRITE CHGRPT-LINE
               MOVE WS-COLUMN-HEADER-1 TO CHGRPT-LINE
               WRITE CHGRPT-LINE
               MOVE WS-COLUMN-HEADER TO CHGRPT-LINE
               WRITE CHGRPT-LINE
               PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                       UNTIL WS-EVT-IDX > WS-EVENT-TABLE-COUNT
                   PERFORM 6100-WRITE-DETAIL-LINE
               END-PERFORM
               IF WS-EVENT-TABLE-COUNT = ZERO
                   MOVE '  NO CHANGES LOGGED IN THE WINDOW'
                       TO CHGRPT-LINE
                   WRITE CHGRPT-LINE
               END-IF
               PERFORM 6500-LIST-THE-RISES
               PERFORM 7000-WRITE-TOTALS
           END-IF
           PERFORM 7900-STAMP-TRUNCATION.

       6100-WRITE-DETAIL-LINE.
           INITIALIZE WS-DETAIL-LINE
           ADD 1 TO WS-COUNT-CHANGES
           IF WS-EVT-TYPE(WS-EVT-IDX) = 'CLASSIFY'
               ADD 1 TO WS-COUNT-CLASS-CHANGES
           END-IF
           MOVE WS-EVT-TIMESTAMP(WS-EVT-IDX)(1:16) TO DL-EFFECTIVE
           MOVE WS-EVT-TYPE(WS-EVT-IDX)       TO DL-TYPE
           MOVE WS-EVT-JOB(WS-EVT-IDX)        TO DL-JOB
           MOVE WS-EVT-PROGRAM(WS-EVT-IDX)    TO DL-PROGRAM
           MOVE WS-EVT-PACKAGE(WS-EVT-IDX)    TO DL-PACKAGE
           MOVE WS-EVT-SQLCODE(WS-EVT-IDX)    TO DL-SQLCODE
           MOVE WS-EVT-ENTERED-BY(WS-EVT-IDX) TO DL-ENTERED-BY
           IF WS-EVT-AFTER-DAYS(WS-EVT-IDX) > ZERO
               COMPUTE DL-ALL-BEFORE ROUNDED =
                   WS-EVT-ALL-BEFORE(WS-EVT-IDX) / WS-DAYS-BEFORE
               COMPUTE DL-ALL-AFTER ROUNDED =
                   WS-EVT-ALL-AFTER(WS-EVT-IDX)
                       / WS-EVT-AFTER-DAYS(WS-EVT-IDX)
               COMPUTE DL-BND-BEFORE ROUNDED =
                   WS-EVT-BND-BEFORE(WS-EVT-IDX) / WS-DAYS-BEFORE
               COMPUTE DL-BND-AFTER ROUNDED =
                   WS-EVT-BND-AFTER(WS-EVT-IDX)
                       / WS-EVT-AFTER-DAYS(WS-EVT-IDX)
           ELSE
               MOVE SPACES TO DL-RATES
           END-IF
           MOVE WS-EVT-AFTER-DAYS(WS-EVT-IDX) TO DL-AFTER-DAYS
           MOVE WS-EVT-RISE-FLAG(WS-EVT-IDX)  TO DL-FLAG
           MOVE WS-DETAIL-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE.

       6500-LIST-THE-RISES.
           MOVE SPACES TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE 'CHANGES FOLLOWED BY A RISE IN ERRORS' TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           IF WS-COUNT-RISES = ZERO
               MOVE '  NONE IN THE WINDOW' TO CHGRPT-LINE
               WRITE CHGRPT-LINE
           ELSE
               PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                       UNTIL WS-EVT-IDX > WS-EVENT-TABLE-COUNT
                   IF WS-EVT-RISE-FLAG(WS-EVT-IDX) NOT = SPACES
                       INITIALIZE WS-RISE-LINE
                       MOVE WS-EVT-TIMESTAMP(WS-EVT-IDX)(1:16)
                           TO RS-EFFECTIVE
                       MOVE WS-EVT-TYPE(WS-EVT-IDX)    TO RS-TYPE
                       MOVE WS-EVT-JOB(WS-EVT-IDX)     TO RS-JOB
                       MOVE WS-EVT-PROGRAM(WS-EVT-IDX) TO RS-PROGRAM
                       MOVE WS-EVT-RISE-FLAG(WS-EVT-IDX) TO RS-FLAG
                       MOVE WS-EVT-DESCRIPTION(WS-EVT-IDX)
                           TO RS-DESCRIPTION
                       MOVE WS-RISE-LINE TO CHGRPT-LINE
                       WRITE CHGRPT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       7000-WRITE-TOTALS.
           MOVE SPACES TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE SPACES TO CHGRPT-LINE
           STRING '  ALL ERRORS = ERROR PLUS FATAL OCCURRENCES PER '
                   'DAY, -805/-818/-904 = THOSE CODES ONLY'
               DELIMITED BY SIZE INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           MOVE SPACES TO CHGRPT-LINE
           STRING '  BEFORE = THE DAYS BEFORE THE CHANGE, AFTER = FROM '
                   'THE CHANGE DAY ON, DAYS = AFTER-DAYS MEASURED'
               DELIMITED BY SIZE INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           MOVE SPACES TO CHGRPT-LINE
           STRING '  FLAG ALL/BND/B+A = THAT MEASURE ROSE; A CLASSIFY '
                   'CHANGE MEASURES ITS OWN SQLCODE ACROSS EVERY JOB'
               DELIMITED BY SIZE INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           MOVE SPACES TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE 'CHANGES IN THE WINDOW' TO TL-LABEL
           MOVE WS-COUNT-CHANGES TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE 'CLASSIFICATION CHANGES' TO TL-LABEL
           MOVE WS-COUNT-CLASS-CHANGES TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE 'NEWER THAN THE REPORT DAY' TO TL-LABEL
           MOVE WS-COUNT-UNMEASURED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE 'FOLLOWED BY A RISE' TO TL-LABEL
           MOVE WS-COUNT-RISES TO TL-COUNT
           MOVE WS-TOTAL-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE.

       7900-STAMP-TRUNCATION.
           IF WS-STAT-WAS-TRUNCATED OR WS-EVENT-WAS-TRUNCATED
               MOVE SPACES TO CHGRPT-LINE
               STRING '  ** TABLE FULL - CHANGES OR COMPARISONS MAY BE '
                       'INCOMPLETE, SEE CONSOLE LOG **'
                   DELIMITED BY SIZE INTO CHGRPT-LINE
               END-STRING
               WRITE CHGRPT-LINE
           END-IF.

      * The statistics file is only still open if the report-day pass
      * found a day and 2000 reopened it for the load.
       8000-CLOSE-FILES.
           IF WS-REPORT-DATE NOT = ZERO AND
                   (WS-STAT-FILE-STATUS = '00' OR
                    WS-STAT-FILE-STATUS = '10')
               CLOSE SQLERRSTAT-FILE
           END-IF
           IF WS-CHGLOG-FILE-STATUS = '00' OR
                   WS-CHGLOG-FILE-STATUS = '10'
               CLOSE SQLCHGLOG-FILE
           END-IF
           IF WS-CLSLOG-FILE-STATUS = '00' OR
                   WS-CLSLOG-FILE-STATUS = '10'
               CLOSE SQLCLSLOG-FILE
           END-IF
           CLOSE SQLCHGRPT-FILE.
