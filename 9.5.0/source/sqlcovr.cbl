      *************************************************************************
      *
      * Program: SQLCOVR
      *
      * Function: Classification coverage audit. SQLCLASS answers any
      *           SQLCODE it has no SQLCLSTBL entry for with the
      *           ERROR/ABEND not-found default, so a gap in the table
      *           only shows up when a job abends on a code that should
      *           have been retried or logged. This report cross-checks
      *           SQLCLSTBL against the three places codes come from:
      *             - the SQL-RC-* codes defined in the SQLCODES
      *               include, Micro Focus (cobol_mf, 78-levels) and
      *               AcuCobol (cobol_a, 77-levels) copies both
      *             - the SQL-ST-* states defined in the SQLSTATES
      *               include, both copies
      *             - every SQLCODE and SQLSTATE actually seen on the
      *               SQLAUDIT trail, and every SQLCODE in the
      *               SQLERRSTAT history for the days before the trail
      *               starts (the days SQLARCHV has already rolled off
      *               - a day still on the trail is counted from the
      *               trail alone, so nothing is counted twice)
      *           and prints, for the DBA and ops leads to work down:
      *             - SQLCODEs seen with no SQLCLSTBL entry at all,
      *               most frequent first, with the include's name for
      *               each (or NOT IN SQLCODES). An occurrence whose
      *               SQLSTATE an active refinement rules is not on the
      *               default and is not counted here
      *             - deactivated entries still being hit - a code
      *               entry's unrefined traffic is abending on the
      *               default, a refinement's is ruled on its generic
      *               SQLCODE alone
      *             - entries whose condition name does not match the
      *               name the includes give that code or state
      *             - SQLSTATE refinements whose parent SQLCODE has no
      *               active entry - the refinement still rules its own
      *               state, but every other occurrence of that SQLCODE
      *               takes the ERROR/ABEND not-found default
      *             - SQLSTATEs seen on the trail that no refinement
      *               covers for the SQLCODE they came with
      *             - every name the Micro Focus and AcuCobol copies of
      *               an include disagree on - defined in one only, or
      *               with different values
      *
      *           The includes are read as plain text through one
      *           dynamically assigned file - SQLCODMF, SQLCODACU,
      *           SQLSTMF and SQLSTACU, each pointed at that include's
      *           source - since a 78-level constant cannot be
      *           enumerated at run time. An include that is not
      *           supplied is stamped on the report, and its drift
      *           check is skipped. When neither copy of an include
      *           is supplied its names are not checked at all - the
      *           name findings for that include read INCLUDE NOT
      *           SUPPLIED or are left out, never NOT DEFINED.
      *
      *           Run on request or after an SQLCODES upgrade, after
      *           the night's SQLAUDMG merge. Writes SQLCOVRPT; no
      *           parameters.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLCOVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLINCLUDE-FILE ASSIGN TO DYNAMIC WS-INCLUDE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-FILE-STATUS.
           SELECT SQLCLSTBL-FILE ASSIGN TO 'SQLCLSTBL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLCT-CLASS-KEY
               FILE STATUS IS WS-CLSTBL-FILE-STATUS.
           SELECT SQLAUDIT-FILE ASSIGN TO 'SQLAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SQLERRSTAT-FILE ASSIGN TO 'SQLERRSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLES-STAT-KEY
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT SQLCOVRPT-FILE ASSIGN TO 'SQLCOVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT SQLAUDWCTL-FILE ASSIGN TO 'SQLAUDWCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLINCLUDE-FILE.
       01  INCLUDE-LINE                  PIC X(80).
       FD  SQLCLSTBL-FILE.
           COPY sqlclstf.
       FD  SQLAUDIT-FILE.
           COPY sqlaudf.
       FD  SQLERRSTAT-FILE.
           COPY sqlstatf.
       FD  SQLCOVRPT-FILE.
       01  COVRPT-LINE                   PIC X(132).
       FD  SQLAUDWCTL-FILE.
           COPY sqlwctlf.
       WORKING-STORAGE SECTION.
       01  WS-INCLUDE-NAME               PIC X(20).
       01  WS-INC-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-CLSTBL-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-STAT-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-RPT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-WCTL-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-INC-EOF                    PIC X VALUE 'N'.
           88  WS-NO-MORE-INCLUDE         VALUE 'Y'.
       01  WS-CLSTBL-EOF                 PIC X VALUE 'N'.
           88  WS-NO-MORE-ENTRIES         VALUE 'Y'.
       01  WS-AUDIT-EOF                  PIC X VALUE 'N'.
           88  WS-NO-MORE-AUDIT           VALUE 'Y'.
       01  WS-STAT-EOF                   PIC X VALUE 'N'.
           88  WS-NO-MORE-STATS           VALUE 'Y'.
      * Which copy the include line being parsed came from - 'M' the
      * Micro Focus copy, 'A' the AcuCobol copy.
       01  WS-CURRENT-COPY               PIC X VALUE SPACE.
           88  WS-COPY-IS-MF              VALUE 'M'.
           88  WS-COPY-IS-ACU             VALUE 'A'.
       01  WS-INCLUDE-READ               PIC X VALUE 'N'.
           88  WS-INCLUDE-WAS-READ        VALUE 'Y'.
       01  WS-CODMF-LOADED               PIC X VALUE 'N'.
           88  WS-CODMF-WAS-LOADED        VALUE 'Y'.
       01  WS-CODACU-LOADED              PIC X VALUE 'N'.
           88  WS-CODACU-WAS-LOADED       VALUE 'Y'.
       01  WS-STMF-LOADED                PIC X VALUE 'N'.
           88  WS-STMF-WAS-LOADED         VALUE 'Y'.
       01  WS-STACU-LOADED               PIC X VALUE 'N'.
           88  WS-STACU-WAS-LOADED        VALUE 'Y'.
       01  WS-CLSTBL-LOADED              PIC X VALUE 'N'.
           88  WS-CLSTBL-WAS-LOADED       VALUE 'Y'.
      * One include line split on spaces. A 78-level reads
      * '78 name VALUE n.', a 77-level '77 name PIC ... VALUE n.' -
      * the value is whatever follows the VALUE token, either case.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN OCCURS 8 TIMES    PIC X(30).
       01  WS-TOKEN-IDX                  PIC S9(4) COMP-5.
       01  WS-VALUE-TOKEN                PIC X(30).
       01  WS-DEF-KIND-WORK              PIC X.
       01  WS-DEF-CODE-WORK              PIC S9(9) COMP-5.
       01  WS-DEF-STATE-WORK             PIC X(5).
      * One entry per SQL-RC-/SQL-ST- name defined in either copy of
      * either include, with each copy's value alongside. The
      * SQLCODES include defines some 1,500 names.
       01  WS-DEF-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-DEF-TABLE.
           05  WS-DEF-ENTRY OCCURS 2500 TIMES
                   INDEXED BY WS-DEF-IDX.
               10  WS-DEF-NAME            PIC X(30).
               10  WS-DEF-KIND            PIC X.
                   88  WS-DEF-IS-CODE      VALUE 'C'.
                   88  WS-DEF-IS-STATE     VALUE 'S'.
               10  WS-DEF-MF-FLAG         PIC X.
                   88  WS-DEF-IN-MF        VALUE 'Y'.
               10  WS-DEF-MF-CODE         PIC S9(9) COMP-5.
               10  WS-DEF-MF-STATE        PIC X(5).
               10  WS-DEF-ACU-FLAG        PIC X.
                   88  WS-DEF-IN-ACU       VALUE 'Y'.
               10  WS-DEF-ACU-CODE        PIC S9(9) COMP-5.
               10  WS-DEF-ACU-STATE       PIC X(5).
               10  WS-DEF-CLASSIFIED      PIC X.
                   88  WS-DEF-HAS-ENTRY    VALUE 'Y'.
      * SQLCLSTBL as it stands, deactivated entries included - the
      * audit is as much about those as the active ones.
       01  WS-CLS-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CLS-IDX.
               10  WS-CLS-KEY             PIC X(11).
               10  WS-CLS-SQLCODE         PIC S9(9) COMP-5.
               10  WS-CLS-CONDITION       PIC X(20).
               10  WS-CLS-ACTIVE-FLAG     PIC X.
                   88  WS-CLS-IS-ACTIVE    VALUE 'A'.
      * One entry per distinct SQLCODE seen, trail and history. The
      * refined count is the trail occurrences an active SQLSTATE
      * refinement ruled; the rest went to the SQLCODE ruling (or the
      * not-found default), and the last-seen fields follow those.
       01  WS-HIT-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-HIT-IDX.
               10  WS-HIT-SQLCODE         PIC S9(9) COMP-5.
               10  WS-HIT-COUNT           PIC S9(9) COMP-5.
               10  WS-HIT-REFINED         PIC S9(9) COMP-5.
               10  WS-HIT-UNREFINED       PIC S9(9) COMP-5.
               10  WS-HIT-LAST-DATE       PIC 9(8).
               10  WS-HIT-LAST-JOB        PIC X(8).
               10  WS-HIT-LAST-PROGRAM    PIC X(8).
      * One entry per distinct SQLSTATE/SQLCODE pair on the trail -
      * SQLCLASS only applies a refinement when the generic SQLCODE
      * it names is the one the state arrived with.
       01  WS-SHT-TABLE-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-SHT-TABLE.
           05  WS-SHT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SHT-IDX.
               10  WS-SHT-SQLSTATE        PIC X(5).
               10  WS-SHT-SQLCODE         PIC S9(9) COMP-5.
               10  WS-SHT-COUNT           PIC S9(9) COMP-5.
               10  WS-SHT-LAST-DATE       PIC 9(8).
      * Subscripts of the unclassified seen codes, most hits first.
       01  WS-RANK-COUNT                 PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-RANK-TABLE.
           05  WS-RANK-HIT OCCURS 3000 TIMES
                                          PIC S9(4) COMP-5.
       01  WS-SHIFT-IDX                  PIC S9(4) COMP-5.
       01  WS-PRIOR-HIT                  PIC S9(4) COMP-5.
       01  WS-SLOT-FOUND                 PIC X VALUE 'N'.
           88  WS-SLOT-WAS-FOUND          VALUE 'Y'.
       01  WS-SCAN-IDX                   PIC S9(4) COMP-5.
       01  WS-FOUND-ENTRY                PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND             VALUE 'Y'.
       01  WS-ENTRY-AVAILABLE            PIC X VALUE 'N'.
           88  WS-ENTRY-IS-AVAILABLE      VALUE 'Y'.
       01  WS-OCCURRENCE-REFINED         PIC X VALUE 'N'.
           88  WS-OCCURRENCE-WAS-REFINED  VALUE 'Y'.
       01  WS-NAME-MATCHED               PIC X VALUE 'N'.
           88  WS-NAME-WAS-MATCHED        VALUE 'Y'.
       01  WS-DEFS-TRUNCATED             PIC X VALUE 'N'.
           88  WS-DEFS-WERE-TRUNCATED     VALUE 'Y'.
       01  WS-CLS-TRUNCATED              PIC X VALUE 'N'.
           88  WS-CLS-WAS-TRUNCATED       VALUE 'Y'.
       01  WS-HITS-TRUNCATED             PIC X VALUE 'N'.
           88  WS-HITS-WERE-TRUNCATED     VALUE 'Y'.
       01  WS-WORK-DATE                  PIC 9(8).
       01  WS-WORK-SQLCODE               PIC S9(9) COMP-5.
       01  WS-WORK-SQLSTATE              PIC X(5).
       01  WS-WORK-COUNT                 PIC S9(9) COMP-5.
       01  WS-WORK-JOB                   PIC X(8).
       01  WS-WORK-PROGRAM               PIC X(8).
       01  WS-FIRST-SEEN-DATE            PIC 9(8) VALUE 99999999.
       01  WS-LAST-SEEN-DATE             PIC 9(8) VALUE ZERO.
       01  WS-TRAIL-FIRST-DATE           PIC 9(8) VALUE 99999999.
       01  WS-INCLUDE-MATCH-NAME         PIC X(30).
       01  WS-INCLUDE-MATCH-COUNT        PIC S9(4) COMP-5.
       01  WS-PARENT-SQLCODE             PIC S9(9) COMP-5.
       01  WS-PARENT-STATUS              PIC X.
           88  WS-PARENT-MISSING          VALUE 'M'.
           88  WS-PARENT-INACTIVE         VALUE 'I'.
           88  WS-PARENT-ACTIVE           VALUE 'A'.
       01  WS-DRIFT-REASON               PIC X(24).
      * Totals.
       01  WS-COUNT-MF-CODES             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-ACU-CODES            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-MF-STATES            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-ACU-STATES           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-UNPARSED             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-CLS-ENTRIES          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-CLS-INACTIVE         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-TRAIL-RECORDS        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-STAT-RECORDS         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-UNCLASSIFIED         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-UNCLASS-HITS         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-INACTIVE-HIT         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-NAME-MISMATCH        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-ORPHANS              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-UNREFINED            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-DRIFT                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-DEF-UNCLASSIFIED     PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
                   'SQL CLASSIFICATION COVERAGE AUDIT'.
       01  WS-RANGE-LINE.
           05  FILLER                     PIC X(9) VALUE 'COVERING '.
           05  RL-FROM-DATE               PIC 9(8).
           05  FILLER                     PIC X(9) VALUE ' THROUGH '.
           05  RL-TO-DATE                 PIC 9(8).
       01  WS-SECTION-LINE               PIC X(60).
       01  WS-COLUMN-HEADER              PIC X(132).
       01  WS-UNCLASS-HEADER.
           05  FILLER                     PIC X(12) VALUE
                   '     SQLCODE'.
           05  FILLER                     PIC X(13) VALUE
                   '         HITS'.
           05  FILLER                     PIC X(12) VALUE
                   '  LAST SEEN'.
           05  FILLER                     PIC X(10) VALUE 'LAST JOB'.
           05  FILLER                     PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                     PIC X(30) VALUE
                   'SQLCODES NAME'.
       01  WS-UNCLASS-LINE.
           05  UL-SQLCODE                 PIC -(11)9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UL-HITS                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UL-LAST-DATE               PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UL-LAST-JOB                PIC X(10).
           05  UL-LAST-PROGRAM            PIC X(10).
           05  UL-INCLUDE-NAME            PIC X(30).
       01  WS-ENTRY-HEADER.
           05  FILLER                     PIC X(13) VALUE 'ENTRY KEY'.
           05  FILLER                     PIC X(22) VALUE
                   'CONDITION NAME'.
           05  FILLER                     PIC X(10) VALUE 'STATUS'.
           05  FILLER                     PIC X(11) VALUE
                   '       HITS'.
           05  FILLER                     PIC X(12) VALUE
                   '  LAST SEEN'.
           05  FILLER                     PIC X(40) VALUE 'FINDING'.
       01  WS-ENTRY-LINE.
           05  EL-KEY                     PIC X(13).
           05  EL-CONDITION               PIC X(22).
           05  EL-STATUS                  PIC X(10).
      * Blanked on the lines where the finding is about the entry
      * itself rather than the traffic it sees.
           05  EL-TRAFFIC.
               10  EL-HITS                PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                 PIC X(2)  VALUE SPACES.
               10  EL-LAST-DATE           PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  EL-FINDING                 PIC X(50).
       01  WS-STATE-HEADER.
           05  FILLER                     PIC X(10) VALUE 'SQLSTATE'.
           05  FILLER                     PIC X(12) VALUE
                   '     SQLCODE'.
           05  FILLER                     PIC X(13) VALUE
                   '         HITS'.
           05  FILLER                     PIC X(12) VALUE
                   '  LAST SEEN'.
           05  FILLER                     PIC X(40) VALUE
                   'SQLSTATES NAME'.
       01  WS-STATE-LINE.
           05  SL-SQLSTATE                PIC X(10).
           05  SL-SQLCODE                 PIC -(11)9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SL-HITS                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SL-LAST-DATE               PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SL-FINDING                 PIC X(50).
       01  WS-DRIFT-HEADER.
           05  FILLER                     PIC X(32) VALUE 'NAME'.
           05  FILLER                     PIC X(14) VALUE
                   ' MICRO FOCUS'.
           05  FILLER                     PIC X(14) VALUE
                   '    ACUCOBOL'.
           05  FILLER                     PIC X(24) VALUE '  FINDING'.
       01  WS-DRIFT-LINE.
           05  DRL-NAME                   PIC X(32).
           05  DRL-MF-VALUE               PIC X(12) JUSTIFIED RIGHT.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DRL-ACU-VALUE              PIC X(12) JUSTIFIED RIGHT.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  DRL-FINDING                PIC X(24).
       01  WS-EDIT-SQLCODE               PIC -(11)9.
       01  WS-EDIT-PARENT                PIC -(9)9.
       01  WS-TOTAL-LINE.
           05  TL-LABEL                   PIC X(28).
           05  TL-COUNT                   PIC ZZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-THE-INCLUDES
           PERFORM 1500-LOAD-THE-CLASS-FILE
           PERFORM 2000-COUNT-ONE-AUDIT-RECORD UNTIL WS-NO-MORE-AUDIT
           PERFORM 2500-OPEN-THE-HISTORY
           PERFORM 2600-COUNT-ONE-DAY-SUMMARY UNTIL WS-NO-MORE-STATS
           PERFORM 3000-RANK-THE-UNCLASSIFIED
           PERFORM 3500-MARK-THE-DEFINITIONS
           PERFORM 5000-WRITE-REPORT-HEADING
           PERFORM 6000-PRINT-UNCLASSIFIED
           PERFORM 6100-PRINT-INACTIVE-HIT
           PERFORM 6200-PRINT-NAME-MISMATCHES
           PERFORM 6300-PRINT-ORPHAN-REFINEMENTS
           PERFORM 6400-PRINT-UNREFINED-STATES
           PERFORM 6500-PRINT-INCLUDE-DRIFT
           PERFORM 7000-WRITE-TOTALS
           PERFORM 7900-NOTE-TRUNCATION
           PERFORM 8000-CLOSE-FILES
           GOBACK.

      * The trail is read for every SQLCODE it still holds, so it has
      * to be whole - the window check comes before anything else.
      * An absent trail or history file is a system that has logged
      * nothing there yet, not an error.
       1000-INITIALIZE.
           PERFORM 1050-CHECK-THE-WINDOW
           OPEN INPUT SQLAUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-AUDIT TO TRUE
           END-IF
           OPEN OUTPUT SQLCOVRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLCOVR: UNABLE TO OPEN SQLCOVRPT, STATUS '
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A window still marked OPEN on the control file means the
      * night's spills have not all reached the trail - auditing now
      * would rank the codes on a partial night. An absent control
      * file predates the control and is read as merged.
       1050-CHECK-THE-WINDOW.
           OPEN INPUT SQLAUDWCTL-FILE
           IF WS-WCTL-FILE-STATUS = '00'
               READ SQLAUDWCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SQLWC-WINDOW-OPEN
                           DISPLAY 'SQLCOVR: BATCH WINDOW STILL '
                               'OPEN ON SQLAUDWCTL - RUN SQLAUDMG '
                               'FIRST'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE SQLAUDWCTL-FILE
           END-IF.

      * Each include is read once per copy. The flags record which
      * copies actually loaded - drift is only judged between two
      * copies that were both read.
       1100-LOAD-THE-INCLUDES.
           MOVE 'SQLCODMF' TO WS-INCLUDE-NAME
           SET WS-COPY-IS-MF TO TRUE
           PERFORM 1200-READ-ONE-INCLUDE
           IF WS-INCLUDE-WAS-READ
               SET WS-CODMF-WAS-LOADED TO TRUE
           END-IF
           MOVE 'SQLCODACU' TO WS-INCLUDE-NAME
           SET WS-COPY-IS-ACU TO TRUE
           PERFORM 1200-READ-ONE-INCLUDE
           IF WS-INCLUDE-WAS-READ
               SET WS-CODACU-WAS-LOADED TO TRUE
           END-IF
           MOVE 'SQLSTMF' TO WS-INCLUDE-NAME
           SET WS-COPY-IS-MF TO TRUE
           PERFORM 1200-READ-ONE-INCLUDE
           IF WS-INCLUDE-WAS-READ
               SET WS-STMF-WAS-LOADED TO TRUE
           END-IF
           MOVE 'SQLSTACU' TO WS-INCLUDE-NAME
           SET WS-COPY-IS-ACU TO TRUE
           PERFORM 1200-READ-ONE-INCLUDE
           IF WS-INCLUDE-WAS-READ
               SET WS-STACU-WAS-LOADED TO TRUE
           END-IF.

       1200-READ-ONE-INCLUDE.
           MOVE 'N' TO WS-INC-EOF
           MOVE 'N' TO WS-INCLUDE-READ
           OPEN INPUT SQLINCLUDE-FILE
           IF WS-INC-FILE-STATUS = '00'
               SET WS-INCLUDE-WAS-READ TO TRUE
           ELSE
               DISPLAY 'SQLCOVR: ' FUNCTION TRIM(WS-INCLUDE-NAME)
                   ' NOT SUPPLIED, STATUS ' WS-INC-FILE-STATUS
               SET WS-NO-MORE-INCLUDE TO TRUE
           END-IF
           PERFORM 1210-READ-ONE-INCLUDE-LINE
               UNTIL WS-NO-MORE-INCLUDE
           IF WS-INC-FILE-STATUS = '10'
               CLOSE SQLINCLUDE-FILE
           END-IF.

       1210-READ-ONE-INCLUDE-LINE.
           READ SQLINCLUDE-FILE
               AT END
                   SET WS-NO-MORE-INCLUDE TO TRUE
               NOT AT END
                   IF INCLUDE-LINE(7:1) NOT = '*'
                           AND INCLUDE-LINE NOT = SPACES
                       PERFORM 1300-PARSE-ONE-DEFINITION
                   END-IF
           END-READ.

      * Only 77/78-level SQL-RC-/SQL-ST- names are definitions this
      * audit cares about; anything else in the include (SQLM-RC-
      * items, blank lines) is passed over. A definition whose value
      * is not on its own line is counted, not guessed at.
       1300-PARSE-ONE-DEFINITION.
           MOVE SPACES TO WS-TOKEN-TABLE
           UNSTRING INCLUDE-LINE(8:65) DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
           END-UNSTRING
           IF (WS-TOKEN(1) = '77' OR WS-TOKEN(1) = '78')
                   AND (WS-TOKEN(2)(1:7) = 'SQL-RC-'
                       OR WS-TOKEN(2)(1:7) = 'SQL-ST-')
               MOVE SPACES TO WS-VALUE-TOKEN
               PERFORM VARYING WS-TOKEN-IDX FROM 3 BY 1
                       UNTIL WS-TOKEN-IDX > 7
                   IF FUNCTION UPPER-CASE(WS-TOKEN(WS-TOKEN-IDX))
                           = 'VALUE'
                       MOVE WS-TOKEN(WS-TOKEN-IDX + 1)
                           TO WS-VALUE-TOKEN
                       MOVE 8 TO WS-TOKEN-IDX
                   END-IF
               END-PERFORM
               INSPECT WS-VALUE-TOKEN REPLACING ALL '.' BY SPACE
                                                ALL '''' BY SPACE
               IF WS-VALUE-TOKEN = SPACES
                   ADD 1 TO WS-COUNT-UNPARSED
               ELSE
                   PERFORM 1400-RECORD-ONE-DEFINITION
               END-IF
           END-IF.

       1400-RECORD-ONE-DEFINITION.
           IF WS-TOKEN(2)(1:7) = 'SQL-RC-'
               MOVE 'C' TO WS-DEF-KIND-WORK
               COMPUTE WS-DEF-CODE-WORK =
                   FUNCTION NUMVAL(WS-VALUE-TOKEN)
               MOVE SPACES TO WS-DEF-STATE-WORK
           ELSE
               MOVE 'S' TO WS-DEF-KIND-WORK
               MOVE ZERO TO WS-DEF-CODE-WORK
               MOVE FUNCTION TRIM(WS-VALUE-TOKEN) TO WS-DEF-STATE-WORK
           END-IF
           PERFORM 1450-FIND-OR-ADD-DEFINITION
           IF WS-ENTRY-IS-AVAILABLE
               IF WS-COPY-IS-MF
                   MOVE 'Y' TO WS-DEF-MF-FLAG(WS-DEF-IDX)
                   MOVE WS-DEF-CODE-WORK TO WS-DEF-MF-CODE(WS-DEF-IDX)
                   MOVE WS-DEF-STATE-WORK
                       TO WS-DEF-MF-STATE(WS-DEF-IDX)
               ELSE
                   MOVE 'Y' TO WS-DEF-ACU-FLAG(WS-DEF-IDX)
                   MOVE WS-DEF-CODE-WORK
                       TO WS-DEF-ACU-CODE(WS-DEF-IDX)
                   MOVE WS-DEF-STATE-WORK
                       TO WS-DEF-ACU-STATE(WS-DEF-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-DEF-KIND-WORK = 'C' AND WS-COPY-IS-MF
                       ADD 1 TO WS-COUNT-MF-CODES
                   WHEN WS-DEF-KIND-WORK = 'C'
                       ADD 1 TO WS-COUNT-ACU-CODES
                   WHEN WS-COPY-IS-MF
                       ADD 1 TO WS-COUNT-MF-STATES
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-ACU-STATES
               END-EVALUATE
           END-IF.

       1450-FIND-OR-ADD-DEFINITION.
           MOVE 'N' TO WS-FOUND-ENTRY
           MOVE 'Y' TO WS-ENTRY-AVAILABLE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-DEF-TABLE-COUNT
               IF WS-DEF-NAME(WS-SCAN-IDX) = WS-TOKEN(2)
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-DEF-IDX TO WS-SCAN-IDX
                   SET WS-SCAN-IDX TO WS-DEF-TABLE-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-DEF-TABLE-COUNT < 2500
                   ADD 1 TO WS-DEF-TABLE-COUNT
                   SET WS-DEF-IDX TO WS-DEF-TABLE-COUNT
                   MOVE WS-TOKEN(2)      TO WS-DEF-NAME(WS-DEF-IDX)
                   MOVE WS-DEF-KIND-WORK TO WS-DEF-KIND(WS-DEF-IDX)
                   MOVE 'N' TO WS-DEF-MF-FLAG(WS-DEF-IDX)
                   MOVE ZERO TO WS-DEF-MF-CODE(WS-DEF-IDX)
                   MOVE SPACES TO WS-DEF-MF-STATE(WS-DEF-IDX)
                   MOVE 'N' TO WS-DEF-ACU-FLAG(WS-DEF-IDX)
                   MOVE ZERO TO WS-DEF-ACU-CODE(WS-DEF-IDX)
                   MOVE SPACES TO WS-DEF-ACU-STATE(WS-DEF-IDX)
                   MOVE 'N' TO WS-DEF-CLASSIFIED(WS-DEF-IDX)
               ELSE
                   MOVE 'N' TO WS-ENTRY-AVAILABLE
                   IF NOT WS-DEFS-WERE-TRUNCATED
                       DISPLAY 'SQLCOVR: DEFINITION TABLE FULL - '
                           'LATER INCLUDE NAMES NOT AUDITED'
                       SET WS-DEFS-WERE-TRUNCATED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * No SQLCLSTBL means SQLCLASS is running on its built-in seeds
      * until its first LOOKUP bootstraps the file - every code seen
      * is then reported unclassified, which is the truth as far as
      * the operator-maintained file goes.
       1500-LOAD-THE-CLASS-FILE.
           OPEN INPUT SQLCLSTBL-FILE
           IF WS-CLSTBL-FILE-STATUS = '00'
               SET WS-CLSTBL-WAS-LOADED TO TRUE
           ELSE
               DISPLAY 'SQLCOVR: SQLCLSTBL NOT AVAILABLE, STATUS '
                   WS-CLSTBL-FILE-STATUS
               SET WS-NO-MORE-ENTRIES TO TRUE
           END-IF
           PERFORM 1510-LOAD-ONE-CLASS-ENTRY UNTIL WS-NO-MORE-ENTRIES
           IF WS-CLSTBL-FILE-STATUS = '10'
               CLOSE SQLCLSTBL-FILE
           END-IF.

       1510-LOAD-ONE-CLASS-ENTRY.
           READ SQLCLSTBL-FILE
               AT END
                   SET WS-NO-MORE-ENTRIES TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-CLS-ENTRIES
                   IF NOT SQLCT-ENTRY-ACTIVE
                       ADD 1 TO WS-COUNT-CLS-INACTIVE
                   END-IF
                   IF WS-CLS-TABLE-COUNT < 2000
                       ADD 1 TO WS-CLS-TABLE-COUNT
                       SET WS-CLS-IDX TO WS-CLS-TABLE-COUNT
                       MOVE SQLCT-CLASS-KEY
                           TO WS-CLS-KEY(WS-CLS-IDX)
                       MOVE SQLCT-SQLCODE
                           TO WS-CLS-SQLCODE(WS-CLS-IDX)
                       MOVE SQLCT-RC-CONDITION-NAME
                           TO WS-CLS-CONDITION(WS-CLS-IDX)
                       MOVE SQLCT-ACTIVE-FLAG
                           TO WS-CLS-ACTIVE-FLAG(WS-CLS-IDX)
                   ELSE
                       IF NOT WS-CLS-WAS-TRUNCATED
                           DISPLAY 'SQLCOVR: CLASSIFICATION TABLE '
                               'FULL - LATER ENTRIES NOT AUDITED'
                           SET WS-CLS-WAS-TRUNCATED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2000-COUNT-ONE-AUDIT-RECORD.
           READ SQLAUDIT-FILE
               AT END
                   SET WS-NO-MORE-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-TRAIL-RECORDS
                   MOVE SQLA-AUDIT-TIMESTAMP(1:4) TO WS-WORK-DATE(1:4)
                   MOVE SQLA-AUDIT-TIMESTAMP(6:2) TO WS-WORK-DATE(5:2)
                   MOVE SQLA-AUDIT-TIMESTAMP(9:2) TO WS-WORK-DATE(7:2)
                   IF WS-WORK-DATE < WS-TRAIL-FIRST-DATE
                       MOVE WS-WORK-DATE TO WS-TRAIL-FIRST-DATE
                   END-IF
                   MOVE SQLA-SQLCODE      TO WS-WORK-SQLCODE
                   MOVE 1                 TO WS-WORK-COUNT
                   MOVE SQLA-JOB-NAME     TO WS-WORK-JOB
                   MOVE SQLA-PROGRAM-NAME TO WS-WORK-PROGRAM
                   PERFORM 2050-CHECK-THE-REFINEMENT
                   PERFORM 2100-ADD-CODE-HITS
                   IF SQLA-SQLSTATE NOT = SPACES
                           AND SQLA-SQLSTATE NOT = LOW-VALUES
                       MOVE SQLA-SQLSTATE TO WS-WORK-SQLSTATE
                       PERFORM 2200-ADD-STATE-HIT
                   END-IF
           END-READ.

      * SQLCLASS refines by SQLSTATE after the SQLCODE lookup even
      * when that lookup fell to the not-found default, so an
      * occurrence matching an active refinement - state and the
      * generic SQLCODE it names - got a deliberate ruling whatever
      * the code's own entry says.
       2050-CHECK-THE-REFINEMENT.
           MOVE 'N' TO WS-OCCURRENCE-REFINED
           IF SQLA-SQLSTATE NOT = SPACES
                   AND SQLA-SQLSTATE NOT = LOW-VALUES
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CLS-TABLE-COUNT
                   IF WS-CLS-KEY(WS-SCAN-IDX)(1:1) = 'S'
                           AND WS-CLS-KEY(WS-SCAN-IDX)(2:5) =
                               SQLA-SQLSTATE
                           AND WS-CLS-SQLCODE(WS-SCAN-IDX) =
                               SQLA-SQLCODE
                           AND WS-CLS-IS-ACTIVE(WS-SCAN-IDX)
                       SET WS-OCCURRENCE-WAS-REFINED TO TRUE
                       SET WS-SCAN-IDX TO WS-CLS-TABLE-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       2100-ADD-CODE-HITS.
           IF WS-WORK-DATE < WS-FIRST-SEEN-DATE
               MOVE WS-WORK-DATE TO WS-FIRST-SEEN-DATE
           END-IF
           IF WS-WORK-DATE > WS-LAST-SEEN-DATE
               MOVE WS-WORK-DATE TO WS-LAST-SEEN-DATE
           END-IF
           MOVE 'N' TO WS-FOUND-ENTRY
           MOVE 'Y' TO WS-ENTRY-AVAILABLE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HIT-TABLE-COUNT
               IF WS-HIT-SQLCODE(WS-SCAN-IDX) = WS-WORK-SQLCODE
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-HIT-IDX TO WS-SCAN-IDX
                   SET WS-SCAN-IDX TO WS-HIT-TABLE-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-HIT-TABLE-COUNT < 3000
                   ADD 1 TO WS-HIT-TABLE-COUNT
                   SET WS-HIT-IDX TO WS-HIT-TABLE-COUNT
                   MOVE WS-WORK-SQLCODE TO WS-HIT-SQLCODE(WS-HIT-IDX)
                   MOVE ZERO TO WS-HIT-COUNT(WS-HIT-IDX)
                   MOVE ZERO TO WS-HIT-REFINED(WS-HIT-IDX)
                   MOVE ZERO TO WS-HIT-UNREFINED(WS-HIT-IDX)
                   MOVE ZERO TO WS-HIT-LAST-DATE(WS-HIT-IDX)
               ELSE
                   MOVE 'N' TO WS-ENTRY-AVAILABLE
                   PERFORM 2900-NOTE-HITS-FULL
               END-IF
           END-IF
           IF WS-ENTRY-IS-AVAILABLE
               ADD WS-WORK-COUNT TO WS-HIT-COUNT(WS-HIT-IDX)
               IF WS-OCCURRENCE-WAS-REFINED
                   ADD WS-WORK-COUNT TO WS-HIT-REFINED(WS-HIT-IDX)
               ELSE
                   ADD WS-WORK-COUNT TO WS-HIT-UNREFINED(WS-HIT-IDX)
                   IF WS-WORK-DATE >= WS-HIT-LAST-DATE(WS-HIT-IDX)
                       MOVE WS-WORK-DATE
                           TO WS-HIT-LAST-DATE(WS-HIT-IDX)
                       MOVE WS-WORK-JOB
                           TO WS-HIT-LAST-JOB(WS-HIT-IDX)
                       MOVE WS-WORK-PROGRAM
                           TO WS-HIT-LAST-PROGRAM(WS-HIT-IDX)
                   END-IF
               END-IF
           END-IF.

       2200-ADD-STATE-HIT.
           MOVE 'N' TO WS-FOUND-ENTRY
           MOVE 'Y' TO WS-ENTRY-AVAILABLE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SHT-TABLE-COUNT
               IF WS-SHT-SQLSTATE(WS-SCAN-IDX) = WS-WORK-SQLSTATE
                       AND WS-SHT-SQLCODE(WS-SCAN-IDX) =
                           WS-WORK-SQLCODE
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-SHT-IDX TO WS-SCAN-IDX
                   SET WS-SCAN-IDX TO WS-SHT-TABLE-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-SHT-TABLE-COUNT < 500
                   ADD 1 TO WS-SHT-TABLE-COUNT
                   SET WS-SHT-IDX TO WS-SHT-TABLE-COUNT
                   MOVE WS-WORK-SQLSTATE TO WS-SHT-SQLSTATE(WS-SHT-IDX)
                   MOVE WS-WORK-SQLCODE  TO WS-SHT-SQLCODE(WS-SHT-IDX)
                   MOVE ZERO TO WS-SHT-COUNT(WS-SHT-IDX)
                   MOVE ZERO TO WS-SHT-LAST-DATE(WS-SHT-IDX)
               ELSE
                   MOVE 'N' TO WS-ENTRY-AVAILABLE
                   PERFORM 2900-NOTE-HITS-FULL
               END-IF
           END-IF
           IF WS-ENTRY-IS-AVAILABLE
               ADD 1 TO WS-SHT-COUNT(WS-SHT-IDX)
               IF WS-WORK-DATE > WS-SHT-LAST-DATE(WS-SHT-IDX)
                   MOVE WS-WORK-DATE TO WS-SHT-LAST-DATE(WS-SHT-IDX)
               END-IF
           END-IF.

      * SQLSTATR rolls each trail day into SQLERRSTAT, so a day still
      * on the trail is on both. The trail is the richer of the two
      * (it carries the SQLSTATE), so the history only contributes
      * the days before the oldest one the trail still holds.
       2500-OPEN-THE-HISTORY.
           OPEN INPUT SQLERRSTAT-FILE
           IF WS-STAT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-STATS TO TRUE
           END-IF.

       2600-COUNT-ONE-DAY-SUMMARY.
           READ SQLERRSTAT-FILE
               AT END
                   SET WS-NO-MORE-STATS TO TRUE
               NOT AT END
                   MOVE SQLES-STAT-DATE TO WS-WORK-DATE
                   IF WS-WORK-DATE < WS-TRAIL-FIRST-DATE
                       ADD 1 TO WS-COUNT-STAT-RECORDS
                       MOVE SQLES-SQLCODE      TO WS-WORK-SQLCODE
                       COMPUTE WS-WORK-COUNT = SQLES-WARNING-COUNT
                           + SQLES-ERROR-COUNT + SQLES-FATAL-COUNT
                       MOVE SQLES-JOB-NAME     TO WS-WORK-JOB
                       MOVE SQLES-PROGRAM-NAME TO WS-WORK-PROGRAM
                       MOVE 'N' TO WS-OCCURRENCE-REFINED
                       PERFORM 2100-ADD-CODE-HITS
                   END-IF
           END-READ.

       2900-NOTE-HITS-FULL.
           IF NOT WS-HITS-WERE-TRUNCATED
               DISPLAY 'SQLCOVR: SEEN-CODE TABLE FULL - SOME CODES '
                   'NOT COUNTED THIS RUN'
               SET WS-HITS-WERE-TRUNCATED TO TRUE
           END-IF.

      * A seen code with no SQLCLSTBL code entry at all, active or
      * not, is unclassified. One with only a deactivated entry is
      * reported with the inactive entries instead. Only the
      * occurrences no refinement ruled are on the default, so those
      * are what is counted and ranked - a code every occurrence of
      * which was refined is not a gap.
       3000-RANK-THE-UNCLASSIFIED.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-TABLE-COUNT
               MOVE WS-HIT-SQLCODE(WS-HIT-IDX) TO WS-WORK-SQLCODE
               PERFORM 3900-FIND-CODE-ENTRY
               IF NOT WS-ENTRY-FOUND
                       AND WS-HIT-UNREFINED(WS-HIT-IDX) > ZERO
                   ADD 1 TO WS-COUNT-UNCLASSIFIED
                   ADD WS-HIT-UNREFINED(WS-HIT-IDX)
                       TO WS-COUNT-UNCLASS-HITS
                   PERFORM 3100-RANK-ONE-CODE
               END-IF
           END-PERFORM.

      * Insertion by hit count, highest first; a tie keeps the order
      * the codes were first seen in.
       3100-RANK-ONE-CODE.
           MOVE WS-RANK-COUNT TO WS-SHIFT-IDX
           MOVE 'N' TO WS-SLOT-FOUND
           PERFORM UNTIL WS-SLOT-WAS-FOUND
               IF WS-SHIFT-IDX < 1
                   SET WS-SLOT-WAS-FOUND TO TRUE
               ELSE
                   MOVE WS-RANK-HIT(WS-SHIFT-IDX) TO WS-PRIOR-HIT
                   IF WS-HIT-UNREFINED(WS-PRIOR-HIT) >=
                           WS-HIT-UNREFINED(WS-HIT-IDX)
                       SET WS-SLOT-WAS-FOUND TO TRUE
                   ELSE
                       MOVE WS-PRIOR-HIT
                           TO WS-RANK-HIT(WS-SHIFT-IDX + 1)
                       SUBTRACT 1 FROM WS-SHIFT-IDX
                   END-IF
               END-IF
           END-PERFORM
           SET WS-RANK-HIT(WS-SHIFT-IDX + 1) TO WS-HIT-IDX
           ADD 1 TO WS-RANK-COUNT.

      * Marks each include code that has an SQLCLSTBL code entry, so
      * the totals can show how much of the include is still
      * unclassified. Either copy's value counts.
       3500-MARK-THE-DEFINITIONS.
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-TABLE-COUNT
               IF WS-DEF-IS-CODE(WS-DEF-IDX)
                   IF WS-DEF-IN-MF(WS-DEF-IDX)
                       MOVE WS-DEF-MF-CODE(WS-DEF-IDX)
                           TO WS-WORK-SQLCODE
                   ELSE
                       MOVE WS-DEF-ACU-CODE(WS-DEF-IDX)
                           TO WS-WORK-SQLCODE
                   END-IF
                   PERFORM 3900-FIND-CODE-ENTRY
                   IF WS-ENTRY-FOUND
                       MOVE 'Y' TO WS-DEF-CLASSIFIED(WS-DEF-IDX)
                   ELSE
                       ADD 1 TO WS-COUNT-DEF-UNCLASSIFIED
                   END-IF
               END-IF
           END-PERFORM.

      * Finds the SQLCLSTBL code entry for WS-WORK-SQLCODE, leaving
      * WS-CLS-IDX on it. State refinements ('S' keys) also carry an
      * SQLCODE - the parent's - so they are passed over.
       3900-FIND-CODE-ENTRY.
           MOVE 'N' TO WS-FOUND-ENTRY
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CLS-TABLE-COUNT
               IF WS-CLS-KEY(WS-SCAN-IDX)(1:1) NOT = 'S'
                       AND WS-CLS-SQLCODE(WS-SCAN-IDX) =
                           WS-WORK-SQLCODE
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-CLS-IDX TO WS-SCAN-IDX
                   SET WS-SCAN-IDX TO WS-CLS-TABLE-COUNT
               END-IF
           END-PERFORM.

      * Finds the include names that carry WS-WORK-SQLCODE (kind 'C')
      * or WS-WORK-SQLSTATE (kind 'S') in either copy. Several names
      * can share a value (the -DB2AIX/-DB2OS2 variants), so the
      * first is kept for the report and WS-NAME-MATCHED notes
      * whether any of them is the entry's condition name. SQLCLSTBL
      * holds 20 bytes of name, so a longer include name is matched
      * on its first 20.
       3950-FIND-INCLUDE-NAMES.
           MOVE SPACES TO WS-INCLUDE-MATCH-NAME
           MOVE ZERO TO WS-INCLUDE-MATCH-COUNT
           MOVE 'N' TO WS-NAME-MATCHED
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-DEF-TABLE-COUNT
               MOVE 'N' TO WS-FOUND-ENTRY
               IF WS-DEF-KIND(WS-SCAN-IDX) = WS-DEF-KIND-WORK
                   IF WS-DEF-IS-CODE(WS-SCAN-IDX)
                       IF (WS-DEF-IN-MF(WS-SCAN-IDX)
                               AND WS-DEF-MF-CODE(WS-SCAN-IDX) =
                                   WS-WORK-SQLCODE)
                           OR (WS-DEF-IN-ACU(WS-SCAN-IDX)
                               AND WS-DEF-ACU-CODE(WS-SCAN-IDX) =
                                   WS-WORK-SQLCODE)
                           SET WS-ENTRY-FOUND TO TRUE
                       END-IF
                   ELSE
                       IF (WS-DEF-IN-MF(WS-SCAN-IDX)
                               AND WS-DEF-MF-STATE(WS-SCAN-IDX) =
                                   WS-WORK-SQLSTATE)
                           OR (WS-DEF-IN-ACU(WS-SCAN-IDX)
                               AND WS-DEF-ACU-STATE(WS-SCAN-IDX) =
                                   WS-WORK-SQLSTATE)
                           SET WS-ENTRY-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-INCLUDE-MATCH-COUNT
                   IF WS-INCLUDE-MATCH-COUNT = 1
                       MOVE WS-DEF-NAME(WS-SCAN-IDX)
                           TO WS-INCLUDE-MATCH-NAME
                   END-IF
                   IF WS-DEF-NAME(WS-SCAN-IDX)(1:20) =
                           WS-CLS-CONDITION(WS-CLS-IDX)
                       SET WS-NAME-WAS-MATCHED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * The name lookup for a value with no entry to compare against
      * - 3950 without the match test.
       3960-FIND-NAME-FOR-VALUE.
           MOVE SPACES TO WS-INCLUDE-MATCH-NAME
           MOVE ZERO TO WS-INCLUDE-MATCH-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-DEF-TABLE-COUNT
                       OR WS-INCLUDE-MATCH-COUNT > ZERO
               IF WS-DEF-KIND(WS-SCAN-IDX) = WS-DEF-KIND-WORK
                   IF WS-DEF-IS-CODE(WS-SCAN-IDX)
                       IF (WS-DEF-IN-MF(WS-SCAN-IDX)
                               AND WS-DEF-MF-CODE(WS-SCAN-IDX) =
                                   WS-WORK-SQLCODE)
                           OR (WS-DEF-IN-ACU(WS-SCAN-IDX)
                               AND WS-DEF-ACU-CODE(WS-SCAN-IDX) =
                                   WS-WORK-SQLCODE)
                           ADD 1 TO WS-INCLUDE-MATCH-COUNT
                       END-IF
                   ELSE
                       IF (WS-DEF-IN-MF(WS-SCAN-IDX)
                               AND WS-DEF-MF-STATE(WS-SCAN-IDX) =
                                   WS-WORK-SQLSTATE)
                           OR (WS-DEF-IN-ACU(WS-SCAN-IDX)
                               AND WS-DEF-ACU-STATE(WS-SCAN-IDX) =
                                   WS-WORK-SQLSTATE)
                           ADD 1 TO WS-INCLUDE-MATCH-COUNT
                       END-IF
                   END-IF
                   IF WS-INCLUDE-MATCH-COUNT > ZERO
                       MOVE WS-DEF-NAME(WS-SCAN-IDX)
                           TO WS-INCLUDE-MATCH-NAME
                   END-IF
               END-IF
           END-PERFORM.

       5000-WRITE-REPORT-HEADING.
           IF WS-FIRST-SEEN-DATE = 99999999
               MOVE ZERO TO WS-FIRST-SEEN-DATE
           END-IF
           MOVE WS-HEADING-1 TO COVRPT-LINE
           WRITE COVRPT-LINE
           MOVE WS-FIRST-SEEN-DATE TO RL-FROM-DATE
           MOVE WS-LAST-SEEN-DATE  TO RL-TO-DATE
           MOVE WS-RANGE-LINE TO COVRPT-LINE
           WRITE COVRPT-LINE
           IF NOT WS-CLSTBL-WAS-LOADED
               MOVE SPACES TO COVRPT-LINE
               WRITE COVRPT-LINE
               MOVE '*** SQLCLSTBL NOT AVAILABLE - SQLCLASS IS ON ITS '
                   TO COVRPT-LINE
               MOVE 'BUILT-IN SEEDS ***' TO COVRPT-LINE(51:18)
               WRITE COVRPT-LINE
           END-IF
           IF NOT WS-CODMF-WAS-LOADED
               MOVE 'SQLCODMF' TO WS-INCLUDE-NAME
               PERFORM 5100-NOTE-INCLUDE-MISSING
           END-IF
           IF NOT WS-CODACU-WAS-LOADED
               MOVE 'SQLCODACU' TO WS-INCLUDE-NAME
               PERFORM 5100-NOTE-INCLUDE-MISSING
           END-IF
           IF NOT WS-STMF-WAS-LOADED
               MOVE 'SQLSTMF' TO WS-INCLUDE-NAME
               PERFORM 5100-NOTE-INCLUDE-MISSING
           END-IF
           IF NOT WS-STACU-WAS-LOADED
               MOVE 'SQLSTACU' TO WS-INCLUDE-NAME
               PERFORM 5100-NOTE-INCLUDE-MISSING
           END-IF.

       5100-NOTE-INCLUDE-MISSING.
           MOVE SPACES TO COVRPT-LINE
           STRING '*** INCLUDE ' DELIMITED BY SIZE
                   WS-INCLUDE-NAME DELIMITED BY SPACE
                   ' NOT SUPPLIED - ITS NAMES ARE NOT CHECKED AND '
                       DELIMITED BY SIZE
                   'ITS DRIFT CHECK IS SKIPPED ***' DELIMITED BY SIZE
               INTO COVRPT-LINE
           END-STRING
           WRITE COVRPT-LINE.

       6000-PRINT-UNCLASSIFIED.
           MOVE 'SQLCODES SEEN WITH NO SQLCLSTBL ENTRY, MOST FREQUENT'
               TO WS-SECTION-LINE
           MOVE WS-UNCLASS-HEADER TO WS-COLUMN-HEADER
           PERFORM 6900-WRITE-SECTION-HEADER
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-RANK-COUNT
               SET WS-HIT-IDX TO WS-RANK-HIT(WS-SHIFT-IDX)
               PERFORM 6050-PRINT-ONE-UNCLASSIFIED
           END-PERFORM
           IF WS-RANK-COUNT = ZERO
               MOVE '  EVERY SQLCODE SEEN HAS AN SQLCLSTBL ENTRY'
                   TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

       6050-PRINT-ONE-UNCLASSIFIED.
           MOVE WS-HIT-SQLCODE(WS-HIT-IDX) TO WS-WORK-SQLCODE
           MOVE 'C' TO WS-DEF-KIND-WORK
           PERFORM 3960-FIND-NAME-FOR-VALUE
           MOVE WS-HIT-SQLCODE(WS-HIT-IDX)      TO UL-SQLCODE
           MOVE WS-HIT-UNREFINED(WS-HIT-IDX)    TO UL-HITS
           MOVE WS-HIT-LAST-DATE(WS-HIT-IDX)    TO UL-LAST-DATE
           MOVE WS-HIT-LAST-JOB(WS-HIT-IDX)     TO UL-LAST-JOB
           MOVE WS-HIT-LAST-PROGRAM(WS-HIT-IDX) TO UL-LAST-PROGRAM
           EVALUATE TRUE
               WHEN NOT WS-CODMF-WAS-LOADED
                       AND NOT WS-CODACU-WAS-LOADED
                   MOVE 'INCLUDE NOT SUPPLIED' TO UL-INCLUDE-NAME
               WHEN WS-INCLUDE-MATCH-COUNT = ZERO
                   MOVE 'NOT IN SQLCODES' TO UL-INCLUDE-NAME
               WHEN OTHER
                   MOVE WS-INCLUDE-MATCH-NAME TO UL-INCLUDE-NAME
           END-EVALUATE
           MOVE WS-UNCLASS-LINE TO COVRPT-LINE
           WRITE COVRPT-LINE.

      * A deactivated code entry leaves its code on the ERROR/ABEND
      * default, so any traffic no refinement rules is abending on
      * it. A deactivated refinement's traffic is the state arriving
      * with the parent SQLCODE it names - the only traffic SQLCLASS
      * would refine - and is now ruled on that SQLCODE alone.
       6100-PRINT-INACTIVE-HIT.
           MOVE 'DEACTIVATED ENTRIES STILL BEING HIT'
               TO WS-SECTION-LINE
           MOVE WS-ENTRY-HEADER TO WS-COLUMN-HEADER
           PERFORM 6900-WRITE-SECTION-HEADER
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-TABLE-COUNT
               IF NOT WS-CLS-IS-ACTIVE(WS-CLS-IDX)
                   PERFORM 6150-CHECK-ONE-INACTIVE
               END-IF
           END-PERFORM
           IF WS-COUNT-INACTIVE-HIT = ZERO
               MOVE '  NO DEACTIVATED ENTRY IS BEING HIT'
                   TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

       6150-CHECK-ONE-INACTIVE.
           MOVE ZERO TO WS-WORK-COUNT
           MOVE ZERO TO WS-WORK-DATE
           IF WS-CLS-KEY(WS-CLS-IDX)(1:1) = 'S'
               PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
                       UNTIL WS-SHT-IDX > WS-SHT-TABLE-COUNT
                   IF WS-SHT-SQLSTATE(WS-SHT-IDX) =
                           WS-CLS-KEY(WS-CLS-IDX)(2:5)
                           AND WS-SHT-SQLCODE(WS-SHT-IDX) =
                               WS-CLS-SQLCODE(WS-CLS-IDX)
                       ADD WS-SHT-COUNT(WS-SHT-IDX) TO WS-WORK-COUNT
                       MOVE WS-SHT-LAST-DATE(WS-SHT-IDX)
                           TO WS-WORK-DATE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                       UNTIL WS-HIT-IDX > WS-HIT-TABLE-COUNT
                   IF WS-HIT-SQLCODE(WS-HIT-IDX) =
                           WS-CLS-SQLCODE(WS-CLS-IDX)
                       MOVE WS-HIT-UNREFINED(WS-HIT-IDX)
                           TO WS-WORK-COUNT
                       MOVE WS-HIT-LAST-DATE(WS-HIT-IDX)
                           TO WS-WORK-DATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-WORK-COUNT > ZERO
               ADD 1 TO WS-COUNT-INACTIVE-HIT
               PERFORM 6800-FORMAT-ENTRY-LINE
               MOVE WS-WORK-COUNT TO EL-HITS
               MOVE WS-WORK-DATE  TO EL-LAST-DATE
               IF WS-CLS-KEY(WS-CLS-IDX)(1:1) = 'S'
                   MOVE 'RULED ON THE GENERIC SQLCODE ALONE'
                       TO EL-FINDING
               ELSE
                   MOVE 'FALLS TO THE ERROR/ABEND DEFAULT'
                       TO EL-FINDING
               END-IF
               MOVE WS-ENTRY-LINE TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

      * The condition name is what SQLCLASS hands back to the caller
      * and what lands on the trail, so it has to be the name the
      * includes give the code - or, for a refinement, the state.
       6200-PRINT-NAME-MISMATCHES.
           MOVE 'ENTRIES WHOSE CONDITION NAME DOES NOT MATCH THE '
               TO WS-SECTION-LINE
           MOVE 'INCLUDES' TO WS-SECTION-LINE(49:8)
           MOVE WS-ENTRY-HEADER TO WS-COLUMN-HEADER
           PERFORM 6900-WRITE-SECTION-HEADER
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-TABLE-COUNT
               IF WS-CLS-KEY(WS-CLS-IDX)(1:1) = 'S'
                   IF WS-STMF-WAS-LOADED OR WS-STACU-WAS-LOADED
                       PERFORM 6250-CHECK-ONE-NAME
                   END-IF
               ELSE
                   IF WS-CODMF-WAS-LOADED OR WS-CODACU-WAS-LOADED
                       PERFORM 6250-CHECK-ONE-NAME
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COUNT-NAME-MISMATCH = ZERO
               MOVE SPACES TO COVRPT-LINE
               EVALUATE TRUE
                   WHEN NOT WS-CODMF-WAS-LOADED
                           AND NOT WS-CODACU-WAS-LOADED
                           AND NOT WS-STMF-WAS-LOADED
                           AND NOT WS-STACU-WAS-LOADED
                       STRING '  NO SQLCODES OR SQLSTATES INCLUDE '
                               'SUPPLIED - NO NAME CHECKED'
                           DELIMITED BY SIZE INTO COVRPT-LINE
                       END-STRING
                   WHEN NOT WS-CODMF-WAS-LOADED
                           AND NOT WS-CODACU-WAS-LOADED
                       STRING '  EVERY REFINEMENT CARRIES ITS INCLUDE '
                               'NAME - CODE ENTRIES NOT CHECKED'
                           DELIMITED BY SIZE INTO COVRPT-LINE
                       END-STRING
                   WHEN NOT WS-STMF-WAS-LOADED
                           AND NOT WS-STACU-WAS-LOADED
                       STRING '  EVERY CODE ENTRY CARRIES ITS INCLUDE '
                               'NAME - REFINEMENTS NOT CHECKED'
                           DELIMITED BY SIZE INTO COVRPT-LINE
                       END-STRING
                   WHEN OTHER
                       MOVE '  EVERY ENTRY CARRIES ITS INCLUDE NAME'
                           TO COVRPT-LINE
               END-EVALUATE
               WRITE COVRPT-LINE
           END-IF.

       6250-CHECK-ONE-NAME.
           IF WS-CLS-KEY(WS-CLS-IDX)(1:1) = 'S'
               MOVE 'S' TO WS-DEF-KIND-WORK
               MOVE WS-CLS-KEY(WS-CLS-IDX)(2:5) TO WS-WORK-SQLSTATE
           ELSE
               MOVE 'C' TO WS-DEF-KIND-WORK
               MOVE WS-CLS-SQLCODE(WS-CLS-IDX) TO WS-WORK-SQLCODE
           END-IF
           PERFORM 3950-FIND-INCLUDE-NAMES
           IF NOT WS-NAME-WAS-MATCHED
               ADD 1 TO WS-COUNT-NAME-MISMATCH
               PERFORM 6800-FORMAT-ENTRY-LINE
               MOVE SPACES TO EL-TRAFFIC
               EVALUATE TRUE
                   WHEN WS-INCLUDE-MATCH-COUNT > ZERO
                       STRING 'INCLUDE NAME IS ' DELIMITED BY SIZE
                               WS-INCLUDE-MATCH-NAME
                                   DELIMITED BY SPACE
                           INTO EL-FINDING
                       END-STRING
                   WHEN WS-DEF-KIND-WORK = 'S'
                       MOVE 'STATE NOT DEFINED IN SQLSTATES'
                           TO EL-FINDING
                   WHEN OTHER
                       MOVE 'CODE NOT DEFINED IN SQLCODES'
                           TO EL-FINDING
               END-EVALUATE
               MOVE WS-ENTRY-LINE TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

      * SQLCLASS refines by SQLSTATE even after the SQLCODE lookup
      * fell to the not-found default, so a refinement with no
      * active parent still rules its own state - but every other
      * occurrence of that SQLCODE, any other state or none, takes
      * the ERROR/ABEND default. The parent is the gap to close.
       6300-PRINT-ORPHAN-REFINEMENTS.
           MOVE 'REFINEMENTS WHOSE PARENT SQLCODE IS ON THE DEFAULT'
               TO WS-SECTION-LINE
           MOVE WS-ENTRY-HEADER TO WS-COLUMN-HEADER
           PERFORM 6900-WRITE-SECTION-HEADER
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-TABLE-COUNT
               IF WS-CLS-KEY(WS-CLS-IDX)(1:1) = 'S'
                   PERFORM 6350-CHECK-ONE-PARENT
               END-IF
           END-PERFORM
           IF WS-COUNT-ORPHANS = ZERO
               MOVE '  EVERY REFINEMENT HAS AN ACTIVE PARENT ENTRY'
                   TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

       6350-CHECK-ONE-PARENT.
           MOVE WS-CLS-SQLCODE(WS-CLS-IDX) TO WS-PARENT-SQLCODE
           MOVE WS-PARENT-SQLCODE TO WS-WORK-SQLCODE
           SET WS-PARENT-MISSING TO TRUE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CLS-TABLE-COUNT
               IF WS-CLS-KEY(WS-SCAN-IDX)(1:1) NOT = 'S'
                       AND WS-CLS-SQLCODE(WS-SCAN-IDX) =
                           WS-PARENT-SQLCODE
                   IF WS-CLS-IS-ACTIVE(WS-SCAN-IDX)
                       SET WS-PARENT-ACTIVE TO TRUE
                   ELSE
                       SET WS-PARENT-INACTIVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-PARENT-ACTIVE
               ADD 1 TO WS-COUNT-ORPHANS
               PERFORM 6800-FORMAT-ENTRY-LINE
               MOVE SPACES TO EL-TRAFFIC
               MOVE WS-PARENT-SQLCODE TO WS-EDIT-PARENT
               IF WS-PARENT-INACTIVE
                   STRING 'PARENT ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-PARENT)
                               DELIMITED BY SIZE
                           ' IS DEACTIVATED' DELIMITED BY SIZE
                       INTO EL-FINDING
                   END-STRING
               ELSE
                   STRING 'PARENT ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-PARENT)
                               DELIMITED BY SIZE
                           ' HAS NO SQLCLSTBL ENTRY' DELIMITED BY SIZE
                       INTO EL-FINDING
                   END-STRING
               END-IF
               MOVE WS-ENTRY-LINE TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

      * A state seen with its SQLCODE but with no active refinement
      * for that pair is classified on the generic code alone. That
      * is often right, so this is a list to review, not a list of
      * errors - but a distributed failure that should have been a
      * RETRY will be here.
       6400-PRINT-UNREFINED-STATES.
           MOVE 'SQLSTATES SEEN WITH NO ACTIVE REFINEMENT'
               TO WS-SECTION-LINE
           MOVE WS-STATE-HEADER TO WS-COLUMN-HEADER
           PERFORM 6900-WRITE-SECTION-HEADER
           PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
                   UNTIL WS-SHT-IDX > WS-SHT-TABLE-COUNT
               PERFORM 6450-CHECK-ONE-STATE
           END-PERFORM
           IF WS-COUNT-UNREFINED = ZERO
               MOVE '  EVERY SQLSTATE SEEN IS REFINED'
                   TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

       6450-CHECK-ONE-STATE.
           MOVE 'N' TO WS-FOUND-ENTRY
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CLS-TABLE-COUNT
               IF WS-CLS-KEY(WS-SCAN-IDX)(1:1) = 'S'
                       AND WS-CLS-KEY(WS-SCAN-IDX)(2:5) =
                           WS-SHT-SQLSTATE(WS-SHT-IDX)
                       AND WS-CLS-SQLCODE(WS-SCAN-IDX) =
                           WS-SHT-SQLCODE(WS-SHT-IDX)
                       AND WS-CLS-IS-ACTIVE(WS-SCAN-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-COUNT-UNREFINED
               MOVE 'S' TO WS-DEF-KIND-WORK
               MOVE WS-SHT-SQLSTATE(WS-SHT-IDX) TO WS-WORK-SQLSTATE
               PERFORM 3960-FIND-NAME-FOR-VALUE
               MOVE SPACES TO WS-STATE-LINE
               MOVE WS-SHT-SQLSTATE(WS-SHT-IDX)  TO SL-SQLSTATE
               MOVE WS-SHT-SQLCODE(WS-SHT-IDX)   TO SL-SQLCODE
               MOVE WS-SHT-COUNT(WS-SHT-IDX)     TO SL-HITS
               MOVE WS-SHT-LAST-DATE(WS-SHT-IDX) TO SL-LAST-DATE
               EVALUATE TRUE
                   WHEN NOT WS-STMF-WAS-LOADED
                           AND NOT WS-STACU-WAS-LOADED
                       MOVE 'INCLUDE NOT SUPPLIED' TO SL-FINDING
                   WHEN WS-INCLUDE-MATCH-COUNT = ZERO
                       MOVE 'NOT DEFINED IN SQLSTATES' TO SL-FINDING
                   WHEN OTHER
                       MOVE WS-INCLUDE-MATCH-NAME TO SL-FINDING
               END-EVALUATE
               MOVE WS-STATE-LINE TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

      * The Micro Focus and AcuCobol copies are maintained by hand,
      * side by side; a name one copy has and the other lacks, or
      * gives another value, means programs built under the two
      * compilers are testing for different codes.
       6500-PRINT-INCLUDE-DRIFT.
           MOVE 'MICRO FOCUS / ACUCOBOL INCLUDE DRIFT'
               TO WS-SECTION-LINE
           MOVE WS-DRIFT-HEADER TO WS-COLUMN-HEADER
           PERFORM 6900-WRITE-SECTION-HEADER
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-TABLE-COUNT
               IF (WS-DEF-IS-CODE(WS-DEF-IDX)
                       AND WS-CODMF-WAS-LOADED
                       AND WS-CODACU-WAS-LOADED)
                   OR (WS-DEF-IS-STATE(WS-DEF-IDX)
                       AND WS-STMF-WAS-LOADED
                       AND WS-STACU-WAS-LOADED)
                   PERFORM 6550-CHECK-ONE-DEFINITION
               END-IF
           END-PERFORM
           IF WS-COUNT-DRIFT = ZERO
               MOVE '  THE TWO COPIES AGREE ON EVERY NAME CHECKED'
                   TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

       6550-CHECK-ONE-DEFINITION.
           MOVE SPACES TO WS-DRIFT-REASON
           EVALUATE TRUE
               WHEN NOT WS-DEF-IN-ACU(WS-DEF-IDX)
                   MOVE 'MISSING FROM ACUCOBOL' TO WS-DRIFT-REASON
               WHEN NOT WS-DEF-IN-MF(WS-DEF-IDX)
                   MOVE 'MISSING FROM MICRO FOCUS' TO WS-DRIFT-REASON
               WHEN WS-DEF-MF-CODE(WS-DEF-IDX) NOT =
                       WS-DEF-ACU-CODE(WS-DEF-IDX)
                   OR WS-DEF-MF-STATE(WS-DEF-IDX) NOT =
                       WS-DEF-ACU-STATE(WS-DEF-IDX)
                   MOVE 'VALUES DIFFER' TO WS-DRIFT-REASON
           END-EVALUATE
           IF WS-DRIFT-REASON NOT = SPACES
               ADD 1 TO WS-COUNT-DRIFT
               MOVE SPACES TO WS-DRIFT-LINE
               MOVE WS-DEF-NAME(WS-DEF-IDX) TO DRL-NAME
               IF WS-DEF-IN-MF(WS-DEF-IDX)
                   IF WS-DEF-IS-CODE(WS-DEF-IDX)
                       MOVE WS-DEF-MF-CODE(WS-DEF-IDX)
                           TO WS-EDIT-SQLCODE
                       MOVE FUNCTION TRIM(WS-EDIT-SQLCODE)
                           TO DRL-MF-VALUE
                   ELSE
                       MOVE WS-DEF-MF-STATE(WS-DEF-IDX)
                           TO DRL-MF-VALUE
                   END-IF
               ELSE
                   MOVE '-' TO DRL-MF-VALUE
               END-IF
               IF WS-DEF-IN-ACU(WS-DEF-IDX)
                   IF WS-DEF-IS-CODE(WS-DEF-IDX)
                       MOVE WS-DEF-ACU-CODE(WS-DEF-IDX)
                           TO WS-EDIT-SQLCODE
                       MOVE FUNCTION TRIM(WS-EDIT-SQLCODE)
                           TO DRL-ACU-VALUE
                   ELSE
                       MOVE WS-DEF-ACU-STATE(WS-DEF-IDX)
                           TO DRL-ACU-VALUE
                   END-IF
               ELSE
                   MOVE '-' TO DRL-ACU-VALUE
               END-IF
               MOVE WS-DRIFT-REASON TO DRL-FINDING
               MOVE WS-DRIFT-LINE TO COVRPT-LINE
               WRITE COVRPT-LINE
           END-IF.

      * Key, condition name and status of the entry at WS-CLS-IDX;
      * the caller fills in the traffic and the finding.
       6800-FORMAT-ENTRY-LINE.
           MOVE SPACES TO WS-ENTRY-LINE
           MOVE WS-CLS-KEY(WS-CLS-IDX)       TO EL-KEY
           MOVE WS-CLS-CONDITION(WS-CLS-IDX) TO EL-CONDITION
           IF WS-CLS-CONDITION(WS-CLS-IDX) = SPACES
               MOVE '(NONE)' TO EL-CONDITION
           END-IF
           IF WS-CLS-IS-ACTIVE(WS-CLS-IDX)
               MOVE 'ACTIVE' TO EL-STATUS
           ELSE
               MOVE 'INACTIVE' TO EL-STATUS
           END-IF.

       6900-WRITE-SECTION-HEADER.
           MOVE SPACES TO COVRPT-LINE
           WRITE COVRPT-LINE
           MOVE WS-SECTION-LINE TO COVRPT-LINE
           WRITE COVRPT-LINE
           MOVE WS-COLUMN-HEADER TO COVRPT-LINE
           WRITE COVRPT-LINE.

       7000-WRITE-TOTALS.
           MOVE SPACES TO COVRPT-LINE
           WRITE COVRPT-LINE
           MOVE 'SQLCODES NAMES, MICRO FOCUS' TO TL-LABEL
           MOVE WS-COUNT-MF-CODES TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'SQLCODES NAMES, ACUCOBOL' TO TL-LABEL
           MOVE WS-COUNT-ACU-CODES TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'SQLSTATES NAMES, MICRO FOCUS' TO TL-LABEL
           MOVE WS-COUNT-MF-STATES TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'SQLSTATES NAMES, ACUCOBOL' TO TL-LABEL
           MOVE WS-COUNT-ACU-STATES TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'INCLUDE LINES NOT PARSED' TO TL-LABEL
           MOVE WS-COUNT-UNPARSED TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'INCLUDE NAMES UNCLASSIFIED' TO TL-LABEL
           MOVE WS-COUNT-DEF-UNCLASSIFIED TO TL-COUNT
           IF WS-CODMF-WAS-LOADED OR WS-CODACU-WAS-LOADED
               PERFORM 7100-WRITE-TOTAL-LINE
           ELSE
               MOVE WS-TOTAL-LINE TO COVRPT-LINE
               MOVE 'NOT CHECKED - NO SQLCODES INCLUDE SUPPLIED'
                   TO COVRPT-LINE(29:42)
               WRITE COVRPT-LINE
           END-IF
           MOVE 'SQLCLSTBL ENTRIES' TO TL-LABEL
           MOVE WS-COUNT-CLS-ENTRIES TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'SQLCLSTBL ENTRIES INACTIVE' TO TL-LABEL
           MOVE WS-COUNT-CLS-INACTIVE TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'TRAIL RECORDS READ' TO TL-LABEL
           MOVE WS-COUNT-TRAIL-RECORDS TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'HISTORY SUMMARIES COUNTED' TO TL-LABEL
           MOVE WS-COUNT-STAT-RECORDS TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'DISTINCT SQLCODES SEEN' TO TL-LABEL
           MOVE WS-HIT-TABLE-COUNT TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'UNCLASSIFIED SQLCODES SEEN' TO TL-LABEL
           MOVE WS-COUNT-UNCLASSIFIED TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'UNCLASSIFIED OCCURRENCES' TO TL-LABEL
           MOVE WS-COUNT-UNCLASS-HITS TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'DEACTIVATED ENTRIES HIT' TO TL-LABEL
           MOVE WS-COUNT-INACTIVE-HIT TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'CONDITION NAME MISMATCHES' TO TL-LABEL
           MOVE WS-COUNT-NAME-MISMATCH TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'REFINEMENTS WITHOUT PARENT' TO TL-LABEL
           MOVE WS-COUNT-ORPHANS TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'SQLSTATES SEEN UNREFINED' TO TL-LABEL
           MOVE WS-COUNT-UNREFINED TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'INCLUDE DRIFT' TO TL-LABEL
           MOVE WS-COUNT-DRIFT TO TL-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE.

       7100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO COVRPT-LINE
           WRITE COVRPT-LINE.

       7900-NOTE-TRUNCATION.
           IF WS-DEFS-WERE-TRUNCATED
               MOVE SPACES TO COVRPT-LINE
               WRITE COVRPT-LINE
               MOVE '*** DEFINITION TABLE FULL - LATER INCLUDE NAMES '
                   TO COVRPT-LINE
               MOVE 'NOT AUDITED ***' TO COVRPT-LINE(49:15)
               WRITE COVRPT-LINE
           END-IF
           IF WS-CLS-WAS-TRUNCATED
               MOVE SPACES TO COVRPT-LINE
               WRITE COVRPT-LINE
               MOVE '*** CLASSIFICATION TABLE FULL - LATER SQLCLSTBL '
                   TO COVRPT-LINE
               MOVE 'ENTRIES NOT AUDITED ***' TO COVRPT-LINE(49:23)
               WRITE COVRPT-LINE
           END-IF
           IF WS-HITS-WERE-TRUNCATED
               MOVE SPACES TO COVRPT-LINE
               WRITE COVRPT-LINE
               MOVE '*** SEEN-CODE TABLE FULL - SOME CODES OR STATES '
                   TO COVRPT-LINE
               MOVE 'NOT COUNTED ***' TO COVRPT-LINE(49:15)
               WRITE COVRPT-LINE
           END-IF.

       8000-CLOSE-FILES.
           IF WS-AUDIT-FILE-STATUS = '00' OR
                   WS-AUDIT-FILE-STATUS = '10'
               CLOSE SQLAUDIT-FILE
           END-IF
           IF WS-STAT-FILE-STATUS = '00' OR
                   WS-STAT-FILE-STATUS = '10'
               CLOSE SQLERRSTAT-FILE
           END-IF
           CLOSE SQLCOVRPT-FILE.
