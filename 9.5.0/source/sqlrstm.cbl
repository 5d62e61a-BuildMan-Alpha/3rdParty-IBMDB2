      *************************************************************************
      *
      * Program: SQLRSTM
      *
      * Function: Restart checkpoint maintenance for the operator desk,
      *           in the style of SQLCLSM's console loop. When a
      *           resubmit must not resume where SQLRETRY says - the
      *           input file was re-cut, the business wants a full
      *           rerun, or the checkpoint's last key is known to be
      *           wrong - this is the way to move the checkpoint,
      *           instead of hand-editing the keyed SQLRESTART file:
      *             LST - list the open checkpoints (one job or '*'
      *                   for all) with last key, commit count,
      *                   SQLCODE and age
      *             TOP - force a start-from-top: mark an open
      *                   checkpoint consumed, so the resubmit's
      *                   FN-GETCKPT finds nothing and it starts from
      *                   the top of its input
      *             REO - re-open a consumed checkpoint, so the next
      *                   resubmit positions from it again
      *             KEY - override SQLR-LAST-KEY-PROCESSED
      *           Each change asks for a reason and the operator's
      *           initials and is logged to SQLRSTLOG (COPY sqlrstlf)
      *           with the before and after values and a timestamp.
      *           SQLTURNR reads that log to show which open restarts
      *           were overridden by hand.
      *
      *           Maintenance never creates the restart file - with
      *           no SQLRESTART there is nothing to maintain.
      *
      *           A blank reply at any prompt cancels the operation
      *           in progress (and at the function prompt, quits), so
      *           an unattended console winds down instead of
      *           re-prompting forever.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLRSTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLRESTART-FILE ASSIGN TO 'SQLRESTART'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLR-RESTART-KEY
               FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT SQLRSTLOG-FILE ASSIGN TO 'SQLRSTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLRESTART-FILE.
           COPY sqlrestrt.
       FD  SQLRSTLOG-FILE.
           COPY sqlrstlf.
       WORKING-STORAGE SECTION.
       01  WS-RESTART-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-LOG-FILE-STATUS            PIC XX VALUE 'NO'.
       01  WS-FILE-IS-OPEN               PIC X VALUE 'N'.
           88  WS-FILE-OPEN               VALUE 'Y'.
       01  WS-MORE-UPDATES               PIC X VALUE 'Y'.
           88  WS-DONE-UPDATING           VALUE 'N'.
       01  WS-OP-CANCELLED               PIC X VALUE 'N'.
           88  WS-OP-IS-CANCELLED         VALUE 'Y'.
       01  WS-LIST-EOF                   PIC X VALUE 'N'.
           88  WS-LIST-IS-DONE            VALUE 'Y'.
       01  WS-FUNCTION-INPUT             PIC X(9).
       01  WS-OPERATOR-INPUT             PIC X(9).
       01  WS-OPERATOR-INITIALS          PIC X(8).
       01  WS-LOG-ACTION                 PIC X(8).
       01  WS-STATE-TEXT                 PIC X(8).
       01  WS-TEXT-INPUT                 PIC X(60).
       01  WS-KEY-INPUT                  PIC X(40).
       01  WS-JOB-FILTER                 PIC X(8).
       01  WS-WORK-JOB                   PIC X(8).
       01  WS-WORK-PROGRAM               PIC X(8).
       01  WS-LISTED-COUNT               PIC S9(4) COMP-5.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-CONSUMED         PIC X.
           05  WS-BEFORE-LAST-KEY         PIC X(40).
           05  WS-BEFORE-COMMITS          PIC S9(9) COMP-5.
       01  WS-AGE-MINUTES                PIC S9(9) COMP-5.
       01  WS-AGE-DAYS                   PIC S9(9) COMP-5.
       01  WS-AGE-HOURS                  PIC S9(9) COMP-5.
       01  WS-CKPT-DATE                  PIC 9(8).
       01  WS-CKPT-HH                    PIC 9(2).
       01  WS-CKPT-MN                    PIC 9(2).
       01  WS-SQLCODE-EDIT               PIC -(9)9.
       01  WS-COMMITS-EDIT               PIC Z(8)9.
       01  WS-AGE-DAYS-EDIT              PIC ZZZ9.
       01  WS-AGE-HOURS-EDIT             PIC Z9.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE                PIC 9(8).
           05  WS-CDT-TIME.
               10  WS-CDT-HH              PIC 9(2).
               10  WS-CDT-MN              PIC 9(2).
               10  WS-CDT-SS              PIC 9(2).
           05  WS-CDT-DECI                PIC 9(2).
           05  FILLER                     PIC X(9).
       01  WS-CHANGE-TIMESTAMP.
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
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY 'SQLRSTM - RESTART CHECKPOINT MAINTENANCE'
           PERFORM 0100-OPEN-RESTART-FILE
           IF WS-FILE-OPEN
               PERFORM 1000-PROMPT-AND-UPDATE UNTIL WS-DONE-UPDATING
               CLOSE SQLRESTART-FILE
           END-IF
           IF WS-LOG-FILE-STATUS = '00'
               CLOSE SQLRSTLOG-FILE
           END-IF
           STOP RUN.

       0100-OPEN-RESTART-FILE.
           OPEN I-O SQLRESTART-FILE
           EVALUATE TRUE
               WHEN WS-RESTART-FILE-STATUS = '00'
                   SET WS-FILE-OPEN TO TRUE
               WHEN WS-RESTART-FILE-STATUS = '35'
                   DISPLAY 'SQLRSTM: SQLRESTART DOES NOT EXIST - NO '
                       'CHECKPOINT HAS EVER BEEN WRITTEN'
               WHEN OTHER
                   DISPLAY 'SQLRSTM: UNABLE TO OPEN SQLRESTART, '
                       'STATUS ' WS-RESTART-FILE-STATUS
           END-EVALUATE.

       1000-PROMPT-AND-UPDATE.
           DISPLAY 'FUNCTION (LST/TOP/REO/KEY/END): '
               WITH NO ADVANCING
           ACCEPT WS-FUNCTION-INPUT
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-INPUT)
               TO WS-FUNCTION-INPUT
           MOVE 'N' TO WS-OP-CANCELLED
           EVALUATE WS-FUNCTION-INPUT
               WHEN 'END'
               WHEN SPACES
                   SET WS-DONE-UPDATING TO TRUE
               WHEN 'LST'
                   PERFORM 2000-LIST-OPEN-CHECKPOINTS
               WHEN 'TOP'
                   PERFORM 3000-FORCE-START-FROM-TOP
               WHEN 'REO'
                   PERFORM 4000-REOPEN-A-CHECKPOINT
               WHEN 'KEY'
                   PERFORM 5000-OVERRIDE-THE-LAST-KEY
               WHEN OTHER
                   DISPLAY '  NOT ONE OF LST, TOP, REO, KEY, END'
           END-EVALUATE.

      * The file is keyed job + program, so one job's checkpoints are
      * adjacent: START at the job (or the front of the file for '*')
      * and read forward until the job changes.
       2000-LIST-OPEN-CHECKPOINTS.
           DISPLAY 'JOB (* FOR ALL): ' WITH NO ADVANCING
           PERFORM 6050-PROMPT-FOR-NAME
           IF NOT WS-OP-IS-CANCELLED
               MOVE WS-OPERATOR-INPUT(1:8) TO WS-JOB-FILTER
               MOVE ZERO TO WS-LISTED-COUNT
               MOVE 'N' TO WS-LIST-EOF
               MOVE LOW-VALUES TO SQLR-RESTART-KEY
               IF WS-JOB-FILTER NOT = '*'
                   MOVE WS-JOB-FILTER TO SQLR-JOB-NAME
               END-IF
               START SQLRESTART-FILE
                   KEY IS NOT LESS THAN SQLR-RESTART-KEY
                   INVALID KEY
                       SET WS-LIST-IS-DONE TO TRUE
               END-START
               PERFORM 2100-LIST-ONE-CHECKPOINT UNTIL WS-LIST-IS-DONE
               IF WS-LISTED-COUNT = ZERO
                   DISPLAY '  NO OPEN CHECKPOINTS'
               END-IF
           END-IF.

       2100-LIST-ONE-CHECKPOINT.
           READ SQLRESTART-FILE NEXT RECORD
               AT END
                   SET WS-LIST-IS-DONE TO TRUE
               NOT AT END
                   IF WS-JOB-FILTER NOT = '*'
                           AND SQLR-JOB-NAME NOT = WS-JOB-FILTER
                       SET WS-LIST-IS-DONE TO TRUE
                   ELSE
                       IF SQLR-CHECKPOINT-OPEN
                           PERFORM 6100-SHOW-THE-CHECKPOINT
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
                   END-IF
           END-READ.

       3000-FORCE-START-FROM-TOP.
           PERFORM 6000-PROMPT-FOR-CHECKPOINT
           IF NOT WS-OP-IS-CANCELLED
               IF NOT SQLR-CHECKPOINT-OPEN
                   DISPLAY '  ALREADY CONSUMED - THE RESUBMIT STARTS '
                       'FROM THE TOP'
                   SET WS-OP-IS-CANCELLED TO TRUE
               END-IF
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               PERFORM 6200-PROMPT-FOR-SIGN-OFF
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               SET SQLR-CHECKPOINT-CONSUMED TO TRUE
               MOVE 'TOP' TO WS-LOG-ACTION
               PERFORM 7000-REWRITE-AND-LOG
               IF WS-RESTART-FILE-STATUS = '00'
                   DISPLAY '  CONSUMED - THE RESUBMIT STARTS FROM '
                       'THE TOP'
               END-IF
           END-IF.

      * A re-opened checkpoint positions the next resubmit from its
      * last key exactly as SQLRETRY wrote it (or as KEY set it).
       4000-REOPEN-A-CHECKPOINT.
           PERFORM 6000-PROMPT-FOR-CHECKPOINT
           IF NOT WS-OP-IS-CANCELLED
               IF SQLR-CHECKPOINT-OPEN
                   DISPLAY '  ALREADY OPEN'
                   SET WS-OP-IS-CANCELLED TO TRUE
               END-IF
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               PERFORM 6200-PROMPT-FOR-SIGN-OFF
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               SET SQLR-CHECKPOINT-OPEN TO TRUE
               MOVE 'REOPEN' TO WS-LOG-ACTION
               PERFORM 7000-REWRITE-AND-LOG
               IF WS-RESTART-FILE-STATUS = '00'
                   DISPLAY '  OPEN - THE RESUBMIT POSITIONS FROM '
                       'THE LAST KEY'
               END-IF
           END-IF.

      * The key is replaced whole - it is whatever the program's own
      * FN-GETCKPT positioning expects, so it is taken as keyed.
       5000-OVERRIDE-THE-LAST-KEY.
           PERFORM 6000-PROMPT-FOR-CHECKPOINT
           IF NOT WS-OP-IS-CANCELLED
               IF NOT SQLR-CHECKPOINT-OPEN
                   DISPLAY '  NOTE: CHECKPOINT IS CONSUMED - USE REO '
                       'AS WELL OR THE NEW KEY IS NOT USED'
               END-IF
               DISPLAY 'NEW LAST KEY: ' WITH NO ADVANCING
               ACCEPT WS-KEY-INPUT
               IF WS-KEY-INPUT = SPACES
                   SET WS-OP-IS-CANCELLED TO TRUE
               END-IF
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               PERFORM 6200-PROMPT-FOR-SIGN-OFF
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               MOVE WS-KEY-INPUT TO SQLR-LAST-KEY-PROCESSED
               MOVE 'SETKEY' TO WS-LOG-ACTION
               PERFORM 7000-REWRITE-AND-LOG
               IF WS-RESTART-FILE-STATUS = '00'
                   DISPLAY '  LAST KEY CHANGED'
               END-IF
           END-IF.

      * Reads the checkpoint the operator names and shows it, keeping
      * the before image for the log.
       6000-PROMPT-FOR-CHECKPOINT.
           DISPLAY 'JOB: ' WITH NO ADVANCING
           PERFORM 6050-PROMPT-FOR-NAME
           IF NOT WS-OP-IS-CANCELLED
               MOVE WS-OPERATOR-INPUT(1:8) TO WS-WORK-JOB
               DISPLAY 'PROGRAM: ' WITH NO ADVANCING
               PERFORM 6050-PROMPT-FOR-NAME
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               MOVE WS-OPERATOR-INPUT(1:8) TO WS-WORK-PROGRAM
               MOVE WS-WORK-JOB     TO SQLR-JOB-NAME
               MOVE WS-WORK-PROGRAM TO SQLR-PROGRAM-NAME
               READ SQLRESTART-FILE
               IF WS-RESTART-FILE-STATUS = '00'
                   PERFORM 6100-SHOW-THE-CHECKPOINT
                   MOVE SQLR-CONSUMED-FLAG      TO WS-BEFORE-CONSUMED
                   MOVE SQLR-LAST-KEY-PROCESSED TO WS-BEFORE-LAST-KEY
                   MOVE SQLR-COMMIT-COUNT       TO WS-BEFORE-COMMITS
               ELSE
                   DISPLAY '  NO CHECKPOINT FOR THAT JOB/PROGRAM'
                   SET WS-OP-IS-CANCELLED TO TRUE
               END-IF
           END-IF.

      * Job and program names are at most eight characters; a longer
      * reply cancels rather than being cut short into a key that
      * matches nothing.
       6050-PROMPT-FOR-NAME.
           ACCEPT WS-OPERATOR-INPUT
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-INPUT)
               TO WS-OPERATOR-INPUT
           IF WS-OPERATOR-INPUT = SPACES
               SET WS-OP-IS-CANCELLED TO TRUE
           ELSE
               IF WS-OPERATOR-INPUT(9:1) NOT = SPACE
                   DISPLAY '  LONGER THAN EIGHT CHARACTERS'
                   SET WS-OP-IS-CANCELLED TO TRUE
               END-IF
           END-IF.

       6100-SHOW-THE-CHECKPOINT.
           PERFORM 6150-COMPUTE-THE-AGE
           MOVE SQLR-SQLCODE      TO WS-SQLCODE-EDIT
           MOVE SQLR-COMMIT-COUNT TO WS-COMMITS-EDIT
           IF SQLR-CHECKPOINT-OPEN
               MOVE 'OPEN' TO WS-STATE-TEXT
           ELSE
               MOVE 'CONSUMED' TO WS-STATE-TEXT
           END-IF
           DISPLAY '  ' SQLR-JOB-NAME ' ' SQLR-PROGRAM-NAME ' '
               WS-STATE-TEXT ' AGE ' WS-AGE-DAYS-EDIT 'D '
               WS-AGE-HOURS-EDIT 'H  COMMITS ' WS-COMMITS-EDIT
               '  SQLCODE ' WS-SQLCODE-EDIT ' ' SQLR-RC-CONDITION-NAME
           DISPLAY '    LAST KEY ' SQLR-LAST-KEY-PROCESSED
               '  WRITTEN ' SQLR-RESTART-TIMESTAMP.

      * Age is wall-clock time since SQLR-RESTART-TIMESTAMP, to the
      * minute; a timestamp that is not a date shows as zero.
       6150-COMPUTE-THE-AGE.
           MOVE ZERO TO WS-AGE-DAYS
           MOVE ZERO TO WS-AGE-HOURS
           MOVE SQLR-RESTART-TIMESTAMP(1:4)  TO WS-CKPT-DATE(1:4)
           MOVE SQLR-RESTART-TIMESTAMP(6:2)  TO WS-CKPT-DATE(5:2)
           MOVE SQLR-RESTART-TIMESTAMP(9:2)  TO WS-CKPT-DATE(7:2)
           MOVE SQLR-RESTART-TIMESTAMP(12:2) TO WS-CKPT-HH
           MOVE SQLR-RESTART-TIMESTAMP(15:2) TO WS-CKPT-MN
           IF WS-CKPT-DATE IS NUMERIC AND WS-CKPT-HH IS NUMERIC
                   AND WS-CKPT-MN IS NUMERIC
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               COMPUTE WS-AGE-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(WS-CDT-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-CKPT-DATE)) * 1440
                   + WS-CDT-HH * 60 + WS-CDT-MN
                   - WS-CKPT-HH * 60 - WS-CKPT-MN
               IF WS-AGE-MINUTES > ZERO
                   DIVIDE WS-AGE-MINUTES BY 1440 GIVING WS-AGE-DAYS
                   COMPUTE WS-AGE-HOURS =
                       (WS-AGE-MINUTES - WS-AGE-DAYS * 1440) / 60
               END-IF
           END-IF
           MOVE WS-AGE-DAYS  TO WS-AGE-DAYS-EDIT
           MOVE WS-AGE-HOURS TO WS-AGE-HOURS-EDIT.

       6200-PROMPT-FOR-SIGN-OFF.
           DISPLAY 'REASON: ' WITH NO ADVANCING
           ACCEPT WS-TEXT-INPUT
           IF WS-TEXT-INPUT = SPACES
               SET WS-OP-IS-CANCELLED TO TRUE
           ELSE
               DISPLAY 'OPERATOR INITIALS: ' WITH NO ADVANCING
               ACCEPT WS-OPERATOR-INPUT
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-INPUT)
                   TO WS-OPERATOR-INPUT
               IF WS-OPERATOR-INPUT = SPACES
                   SET WS-OP-IS-CANCELLED TO TRUE
               ELSE
                   MOVE WS-OPERATOR-INPUT(1:8) TO WS-OPERATOR-INITIALS
               END-IF
           END-IF.

      * The checkpoint is rewritten first and logged only once the
      * rewrite has landed, so the log never records a change the
      * file does not hold. The log's create fallback is gated on
      * '35' (file not found) - any other EXTEND failure must not fall
      * into OPEN OUTPUT and truncate the audit.
       7000-REWRITE-AND-LOG.
           REWRITE SQLR-RESTART-RECORD
           IF WS-RESTART-FILE-STATUS NOT = '00'
               DISPLAY '  REWRITE FAILED, STATUS '
                   WS-RESTART-FILE-STATUS
           ELSE
               IF WS-LOG-FILE-STATUS NOT = '00'
                   OPEN EXTEND SQLRSTLOG-FILE
                   IF WS-LOG-FILE-STATUS = '05'
                       MOVE '00' TO WS-LOG-FILE-STATUS
                   END-IF
                   IF WS-LOG-FILE-STATUS = '35'
                       OPEN OUTPUT SQLRSTLOG-FILE
                   END-IF
               END-IF
               IF WS-LOG-FILE-STATUS = '00'
                   PERFORM 7100-BUILD-THE-LOG-RECORD
                   WRITE SQLRL-MAINT-RECORD
               END-IF
               IF WS-LOG-FILE-STATUS NOT = '00'
                   DISPLAY '  CHANGE APPLIED BUT NOT LOGGED, STATUS '
                       WS-LOG-FILE-STATUS
               END-IF
           END-IF.

       7100-BUILD-THE-LOG-RECORD.
           PERFORM 7200-BUILD-TIMESTAMP
           MOVE SPACES                  TO SQLRL-MAINT-RECORD
           MOVE WS-LOG-ACTION           TO SQLRL-ACTION
           MOVE WS-CHANGE-TIMESTAMP     TO SQLRL-TIMESTAMP
           MOVE SQLR-JOB-NAME           TO SQLRL-JOB-NAME
           MOVE SQLR-PROGRAM-NAME       TO SQLRL-PROGRAM-NAME
           MOVE SQLR-RESTART-TIMESTAMP  TO SQLRL-RESTART-TIMESTAMP
           MOVE WS-OPERATOR-INITIALS    TO SQLRL-OPERATOR
           MOVE WS-BEFORE-CONSUMED      TO SQLRL-BEFORE-CONSUMED
           MOVE WS-BEFORE-LAST-KEY      TO SQLRL-BEFORE-LAST-KEY
           MOVE WS-BEFORE-COMMITS       TO SQLRL-BEFORE-COMMITS
           MOVE SQLR-CONSUMED-FLAG      TO SQLRL-AFTER-CONSUMED
           MOVE SQLR-LAST-KEY-PROCESSED TO SQLRL-AFTER-LAST-KEY
           MOVE SQLR-COMMIT-COUNT       TO SQLRL-AFTER-COMMITS
           MOVE WS-TEXT-INPUT           TO SQLRL-REASON.

       7200-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE(1:4) TO WS-TS-YYYY
           MOVE WS-CDT-DATE(5:2) TO WS-TS-MM
           MOVE WS-CDT-DATE(7:2) TO WS-TS-DD
           MOVE WS-CDT-TIME(1:2) TO WS-TS-HH
           MOVE WS-CDT-TIME(3:2) TO WS-TS-MN
           MOVE WS-CDT-TIME(5:2) TO WS-TS-SS
           MOVE WS-CDT-DECI      TO WS-TS-DECI.
