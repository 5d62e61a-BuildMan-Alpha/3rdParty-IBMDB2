      *************************************************************************
      *
      * Program: SQLCHGM
      *
      * Function: Change-event entry for the operator desk, in the
      *           style of SQLCLSM's console loop. SQLREBND logs the
      *           REBINDs it issues itself; everything done outside
      *           the batch - a program deployment, a DBA rebind, a
      *           RUNSTATS, REORG, grant or bufferpool change - is
      *           keyed here so it lands on the same SQLCHGLOG
      *           change-event log (COPY sqlchgf) and the SQLCHGR
      *           report can line it up against the error volumes
      *           that followed.
      *
      *           ADD prompts for the change type (DEPLOY, REBIND,
      *           DBAWORK), the job and program it touched - '*' for
      *           every job or every program - the package ('-' when
      *           there is none), when it took effect, a description
      *           and the operator's initials. The effective time may
      *           be NOW or a date and time, so a deployment keyed
      *           the next morning still lands on the night it went
      *           in.
      *
      *           The log is append-only - a wrong entry is corrected
      *           by keying the right one after it with a description
      *           that says so, the same way SQLCLSLOG is never
      *           edited.
      *
      *           A blank reply at any prompt cancels the entry in
      *           progress (and at the function prompt, quits), so an
      *           unattended console winds down instead of
      *           re-prompting forever.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLCHGM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLCHGLOG-FILE ASSIGN TO 'SQLCHGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLCHGLOG-FILE.
           COPY sqlchgf.
       WORKING-STORAGE SECTION.
       01  WS-CHGLOG-FILE-STATUS         PIC XX VALUE 'NO'.
       01  WS-MORE-ENTRIES               PIC X VALUE 'Y'.
           88  WS-DONE-ENTERING           VALUE 'N'.
       01  WS-OP-CANCELLED               PIC X VALUE 'N'.
           88  WS-OP-IS-CANCELLED         VALUE 'Y'.
       01  WS-FUNCTION-INPUT             PIC X(9).
       01  WS-OPERATOR-INPUT             PIC X(9).
       01  WS-TEXT-INPUT                 PIC X(60).
       01  WS-INPUT-LEN                  PIC S9(4) COMP-5.
       01  WS-EVENT-TYPE                 PIC X(8).
       01  WS-EVENT-JOB                  PIC X(8).
       01  WS-EVENT-PROGRAM              PIC X(8).
       01  WS-EVENT-PACKAGE              PIC X(8).
       01  WS-EVENT-DESCRIPTION          PIC X(60).
       01  WS-EVENT-DATE                 PIC 9(8).
       01  WS-EVENT-TIME.
           05  WS-EVENT-HH                PIC 9(2).
           05  WS-EVENT-MN                PIC 9(2).
       01  WS-EVENT-IS-NOW-FLAG          PIC X VALUE 'N'.
           88  WS-EVENT-IS-NOW            VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE                PIC 9(8).
           05  WS-CDT-TIME                PIC 9(6).
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
           DISPLAY 'SQLCHGM - CHANGE-EVENT ENTRY'
           PERFORM 1000-PROMPT-AND-ENTER UNTIL WS-DONE-ENTERING
           IF WS-CHGLOG-FILE-STATUS = '00'
               CLOSE SQLCHGLOG-FILE
           END-IF
           STOP RUN.

       1000-PROMPT-AND-ENTER.
           DISPLAY 'FUNCTION (ADD/END): ' WITH NO ADVANCING
           ACCEPT WS-FUNCTION-INPUT
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-INPUT)
               TO WS-FUNCTION-INPUT
           MOVE 'N' TO WS-OP-CANCELLED
           EVALUATE WS-FUNCTION-INPUT
               WHEN 'END'
               WHEN SPACES
                   SET WS-DONE-ENTERING TO TRUE
               WHEN 'ADD'
                   PERFORM 2000-ADD-A-CHANGE
               WHEN OTHER
                   DISPLAY '  NOT ONE OF ADD, END'
           END-EVALUATE.

       2000-ADD-A-CHANGE.
           PERFORM 5000-PROMPT-FOR-TYPE
           IF NOT WS-OP-IS-CANCELLED
               DISPLAY 'JOB (* FOR ALL): ' WITH NO ADVANCING
               PERFORM 5100-PROMPT-FOR-NAME
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               MOVE WS-OPERATOR-INPUT(1:8) TO WS-EVENT-JOB
               DISPLAY 'PROGRAM (* FOR ALL): ' WITH NO ADVANCING
               PERFORM 5100-PROMPT-FOR-NAME
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               MOVE WS-OPERATOR-INPUT(1:8) TO WS-EVENT-PROGRAM
               DISPLAY 'PACKAGE (- FOR NONE): ' WITH NO ADVANCING
               PERFORM 5100-PROMPT-FOR-NAME
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               IF WS-OPERATOR-INPUT = '-'
                   MOVE SPACES TO WS-EVENT-PACKAGE
               ELSE
                   MOVE WS-OPERATOR-INPUT(1:8) TO WS-EVENT-PACKAGE
               END-IF
               PERFORM 5200-PROMPT-FOR-WHEN
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING
               ACCEPT WS-TEXT-INPUT
               IF WS-TEXT-INPUT = SPACES
                   SET WS-OP-IS-CANCELLED TO TRUE
               ELSE
                   MOVE WS-TEXT-INPUT TO WS-EVENT-DESCRIPTION
               END-IF
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               DISPLAY 'OPERATOR INITIALS: ' WITH NO ADVANCING
               ACCEPT WS-OPERATOR-INPUT
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-INPUT)
                   TO WS-OPERATOR-INPUT
               IF WS-OPERATOR-INPUT = SPACES
                   SET WS-OP-IS-CANCELLED TO TRUE
               END-IF
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               PERFORM 6000-LOG-THE-CHANGE
           END-IF.

      * AUTOBIND is SQLREBND's own type and is never keyed by hand, so
      * the log always tells an automatic rebind from a DBA's.
       5000-PROMPT-FOR-TYPE.
           DISPLAY 'TYPE (DEPLOY/REBIND/DBAWORK): ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-INPUT
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-INPUT)
               TO WS-OPERATOR-INPUT
           EVALUATE WS-OPERATOR-INPUT
               WHEN SPACES
                   SET WS-OP-IS-CANCELLED TO TRUE
               WHEN 'DEPLOY'
               WHEN 'REBIND'
               WHEN 'DBAWORK'
                   MOVE WS-OPERATOR-INPUT(1:8) TO WS-EVENT-TYPE
               WHEN OTHER
                   DISPLAY '  NOT ONE OF DEPLOY, REBIND, DBAWORK'
                   SET WS-OP-IS-CANCELLED TO TRUE
           END-EVALUATE.

      * Job, program and package names are at most eight characters;
      * a longer reply cancels rather than being cut short into a
      * name that matches nothing.
       5100-PROMPT-FOR-NAME.
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

      * NOW stamps the entry with the current time. Otherwise the
      * date must be a real calendar date and the time a real HHMM -
      * an impossible date would put the change on a night that
      * never happened.
       5200-PROMPT-FOR-WHEN.
           MOVE 'N' TO WS-EVENT-IS-NOW-FLAG
           DISPLAY 'EFFECTIVE DATE YYYYMMDD (OR NOW): '
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-INPUT
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-INPUT)
               TO WS-OPERATOR-INPUT
           EVALUATE TRUE
               WHEN WS-OPERATOR-INPUT = SPACES
                   SET WS-OP-IS-CANCELLED TO TRUE
               WHEN WS-OPERATOR-INPUT = 'NOW'
                   SET WS-EVENT-IS-NOW TO TRUE
               WHEN WS-OPERATOR-INPUT(1:8) IS NUMERIC
                       AND WS-OPERATOR-INPUT(9:1) = SPACE
                   MOVE WS-OPERATOR-INPUT(1:8) TO WS-EVENT-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVENT-DATE)
                           NOT = ZERO
                       DISPLAY '  NOT A CALENDAR DATE'
                       SET WS-OP-IS-CANCELLED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY '  NOT NOW OR AN 8-DIGIT DATE'
                   SET WS-OP-IS-CANCELLED TO TRUE
           END-EVALUATE
           IF NOT WS-OP-IS-CANCELLED AND NOT WS-EVENT-IS-NOW
               DISPLAY 'EFFECTIVE TIME HHMM: ' WITH NO ADVANCING
               ACCEPT WS-OPERATOR-INPUT
               EVALUATE TRUE
                   WHEN WS-OPERATOR-INPUT = SPACES
                       SET WS-OP-IS-CANCELLED TO TRUE
                   WHEN WS-OPERATOR-INPUT(1:4) IS NUMERIC
                           AND WS-OPERATOR-INPUT(5:1) = SPACE
                       MOVE WS-OPERATOR-INPUT(1:4) TO WS-EVENT-TIME
                       IF WS-EVENT-HH > 23 OR WS-EVENT-MN > 59
                           DISPLAY '  NOT A TIME OF DAY'
                           SET WS-OP-IS-CANCELLED TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY '  NOT A 4-DIGIT TIME'
                       SET WS-OP-IS-CANCELLED TO TRUE
               END-EVALUATE
           END-IF.

      * The create fallback is gated on '35' (file not found) - any
      * other EXTEND failure must not fall into OPEN OUTPUT and
      * truncate the change history.
       6000-LOG-THE-CHANGE.
           IF WS-CHGLOG-FILE-STATUS NOT = '00'
               OPEN EXTEND SQLCHGLOG-FILE
               IF WS-CHGLOG-FILE-STATUS = '05'
                   MOVE '00' TO WS-CHGLOG-FILE-STATUS
               END-IF
               IF WS-CHGLOG-FILE-STATUS = '35'
                   OPEN OUTPUT SQLCHGLOG-FILE
               END-IF
           END-IF
           IF WS-CHGLOG-FILE-STATUS = '00'
               MOVE SPACES                 TO SQLCE-CHANGE-RECORD
               PERFORM 6100-BUILD-TIMESTAMP
               MOVE WS-CHANGE-TIMESTAMP    TO SQLCE-ENTERED-TIMESTAMP
               IF NOT WS-EVENT-IS-NOW
                   MOVE WS-EVENT-DATE(1:4) TO WS-TS-YYYY
                   MOVE WS-EVENT-DATE(5:2) TO WS-TS-MM
                   MOVE WS-EVENT-DATE(7:2) TO WS-TS-DD
                   MOVE WS-EVENT-HH        TO WS-TS-HH
                   MOVE WS-EVENT-MN        TO WS-TS-MN
                   MOVE ZERO               TO WS-TS-SS
                   MOVE ZERO               TO WS-TS-DECI
               END-IF
               MOVE WS-CHANGE-TIMESTAMP    TO SQLCE-EVENT-TIMESTAMP
               MOVE WS-EVENT-TYPE          TO SQLCE-EVENT-TYPE
               MOVE WS-EVENT-JOB           TO SQLCE-JOB-NAME
               MOVE WS-EVENT-PROGRAM       TO SQLCE-PROGRAM-NAME
               MOVE WS-EVENT-PACKAGE       TO SQLCE-PACKAGE-NAME
               MOVE ZERO                   TO SQLCE-TRIGGER-SQLCODE
               MOVE WS-OPERATOR-INPUT(1:8) TO SQLCE-ENTERED-BY
               MOVE WS-EVENT-DESCRIPTION   TO SQLCE-DESCRIPTION
               WRITE SQLCE-CHANGE-RECORD
           END-IF
           IF WS-CHGLOG-FILE-STATUS = '00'
               DISPLAY '  LOGGED ' SQLCE-EVENT-TYPE ' AT '
                   SQLCE-EVENT-TIMESTAMP
           ELSE
               DISPLAY '  NOT LOGGED, SQLCHGLOG STATUS '
                   WS-CHGLOG-FILE-STATUS
           END-IF.

       6100-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE(1:4) TO WS-TS-YYYY
           MOVE WS-CDT-DATE(5:2) TO WS-TS-MM
           MOVE WS-CDT-DATE(7:2) TO WS-TS-DD
           MOVE WS-CDT-TIME(1:2) TO WS-TS-HH
           MOVE WS-CDT-TIME(3:2) TO WS-TS-MN
           MOVE WS-CDT-TIME(5:2) TO WS-TS-SS
           MOVE WS-CDT-DECI      TO WS-TS-DECI.
