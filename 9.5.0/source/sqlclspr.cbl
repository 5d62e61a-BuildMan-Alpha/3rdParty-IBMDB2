      *************************************************************************
      *
      * Program: SQLCLSPR
      *
      * Function: Promotes approved classification proposals from the
      *           SQLCLSSTG staging file (COPY sqlclsgf) into the live
      *           SQLCLSTBL file SQLCLASS loads at first LOOKUP. Only
      *           entries an operator has signed off through SQLCLSM's
      *           APR/APS - stage status APPROVED - move; PENDING
      *           proposals stay where they are for SQLCLSIM to keep
      *           replaying. Each promoted entry replaces the live
      *           entry with the same key (or is added when there is
      *           none), is logged to SQLCLSLOG under action PROMOTE in
      *           the same record layout SQLCLSM logs its own changes
      *           with, and is marked PROMOTED on the staging file so
      *           a rerun never promotes it twice.
      *
      *           Like SQLCLSM, this step never creates the live file -
      *           an entry promoted into a SQLCLSTBL created empty
      *           would load as the table's only entry and drop every
      *           seeded classification to the ERROR/ABEND default.
      *
      *           Programs that already loaded their table keep it for
      *           the rest of their run; promoted rulings take effect
      *           at each program's next first-LOOKUP. Run between
      *           batch windows. Totals go to the console; no
      *           parameters.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLCLSPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLCLSSTG-FILE ASSIGN TO 'SQLCLSSTG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLCG-CLASS-KEY
               FILE STATUS IS WS-STAGE-FILE-STATUS.
           SELECT SQLCLSTBL-FILE ASSIGN TO 'SQLCLSTBL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQLCT-CLASS-KEY
               FILE STATUS IS WS-CLSTBL-FILE-STATUS.
           SELECT SQLCLSLOG-FILE ASSIGN TO 'SQLCLSLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLCLSSTG-FILE.
           COPY sqlclsgf.
       FD  SQLCLSTBL-FILE.
           COPY sqlclstf.
       FD  SQLCLSLOG-FILE.
           COPY sqlclslf.
       WORKING-STORAGE SECTION.
       01  WS-STAGE-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-CLSTBL-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-LOG-FILE-STATUS            PIC XX VALUE 'NO'.
       01  WS-STAGE-EOF                  PIC X VALUE 'N'.
           88  WS-NO-MORE-STAGED          VALUE 'Y'.
       01  WS-FILES-OPEN-FLAG            PIC X VALUE 'N'.
           88  WS-FILES-ARE-OPEN          VALUE 'Y'.
       01  WS-STAGED-READ                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PROMOTED-COUNT             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PENDING-COUNT              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-FAILED-COUNT               PIC S9(9) COMP-5 VALUE ZERO.
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
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROMOTE-ONE-ENTRY UNTIL WS-NO-MORE-STAGED
           PERFORM 8000-CLOSE-FILES
           DISPLAY 'SQLCLSPR: ' WS-STAGED-READ ' STAGED ENTRIES READ, '
               WS-PROMOTED-COUNT ' PROMOTED, ' WS-PENDING-COUNT
               ' STILL PENDING APPROVAL'
           IF WS-FAILED-COUNT > ZERO
               DISPLAY 'SQLCLSPR: ' WS-FAILED-COUNT ' ENTRIES FAILED '
                   'TO PROMOTE - LEFT APPROVED FOR THE NEXT RUN'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * Nothing staged is nothing to do. An absent live file is the
      * same refusal SQLCLSM gives, for the same reason.
       1000-INITIALIZE.
           OPEN I-O SQLCLSSTG-FILE
           IF WS-STAGE-FILE-STATUS NOT = '00'
               DISPLAY 'SQLCLSPR: NO SQLCLSSTG STAGING FILE, STATUS '
                   WS-STAGE-FILE-STATUS ' - NOTHING TO PROMOTE'
               SET WS-NO-MORE-STAGED TO TRUE
           ELSE
               OPEN I-O SQLCLSTBL-FILE
               IF WS-CLSTBL-FILE-STATUS NOT = '00'
                   DISPLAY 'SQLCLSPR: UNABLE TO OPEN SQLCLSTBL, '
                       'STATUS ' WS-CLSTBL-FILE-STATUS
                       ' - RUN A SQLCLASS LOOKUP TO BOOTSTRAP IT '
                       'FIRST, NOTHING PROMOTED'
                   CLOSE SQLCLSSTG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILES-ARE-OPEN TO TRUE
           END-IF.

       2000-PROMOTE-ONE-ENTRY.
           READ SQLCLSSTG-FILE
               AT END
                   SET WS-NO-MORE-STAGED TO TRUE
               NOT AT END
                   ADD 1 TO WS-STAGED-READ
                   EVALUATE TRUE
                       WHEN SQLCG-STAGE-APPROVED
                           PERFORM 2100-COPY-TO-LIVE-TABLE
                       WHEN SQLCG-STAGE-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * A duplicate key is the live entry the proposal replaces. The
      * staging record is only marked PROMOTED once the live write
      * has landed, so a failure here leaves it APPROVED and the next
      * run picks it up again.
       2100-COPY-TO-LIVE-TABLE.
           MOVE SQLCG-CLASS-KEY    TO SQLCT-CLASS-KEY
           MOVE SQLCG-CLASS-DETAIL TO SQLCT-CLASS-DETAIL
           MOVE SQLCG-ACTIVE-FLAG  TO SQLCT-ACTIVE-FLAG
           WRITE SQLCT-CLASS-RECORD
           IF WS-CLSTBL-FILE-STATUS = '22'
               REWRITE SQLCT-CLASS-RECORD
           END-IF
           IF WS-CLSTBL-FILE-STATUS = '00'
               PERFORM 2200-BUILD-TIMESTAMP
               PERFORM 2300-LOG-THE-PROMOTION
               SET SQLCG-STAGE-PROMOTED TO TRUE
               MOVE WS-CHANGE-TIMESTAMP TO SQLCG-PROMOTED-TIMESTAMP
               REWRITE SQLCG-STAGE-RECORD
               IF WS-STAGE-FILE-STATUS NOT = '00'
                   DISPLAY 'SQLCLSPR: ' SQLCG-CLASS-KEY ' PROMOTED '
                       'BUT NOT MARKED ON SQLCLSSTG, STATUS '
                       WS-STAGE-FILE-STATUS
               END-IF
               ADD 1 TO WS-PROMOTED-COUNT
           ELSE
               DISPLAY 'SQLCLSPR: ' SQLCG-CLASS-KEY ' NOT PROMOTED, '
                   'SQLCLSTBL STATUS ' WS-CLSTBL-FILE-STATUS
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       2200-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE(1:4) TO WS-TS-YYYY
           MOVE WS-CDT-DATE(5:2) TO WS-TS-MM
           MOVE WS-CDT-DATE(7:2) TO WS-TS-DD
           MOVE WS-CDT-TIME(1:2) TO WS-TS-HH
           MOVE WS-CDT-TIME(3:2) TO WS-TS-MN
           MOVE WS-CDT-TIME(5:2) TO WS-TS-SS
           MOVE WS-CDT-DECI      TO WS-TS-DECI.

      * Same '35'-gated create fallback as SQLCLSM's change log - any
      * other EXTEND failure must not truncate the change audit.
       2300-LOG-THE-PROMOTION.
           IF WS-LOG-FILE-STATUS NOT = '00'
               OPEN EXTEND SQLCLSLOG-FILE
               IF WS-LOG-FILE-STATUS = '05'
                   MOVE '00' TO WS-LOG-FILE-STATUS
               END-IF
               IF WS-LOG-FILE-STATUS = '35'
                   OPEN OUTPUT SQLCLSLOG-FILE
               END-IF
           END-IF
           IF WS-LOG-FILE-STATUS = '00'
               MOVE WS-CHANGE-TIMESTAMP  TO CLSLOG-TIMESTAMP
               MOVE 'PROMOTE'            TO CLSLOG-ACTION
               MOVE SQLCT-CLASS-KEY      TO CLSLOG-CLASS-KEY
               MOVE SQLCT-SEVERITY       TO CLSLOG-SEVERITY
               MOVE SQLCT-ACTION-CODE    TO CLSLOG-ACTION-CODE
               MOVE SQLCT-DESCRIPTION    TO CLSLOG-DESCRIPTION
               WRITE CLSLOG-RECORD
           ELSE
               DISPLAY 'SQLCLSPR: ' SQLCT-CLASS-KEY ' PROMOTED BUT '
                   'NOT LOGGED, STATUS ' WS-LOG-FILE-STATUS
           END-IF.

       8000-CLOSE-FILES.
           IF WS-FILES-ARE-OPEN
               CLOSE SQLCLSSTG-FILE
               CLOSE SQLCLSTBL-FILE
           END-IF
           IF WS-LOG-FILE-STATUS = '00'
               CLOSE SQLCLSLOG-FILE
           END-IF.
