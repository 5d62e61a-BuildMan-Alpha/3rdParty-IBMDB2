      *           up at each program's next first-LOOKUP, i.e. the
      *           next job step.
      *
      *           STG switches the session to staging: from then on
      *           ADD/CHG/DEA/ADS/CHS/DES land on the SQLCLSSTG staging
      *           file (COPY sqlclsgf) as PENDING proposals and the
      *           live SQLCLSTBL is only read, never written, until LIV
      *           switches back. A staged entry is seen in preference
      *           to the live one, so a CHG can rework a proposal
      *           already staged. SQLCLSIM replays the audit history
      *           through the proposals; APR (SQLCODE) and APS
      *           (SQLSTATE) sign a PENDING proposal off under the
      *           approver's initials, and the SQLCLSPR batch step
      *           promotes APPROVED proposals into SQLCLSTBL. Staging
      *           changes and approvals are logged to SQLCLSLOG too,
      *           their action prefixed STG- so they never read as
      *           live changes.
      *
      *           A blank reply at any prompt cancels the operation
      *           in progress (and at the function prompt, quits), so
      *           an unattended console winds down instead of
           SELECT SQLCLSLOG-FILE ASSIGN TO 'SQLCLSLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT SQLCLSSTG-FILE ASSIGN TO 'SQLCLSSTG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQLCG-CLASS-KEY
               FILE STATUS IS WS-STAGE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLCLSTBL-FILE.
           COPY sqlclstf.
       FD  SQLCLSLOG-FILE.
           COPY sqlclslf.
       FD  SQLCLSSTG-FILE.
           COPY sqlclsgf.
       WORKING-STORAGE SECTION.
       01  WS-CLSTBL-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-LOG-FILE-STATUS            PIC XX VALUE 'NO'.
       01  WS-FILE-IS-OPEN               PIC X VALUE 'N'.
           88  WS-FILE-OPEN               VALUE 'Y'.
       01  WS-STAGE-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-STAGE-IS-OPEN-FLAG         PIC X VALUE 'N'.
           88  WS-STAGE-IS-OPEN           VALUE 'Y'.
       01  WS-STAGING-FLAG               PIC X VALUE 'N'.
           88  WS-STAGING-MODE            VALUE 'Y'.
       01  WS-ON-STAGE-FLAG              PIC X VALUE 'N'.
           88  WS-ENTRY-ON-STAGE          VALUE 'Y'.
       01  WS-MORE-UPDATES               PIC X VALUE 'Y'.
           88  WS-DONE-UPDATING           VALUE 'N'.
       01  WS-OP-CANCELLED               PIC X VALUE 'N'.
               PERFORM 1000-PROMPT-AND-UPDATE UNTIL WS-DONE-UPDATING
               CLOSE SQLCLSTBL-FILE
           END-IF
           IF WS-STAGE-IS-OPEN
               CLOSE SQLCLSSTG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS = '00'
               CLOSE SQLCLSLOG-FILE
           END-IF
                       'STATUS ' WS-CLSTBL-FILE-STATUS
           END-EVALUATE.

      * The staging file is created on first use - unlike the live
      * file, an empty one is exactly right: nothing proposed yet.
       0200-OPEN-STAGE-FILE.
           OPEN I-O SQLCLSSTG-FILE
           IF WS-STAGE-FILE-STATUS = '35'
               OPEN OUTPUT SQLCLSSTG-FILE
               IF WS-STAGE-FILE-STATUS = '00'
                   CLOSE SQLCLSSTG-FILE
                   OPEN I-O SQLCLSSTG-FILE
               END-IF
           END-IF
           IF WS-STAGE-FILE-STATUS = '00'
               SET WS-STAGE-IS-OPEN TO TRUE
           ELSE
               DISPLAY '  UNABLE TO OPEN SQLCLSSTG, STATUS '
                   WS-STAGE-FILE-STATUS
           END-IF.

       1000-PROMPT-AND-UPDATE.
           IF WS-STAGING-MODE
               DISPLAY 'STAGING ' WITH NO ADVANCING
           END-IF
           DISPLAY 'FUNCTION (ADD/CHG/DEA/ADS/CHS/DES/'
               'STG/LIV/APR/APS/END): ' WITH NO ADVANCING
           ACCEPT WS-FUNCTION-INPUT
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-INPUT)
               TO WS-FUNCTION-INPUT
                   PERFORM 3500-CHANGE-A-STATE-ENTRY
               WHEN 'DES'
                   PERFORM 4500-DEACT-A-STATE-ENTRY
               WHEN 'STG'
                   PERFORM 1100-ENTER-STAGING
               WHEN 'LIV'
                   MOVE 'N' TO WS-STAGING-FLAG
                   DISPLAY '  LIVE - CHANGES GO TO SQLCLSTBL'
               WHEN 'APR'
               WHEN 'APS'
                   PERFORM 4800-APPROVE-A-STAGED-ENTRY
               WHEN OTHER
                   DISPLAY '  NOT ONE OF ADD, CHG, DEA, ADS, CHS, '
                       'DES, STG, LIV, APR, APS, END'
           END-EVALUATE.

       1100-ENTER-STAGING.
           IF NOT WS-STAGE-IS-OPEN
               PERFORM 0200-OPEN-STAGE-FILE
           END-IF
           IF WS-STAGE-IS-OPEN
               SET WS-STAGING-MODE TO TRUE
               DISPLAY '  STAGING - CHANGES GO TO SQLCLSSTG, '
                   'SQLCLSTBL IS NOT TOUCHED'
           END-IF.

       2000-ADD-AN-ENTRY.
           PERFORM 5000-PROMPT-FOR-SQLCODE
           IF NOT WS-OP-IS-CANCELLED
                       MOVE WS-WORK-SQLCODE TO SQLCT-SQLCODE
                       PERFORM 5400-FORMAT-CLASS-KEY
                       SET SQLCT-ENTRY-ACTIVE TO TRUE
                       PERFORM 7000-WRITE-THE-ENTRY
                       IF WS-CLSTBL-FILE-STATUS = '00'
                           PERFORM 6000-LOG-THE-CHANGE
                           DISPLAY '  ADDED'
                   IF NOT WS-OP-IS-CANCELLED
                       PERFORM 5300-BUILD-CONDITION-NAME
                       SET SQLCT-ENTRY-ACTIVE TO TRUE
                       PERFORM 7050-REWRITE-THE-ENTRY
                       IF WS-CLSTBL-FILE-STATUS = '00'
                           PERFORM 6000-LOG-THE-CHANGE
                           DISPLAY '  CHANGED'
                   DISPLAY '  NO SUCH ENTRY'
               ELSE
                   SET SQLCT-ENTRY-INACTIVE TO TRUE
                   PERFORM 7050-REWRITE-THE-ENTRY
                   IF WS-CLSTBL-FILE-STATUS = '00'
                       PERFORM 6000-LOG-THE-CHANGE
                       DISPLAY '  DEACTIVATED - CODE NOW FALLS TO '
                       MOVE WS-WORK-SQLCODE TO SQLCT-SQLCODE
                       PERFORM 5600-FORMAT-STATE-KEY
                       SET SQLCT-ENTRY-ACTIVE TO TRUE
                       PERFORM 7000-WRITE-THE-ENTRY
                       IF WS-CLSTBL-FILE-STATUS = '00'
                           PERFORM 6000-LOG-THE-CHANGE
                           DISPLAY '  ADDED'
                   IF NOT WS-OP-IS-CANCELLED
                       PERFORM 5700-BUILD-STATE-COND-NAME
                       SET SQLCT-ENTRY-ACTIVE TO TRUE
                       PERFORM 7050-REWRITE-THE-ENTRY
                       IF WS-CLSTBL-FILE-STATUS = '00'
                           PERFORM 6000-LOG-THE-CHANGE
                           DISPLAY '  CHANGED'
                   DISPLAY '  NO SUCH ENTRY'
               ELSE
                   SET SQLCT-ENTRY-INACTIVE TO TRUE
                   PERFORM 7050-REWRITE-THE-ENTRY
                   IF WS-CLSTBL-FILE-STATUS = '00'
                       PERFORM 6000-LOG-THE-CHANGE
                       DISPLAY '  DEACTIVATED - THE STATE FALLS '
               END-IF
           END-IF.

      * Only a PENDING proposal can be approved - an APPROVED one is
      * already signed off, a PROMOTED one is already live. Re-staging
      * an approved key puts it back to PENDING, so what is promoted
      * is always exactly what was approved.
       4800-APPROVE-A-STAGED-ENTRY.
           IF NOT WS-STAGE-IS-OPEN
               PERFORM 0200-OPEN-STAGE-FILE
           END-IF
           IF WS-STAGE-IS-OPEN
               IF WS-FUNCTION-INPUT = 'APR'
                   PERFORM 5000-PROMPT-FOR-SQLCODE
                   IF NOT WS-OP-IS-CANCELLED
                       MOVE WS-WORK-SQLCODE TO SQLCT-SQLCODE
                       PERFORM 5400-FORMAT-CLASS-KEY
                   END-IF
               ELSE
                   PERFORM 5500-PROMPT-FOR-SQLSTATE
                   IF NOT WS-OP-IS-CANCELLED
                       PERFORM 5600-FORMAT-STATE-KEY
                   END-IF
               END-IF
           ELSE
               SET WS-OP-IS-CANCELLED TO TRUE
           END-IF
           IF NOT WS-OP-IS-CANCELLED
               MOVE SQLCT-CLASS-KEY TO SQLCG-CLASS-KEY
               READ SQLCLSSTG-FILE
               EVALUATE TRUE
                   WHEN WS-STAGE-FILE-STATUS NOT = '00'
                       DISPLAY '  NOTHING STAGED UNDER THAT KEY'
                   WHEN NOT SQLCG-STAGE-PENDING
                       DISPLAY '  ALREADY ' SQLCG-STAGE-STATUS
                   WHEN OTHER
                       PERFORM 4850-SIGN-OFF-THE-ENTRY
               END-EVALUATE
           END-IF.

       4850-SIGN-OFF-THE-ENTRY.
           DISPLAY '  STAGED ' SQLCG-STAGED-ACTION ' '
               SQLCG-SEVERITY ' ' SQLCG-ACTION-CODE
               ' ACTIVE FLAG ' SQLCG-ACTIVE-FLAG
           DISPLAY 'APPROVER INITIALS: ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-INPUT
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-INPUT)
               TO WS-OPERATOR-INPUT
           IF WS-OPERATOR-INPUT = SPACES
               SET WS-OP-IS-CANCELLED TO TRUE
           ELSE
               PERFORM 6100-BUILD-TIMESTAMP
               SET SQLCG-STAGE-APPROVED TO TRUE
               MOVE WS-OPERATOR-INPUT(1:8) TO SQLCG-APPROVED-BY
               MOVE WS-CHANGE-TIMESTAMP TO SQLCG-APPROVED-TIMESTAMP
               REWRITE SQLCG-STAGE-RECORD
               IF WS-STAGE-FILE-STATUS = '00'
                   MOVE SQLCG-CLASS-KEY    TO SQLCT-CLASS-KEY
                   MOVE SQLCG-CLASS-DETAIL TO SQLCT-CLASS-DETAIL
                   PERFORM 6000-LOG-THE-CHANGE
                   DISPLAY '  APPROVED - SQLCLSPR WILL PROMOTE IT'
               ELSE
                   DISPLAY '  REWRITE FAILED, STATUS '
                       WS-STAGE-FILE-STATUS
               END-IF
           END-IF.

      * Same leading-sign validation SQLINQ uses at its prompt; a
      * blank reply cancels the operation.
       5000-PROMPT-FOR-SQLCODE.
       5100-READ-BY-SQLCODE.
           MOVE WS-WORK-SQLCODE TO SQLCT-SQLCODE
           PERFORM 5400-FORMAT-CLASS-KEY
           PERFORM 5800-READ-THE-ENTRY.

      * A SQLSTATE is exactly five bytes, letters and digits only -
      * anything else cancels rather than keying a refinement no

       5650-READ-BY-SQLSTATE.
           PERFORM 5600-FORMAT-STATE-KEY
           PERFORM 5800-READ-THE-ENTRY.

      * In staging mode a proposal already on SQLCLSSTG is what the
      * operator is working on, so it is read in place of the live
      * entry; a PROMOTED one is already live and the live file is
      * read instead. Either way the outcome comes back in
      * WS-CLSTBL-FILE-STATUS, which is what every caller tests.
       5800-READ-THE-ENTRY.
           MOVE 'N' TO WS-ON-STAGE-FLAG
           IF WS-STAGING-MODE
               MOVE SQLCT-CLASS-KEY TO SQLCG-CLASS-KEY
               READ SQLCLSSTG-FILE
               IF WS-STAGE-FILE-STATUS = '00'
                   SET WS-ENTRY-ON-STAGE TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-ON-STAGE AND NOT SQLCG-STAGE-PROMOTED
               MOVE SQLCG-CLASS-DETAIL TO SQLCT-CLASS-DETAIL
               MOVE SQLCG-ACTIVE-FLAG  TO SQLCT-ACTIVE-FLAG
               MOVE '00' TO WS-CLSTBL-FILE-STATUS
           ELSE
               READ SQLCLSTBL-FILE
           END-IF.

      * The SQL-ST-* names mirror the convention in the sqlstates
      * include file, so the name is derived rather than keyed.
           MOVE WS-ABS-CODE TO WS-KEY-DIGITS
           MOVE WS-KEY-DIGITS TO SQLCT-CLASS-KEY(2:10).

      * Every ADD/ADS WRITE and CHG/DEA/CHS/DES REWRITE comes through
      * 7000/7050, so staging mode diverts all of them at one point.
       7000-WRITE-THE-ENTRY.
           IF WS-STAGING-MODE
               PERFORM 7100-STAGE-THE-ENTRY
           ELSE
               WRITE SQLCT-CLASS-RECORD
           END-IF.

       7050-REWRITE-THE-ENTRY.
           IF WS-STAGING-MODE
               PERFORM 7100-STAGE-THE-ENTRY
           ELSE
               REWRITE SQLCT-CLASS-RECORD
           END-IF.

      * The proposal is the whole entry as it would stand - key,
      * detail and active flag exactly as SQLCLSTBL would hold it -
      * and it goes back to PENDING whatever it was before. The
      * outcome is handed back in WS-CLSTBL-FILE-STATUS so the
      * callers' success tests read the same in either mode.
       7100-STAGE-THE-ENTRY.
           PERFORM 6100-BUILD-TIMESTAMP
           MOVE SPACES               TO SQLCG-STAGE-RECORD
           MOVE SQLCT-CLASS-KEY      TO SQLCG-CLASS-KEY
           MOVE SQLCT-CLASS-DETAIL   TO SQLCG-CLASS-DETAIL
           MOVE SQLCT-ACTIVE-FLAG    TO SQLCG-ACTIVE-FLAG
           SET SQLCG-STAGE-PENDING   TO TRUE
           MOVE WS-FUNCTION-INPUT    TO SQLCG-STAGED-ACTION
           MOVE WS-CHANGE-TIMESTAMP  TO SQLCG-STAGED-TIMESTAMP
           IF WS-ENTRY-ON-STAGE
               REWRITE SQLCG-STAGE-RECORD
           ELSE
               WRITE SQLCG-STAGE-RECORD
           END-IF
           MOVE WS-STAGE-FILE-STATUS TO WS-CLSTBL-FILE-STATUS.

      * The create fallback is gated on '35' (file not found) - any
      * other EXTEND failure must not fall into OPEN OUTPUT and
      * truncate the change audit.
           IF WS-LOG-FILE-STATUS = '00'
               PERFORM 6100-BUILD-TIMESTAMP
               MOVE WS-CHANGE-TIMESTAMP  TO CLSLOG-TIMESTAMP
               IF WS-STAGING-MODE OR WS-FUNCTION-INPUT = 'APR'
                       OR WS-FUNCTION-INPUT = 'APS'
                   MOVE SPACES TO CLSLOG-ACTION
                   STRING
                           'STG-'
                           WS-FUNCTION-INPUT
                       DELIMITED BY SIZE
                       INTO CLSLOG-ACTION
                   END-STRING
               ELSE
                   MOVE WS-FUNCTION-INPUT TO CLSLOG-ACTION
               END-IF
               MOVE SQLCT-CLASS-KEY      TO CLSLOG-CLASS-KEY
               MOVE SQLCT-SEVERITY       TO CLSLOG-SEVERITY
               MOVE SQLCT-ACTION-CODE    TO CLSLOG-ACTION-CODE
