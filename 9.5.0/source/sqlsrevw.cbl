      *           record a disposition:
      *             REAPPLIED        - re-driven insert succeeded
      *             REAPPLIED-RULE   - ditto, driven by a bulk rule
      *             AMENDED          - one field corrected, then
      *                                re-driven successfully
      *             STILL-DUP        - re-drive hit SQL-RC-E803 again
      *             DISCARDED-BY-OPS - ops ruled the record dead
      *             DISCARDED-RULE   - a bulk rule ruled it dead
      *           suspense record's stored input length is suspect,
      *           rather than re-driving a truncated record and
      *           calling it REAPPLIED (see SQLSUSF).
      *           An AMEND ruling names one field off the SQLSLAYOUT
      *           dictionary (COPY sqlslayf) and its replacement
      *           value. The field is found by name under the record's
      *           job/program, the value edited against the field's
      *           type and width, and the corrected record re-driven;
      *           the history record keeps the before and after
      *           images. An AMEND that cannot be applied as keyed -
      *           unknown field, value too long or not numeric for a
      *           numeric field, a packed or binary field - is refused
      *           and the record HELD, counted on its own totals line.
      *           An amended record that is still a duplicate stays
      *           on the live file as originally captured.
      *           Handled records (REAPPLIED, AMENDED, DISCARDED) move
      *           to the processed-history file (COPY sqlsushf); open
      *           records (STILL-DUP, HELD) are rewritten to the live
      *           suspense file, so the live file only ever holds
      *           which of three weeks of rejects were dealt with.
      *
      *           Run once per morning after review. Reads SQLSUSPENSE,
      *           SQLSDISP, SQLSRULES and SQLSLAYOUT, extends
      *           SQLSUSPHIST, rewrites
      *           SQLSUSPENSE, and writes a disposition summary to
      *           SQLSREVRPT - rule-driven counts reported apart from
      *           the keyed ones, so what the rules did stays visible.
           SELECT SQLSRULES-FILE ASSIGN TO 'SQLSRULES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT SQLSLAYOUT-FILE ASSIGN TO 'SQLSLAYOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-FILE-STATUS.
           SELECT SQLSUSPHIST-FILE ASSIGN TO 'SQLSUSPHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           COPY sqlsdspf.
       FD  SQLSRULES-FILE.
           COPY sqlsrulf.
       FD  SQLSLAYOUT-FILE.
           COPY sqlslayf.
       FD  SQLSUSPHIST-FILE.
           COPY sqlsushf.
       FD  SQLSREVRPT-FILE.
       01  WS-RULE-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-RULE-EOF                   PIC X VALUE 'N'.
           88  WS-NO-MORE-RULES           VALUE 'Y'.
       01  WS-LAYOUT-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-LAYOUT-EOF                 PIC X VALUE 'N'.
           88  WS-NO-MORE-LAYOUTS         VALUE 'Y'.
      * The whole live suspense file is tabled before any disposition
      * so the rewrite pass can recreate it holding only open items.
      * If the file ever outgrows the table the run stops before
               10  WS-DISP-PROGRAM-NAME   PIC X(8).
               10  WS-DISP-REJECT-KEY     PIC X(40).
               10  WS-DISP-REQUEST        PIC X(8).
               10  WS-DISP-AMEND-FIELD    PIC X(30).
               10  WS-DISP-AMEND-VALUE    PIC X(100).
       01  WS-DISP-FOUND                 PIC X VALUE 'N'.
           88  WS-DISP-WAS-FOUND          VALUE 'Y'.
       01  WS-DISP-MATCHED               PIC X(8).
       01  WS-AMEND-FIELD-NAME           PIC X(30).
       01  WS-AMEND-VALUE                PIC X(100).
      * A layout past the table cap is simply not known this run - an
      * AMEND naming one of its fields is refused, which is safe.
       01  WS-LAYOUT-TABLE-COUNT         PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-LAYOUT-TABLE.
           05  WS-LAYOUT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-LAY-IDX.
               10  WS-LAY-JOB-NAME        PIC X(8).
               10  WS-LAY-PROGRAM-NAME    PIC X(8).
               10  WS-LAY-FIELD-NAME      PIC X(30).
               10  WS-LAY-OFFSET          PIC S9(4) COMP-5.
               10  WS-LAY-LENGTH          PIC S9(4) COMP-5.
               10  WS-LAY-TYPE            PIC X.
       01  WS-LAYOUT-FULL                PIC X VALUE 'N'.
           88  WS-LAYOUT-WAS-FULL         VALUE 'Y'.
       01  WS-FIELD-FOUND                PIC X VALUE 'N'.
           88  WS-FIELD-WAS-FOUND         VALUE 'Y'.
       01  WS-FIELD-OFFSET               PIC S9(4) COMP-5.
       01  WS-FIELD-LENGTH               PIC S9(4) COMP-5.
       01  WS-FIELD-TYPE                 PIC X.
       01  WS-VALUE-LENGTH               PIC S9(4) COMP-5.
       01  WS-AMEND-REASON               PIC X(40).
       01  WS-NEW-FIELD-VALUE            PIC X(100).
       01  WS-BEFORE-IMAGE               PIC X(4000).
       01  WS-RULE-TABLE-COUNT           PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES
       01  WS-COUNT-RULE-REAPPLIED      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-RULE-DISCARDED      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-REFUSED             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-AMENDED             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-AMEND-REFUSED       PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LENGTH-CHECK              PIC X VALUE 'N'.
           88  WS-STORED-LENGTH-OK       VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME.
           05  DL-JOB-NAME                PIC X(10).
           05  DL-PROGRAM                 PIC X(10).
           05  DL-REJECT-KEY              PIC X(42).
           05  DL-DISPOSITION             PIC X(18).
           05  DL-AMEND-FIELD             PIC X(30).
      * Printed under an amended record: the field as captured and as
      * re-driven, so the review report alone shows what was changed.
       01  WS-AMEND-LINE.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  AL-LABEL                   PIC X(10).
           05  AL-VALUE                   PIC X(100).
       01  WS-TOTAL-LINE.
           05  TL-LABEL                   PIC X(20).
           05  TL-COUNT                   PIC ZZZZ,ZZ9.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DISPOSITIONS UNTIL WS-NO-MORE-DISP
           PERFORM 2200-LOAD-RULES UNTIL WS-NO-MORE-RULES
           PERFORM 2300-LOAD-LAYOUTS UNTIL WS-NO-MORE-LAYOUTS
           PERFORM 2500-LOAD-SUSPENSE UNTIL WS-NO-MORE-SUSP
           PERFORM 3000-DISPOSE-RECORDS
           PERFORM 4000-REWRITE-LIVE-FILE

      * An empty or absent suspense file is a good morning, not an
      * error. An absent disposition or rules file just means no
      * rulings of that kind, an absent layout dictionary that every
      * AMEND is refused. Any of those OPENs failing is treated as
      * zero records.
       1000-INITIALIZE.
           PERFORM 1100-BUILD-TIMESTAMP
           COMPUTE WS-TODAY-INTEGER =
           IF WS-RULE-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-RULES TO TRUE
           END-IF
           OPEN INPUT SQLSLAYOUT-FILE
           IF WS-LAYOUT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-LAYOUTS TO TRUE
           END-IF
           OPEN OUTPUT SQLSREVRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLSREVW: UNABLE TO OPEN SQLSREVRPT, STATUS '
                           TO WS-DISP-REJECT-KEY(WS-DISP-IDX)
                       MOVE SQLSD-REQUESTED-DISP
                           TO WS-DISP-REQUEST(WS-DISP-IDX)
                       MOVE SQLSD-AMEND-FIELD-NAME
                           TO WS-DISP-AMEND-FIELD(WS-DISP-IDX)
                       MOVE SQLSD-AMEND-VALUE
                           TO WS-DISP-AMEND-VALUE(WS-DISP-IDX)
                   ELSE
                       DISPLAY 'SQLSREVW: DISPOSITION FOR KEY '
                           SQLSD-REJECT-KEY ' EXCEEDS TABLE '
                   END-EVALUATE
           END-READ.

       2300-LOAD-LAYOUTS.
           READ SQLSLAYOUT-FILE
               AT END
                   SET WS-NO-MORE-LAYOUTS TO TRUE
               NOT AT END
                   IF WS-LAYOUT-TABLE-COUNT < 1000
                       ADD 1 TO WS-LAYOUT-TABLE-COUNT
                       SET WS-LAY-IDX TO WS-LAYOUT-TABLE-COUNT
                       MOVE SQLSL-JOB-NAME
                           TO WS-LAY-JOB-NAME(WS-LAY-IDX)
                       MOVE SQLSL-PROGRAM-NAME
                           TO WS-LAY-PROGRAM-NAME(WS-LAY-IDX)
                       MOVE SQLSL-FIELD-NAME
                           TO WS-LAY-FIELD-NAME(WS-LAY-IDX)
                       MOVE SQLSL-FIELD-OFFSET
                           TO WS-LAY-OFFSET(WS-LAY-IDX)
                       MOVE SQLSL-FIELD-LENGTH
                           TO WS-LAY-LENGTH(WS-LAY-IDX)
                       MOVE SQLSL-FIELD-TYPE
                           TO WS-LAY-TYPE(WS-LAY-IDX)
                   ELSE
                       IF NOT WS-LAYOUT-WAS-FULL
                           DISPLAY 'SQLSREVW: LAYOUT TABLE FULL - '
                               'FIELDS PAST 1000 UNKNOWN THIS RUN, '
                               'AMENDS NAMING THEM REFUSED'
                           SET WS-LAYOUT-WAS-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2500-LOAD-SUSPENSE.
           READ SQLSUSPENSE-FILE
               AT END
                               PERFORM 3200-WRITE-HISTORY-RECORD
                           END-IF
                       END-IF
                   WHEN WS-DISP-WAS-FOUND
                           AND WS-DISP-MATCHED = 'AMEND'
                       PERFORM 3400-AMEND-AND-REDRIVE
                   WHEN WS-DISP-WAS-FOUND
                           AND WS-DISP-MATCHED = 'DISCARD'
                       MOVE 'DISCARDED-BY-OPS'
       3050-FIND-DISPOSITION.
           MOVE 'N' TO WS-DISP-FOUND
           MOVE SPACES TO WS-DISP-MATCHED
           MOVE SPACES TO WS-AMEND-FIELD-NAME
           MOVE SPACES TO WS-AMEND-VALUE
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > WS-DISP-TABLE-COUNT
               IF WS-DISP-JOB-NAME(WS-DISP-IDX) = SQLS-JOB-NAME
                   SET WS-DISP-WAS-FOUND TO TRUE
                   MOVE WS-DISP-REQUEST(WS-DISP-IDX)
                       TO WS-DISP-MATCHED
                   MOVE WS-DISP-AMEND-FIELD(WS-DISP-IDX)
                       TO WS-AMEND-FIELD-NAME
                   MOVE WS-DISP-AMEND-VALUE(WS-DISP-IDX)
                       TO WS-AMEND-VALUE
                   SET WS-DISP-IDX TO WS-DISP-TABLE-COUNT
               END-IF
           END-PERFORM.
               ' FOR ' SQLS-PROGRAM-NAME
           MOVE ZERO TO WS-REDRIVE-SQLCODE.

      * The working copy of the record is corrected and re-driven; the
      * tabled image is left alone, so a record that is still a
      * duplicate goes back to the live file exactly as captured.
       3400-AMEND-AND-REDRIVE.
           PERFORM 3080-CHECK-STORED-LENGTH
           IF NOT WS-STORED-LENGTH-OK
               PERFORM 3090-REFUSE-THE-REAPPLY
           ELSE
               PERFORM 3410-EDIT-THE-AMENDMENT
               IF WS-AMEND-REASON NOT = SPACES
                   MOVE 'HELD' TO WS-SUSP-DISPOSITION(WS-SUSP-IDX)
                   ADD 1 TO WS-COUNT-AMEND-REFUSED
                   DISPLAY 'SQLSREVW: AMEND REFUSED FOR KEY '
                       SQLS-REJECT-KEY ' FIELD ' WS-AMEND-FIELD-NAME
                       ' - ' WS-AMEND-REASON ', RECORD HELD'
               ELSE
                   MOVE SQLS-INPUT-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-NEW-FIELD-VALUE(1:WS-FIELD-LENGTH)
                       TO SQLS-INPUT-RECORD
                           (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                   PERFORM 3100-REDRIVE-INSERT
                   IF WS-REDRIVE-SQLCODE = SQL-RC-E803
                       MOVE 'STILL-DUP'
                           TO WS-SUSP-DISPOSITION(WS-SUSP-IDX)
                       ADD 1 TO WS-COUNT-STILL-DUP
                   ELSE
                       MOVE 'AMENDED'
                           TO WS-SUSP-DISPOSITION(WS-SUSP-IDX)
                       ADD 1 TO WS-COUNT-AMENDED
                       PERFORM 3200-WRITE-HISTORY-RECORD
                   END-IF
               END-IF
           END-IF.

      * Leaves WS-AMEND-REASON blank and the field's new contents in
      * WS-NEW-FIELD-VALUE when the amendment can be applied as keyed.
      * A numeric value must fit the field once its trailing blanks
      * are dropped and is zero-filled on the left; a character value
      * is blank-padded on the right.
       3410-EDIT-THE-AMENDMENT.
           MOVE SPACES TO WS-AMEND-REASON
           MOVE SPACES TO WS-NEW-FIELD-VALUE
           PERFORM 3420-FIND-THE-FIELD
           MOVE 100 TO WS-VALUE-LENGTH
           PERFORM UNTIL WS-VALUE-LENGTH = ZERO
                   OR WS-AMEND-VALUE(WS-VALUE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LENGTH
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-FIELD-WAS-FOUND
                   MOVE 'FIELD NOT ON SQLSLAYOUT FOR THIS PROGRAM'
                       TO WS-AMEND-REASON
               WHEN WS-FIELD-OFFSET < 1
                       OR WS-FIELD-LENGTH < 1
                       OR WS-FIELD-OFFSET + WS-FIELD-LENGTH - 1 >
                           SQLS-INPUT-LENGTH
                   MOVE 'FIELD OUTSIDE THE STORED RECORD'
                       TO WS-AMEND-REASON
               WHEN WS-FIELD-TYPE NOT = 'X' AND WS-FIELD-TYPE NOT = '9'
                   MOVE 'PACKED/BINARY FIELD CANNOT BE AMENDED'
                       TO WS-AMEND-REASON
               WHEN WS-FIELD-LENGTH > 100
                   MOVE 'FIELD WIDER THAN THE 100-BYTE AMEND VALUE'
                       TO WS-AMEND-REASON
               WHEN WS-VALUE-LENGTH > WS-FIELD-LENGTH
                   MOVE 'VALUE LONGER THAN THE FIELD'
                       TO WS-AMEND-REASON
               WHEN WS-FIELD-TYPE = '9' AND WS-VALUE-LENGTH = ZERO
                   MOVE 'NO VALUE FOR A NUMERIC FIELD'
                       TO WS-AMEND-REASON
               WHEN WS-FIELD-TYPE = '9'
                   IF WS-AMEND-VALUE(1:WS-VALUE-LENGTH) IS NUMERIC
                       MOVE ALL '0'
                           TO WS-NEW-FIELD-VALUE(1:WS-FIELD-LENGTH)
                       MOVE WS-AMEND-VALUE(1:WS-VALUE-LENGTH)
                           TO WS-NEW-FIELD-VALUE
                               (WS-FIELD-LENGTH - WS-VALUE-LENGTH + 1:
                                WS-VALUE-LENGTH)
                   ELSE
                       MOVE 'VALUE NOT NUMERIC FOR A NUMERIC FIELD'
                           TO WS-AMEND-REASON
                   END-IF
               WHEN OTHER
                   MOVE WS-AMEND-VALUE TO WS-NEW-FIELD-VALUE
           END-EVALUATE.

      * A layout keyed to the record's own job wins over one keyed
      * '*' for the program under any job.
       3420-FIND-THE-FIELD.
           MOVE 'N' TO WS-FIELD-FOUND
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAYOUT-TABLE-COUNT
                       OR WS-FIELD-WAS-FOUND
               IF WS-LAY-JOB-NAME(WS-LAY-IDX) = SQLS-JOB-NAME
                       AND WS-LAY-PROGRAM-NAME(WS-LAY-IDX) =
                           SQLS-PROGRAM-NAME
                       AND WS-LAY-FIELD-NAME(WS-LAY-IDX) =
                           WS-AMEND-FIELD-NAME
                   PERFORM 3430-TAKE-THE-FIELD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAYOUT-TABLE-COUNT
                       OR WS-FIELD-WAS-FOUND
               IF WS-LAY-JOB-NAME(WS-LAY-IDX) = '*'
                       AND WS-LAY-PROGRAM-NAME(WS-LAY-IDX) =
                           SQLS-PROGRAM-NAME
                       AND WS-LAY-FIELD-NAME(WS-LAY-IDX) =
                           WS-AMEND-FIELD-NAME
                   PERFORM 3430-TAKE-THE-FIELD
               END-IF
           END-PERFORM.

       3430-TAKE-THE-FIELD.
           SET WS-FIELD-WAS-FOUND TO TRUE
           MOVE WS-LAY-OFFSET(WS-LAY-IDX) TO WS-FIELD-OFFSET
           MOVE WS-LAY-LENGTH(WS-LAY-IDX) TO WS-FIELD-LENGTH
           MOVE WS-LAY-TYPE(WS-LAY-IDX)   TO WS-FIELD-TYPE.

       3200-WRITE-HISTORY-RECORD.
           IF WS-HIST-FILE-STATUS NOT = '00'
               PERFORM 3210-OPEN-HISTORY-FILE
           MOVE WS-SUSP-DISPOSITION(WS-SUSP-IDX)
               TO SQLSH-DISPOSITION
           MOVE WS-REVIEW-TIMESTAMP     TO SQLSH-REVIEW-TIMESTAMP
           MOVE SPACES                  TO SQLSH-AMEND-FIELD-NAME
           MOVE SPACES                  TO SQLSH-AMENDED-RECORD
           IF SQLSH-DISP-AMENDED
               MOVE WS-BEFORE-IMAGE     TO SQLSH-INPUT-RECORD
               MOVE SQLS-INPUT-RECORD   TO SQLSH-AMENDED-RECORD
               MOVE WS-AMEND-FIELD-NAME TO SQLSH-AMEND-FIELD-NAME
           END-IF
           WRITE SQLSH-HISTORY-RECORD
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'SQLSREVW: HISTORY WRITE FAILED, STATUS '
           MOVE SQLS-PROGRAM-NAME      TO DL-PROGRAM
           MOVE SQLS-REJECT-KEY        TO DL-REJECT-KEY
           MOVE WS-SUSP-DISPOSITION(WS-SUSP-IDX) TO DL-DISPOSITION
           IF WS-DISP-WAS-FOUND AND WS-DISP-MATCHED = 'AMEND'
               MOVE WS-AMEND-FIELD-NAME TO DL-AMEND-FIELD
           END-IF
           MOVE WS-DETAIL-LINE TO REVRPT-LINE
           WRITE REVRPT-LINE
           IF WS-DISP-WAS-FOUND AND WS-DISP-MATCHED = 'AMEND'
                   AND WS-AMEND-REASON = SPACES
                   AND WS-STORED-LENGTH-OK
               PERFORM 3310-WRITE-AMEND-LINES
           END-IF.

       3310-WRITE-AMEND-LINES.
           MOVE SPACES TO AL-VALUE
           MOVE 'BEFORE' TO AL-LABEL
           MOVE WS-BEFORE-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO AL-VALUE
           MOVE WS-AMEND-LINE TO REVRPT-LINE
           WRITE REVRPT-LINE
           MOVE SPACES TO AL-VALUE
           MOVE 'AFTER' TO AL-LABEL
           MOVE WS-NEW-FIELD-VALUE(1:WS-FIELD-LENGTH) TO AL-VALUE
           MOVE WS-AMEND-LINE TO REVRPT-LINE
           WRITE REVRPT-LINE.

      * Open items (STILL-DUP, HELD) are all that go back to the live
           MOVE 'REAPPLY-REFUSED' TO TL-LABEL
           MOVE WS-COUNT-REFUSED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REVRPT-LINE
           WRITE REVRPT-LINE
           MOVE 'AMENDED' TO TL-LABEL
           MOVE WS-COUNT-AMENDED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REVRPT-LINE
           WRITE REVRPT-LINE
           MOVE 'AMEND-REFUSED' TO TL-LABEL
           MOVE WS-COUNT-AMEND-REFUSED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REVRPT-LINE
           WRITE REVRPT-LINE.

       8000-CLOSE-FILES.
           IF WS-RULE-FILE-STATUS = '00' OR WS-RULE-FILE-STATUS = '10'
               CLOSE SQLSRULES-FILE
           END-IF
           IF WS-LAYOUT-FILE-STATUS = '00'
                   OR WS-LAYOUT-FILE-STATUS = '10'
               CLOSE SQLSLAYOUT-FILE
           END-IF
           IF WS-HIST-FILE-STATUS = '00'
               CLOSE SQLSUSPHIST-FILE
           END-IF
