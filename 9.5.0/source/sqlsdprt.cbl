      *************************************************************************
      *
      * Program: SQLSDPRT
      *
      * Function: Field-by-field print of the live suspense file. The
      *           SQLSREVW report names each rejected record by its
      *           key only, and the record itself is up to 4000 raw
      *           bytes nobody can read by eye - so a reject that only
      *           needed one mis-keyed field corrected was discarded
      *           and re-keyed by the business instead. This print
      *           lays every SQLSUSPENSE record out against the
      *           SQLSLAYOUT record-layout dictionary (COPY sqlslayf)
      *           for its job/program: one line per field with its
      *           name, offset, length, type and contents, so the
      *           reviewer can see which field is wrong and key an
      *           AMEND ruling on SQLSDISP naming it.
      *
      *           Character and zoned fields print as text, packed and
      *           binary fields in hex; a field wider than one line
      *           continues on the lines below it. A field lying past
      *           the record's stored length is flagged rather than
      *           printed from bytes the record never had. A record
      *           whose program has no layout on file prints raw, in
      *           numbered 64-byte slices, and is counted so the
      *           missing layouts get keyed.
      *
      *           Run on demand before the morning review. Reads
      *           SQLSUSPENSE, SQLSLAYOUT; writes SQLSDPRPT; no
      *           parameters.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLSDPRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLSUSPENSE-FILE ASSIGN TO 'SQLSUSPENSE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT SQLSLAYOUT-FILE ASSIGN TO 'SQLSLAYOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-FILE-STATUS.
           SELECT SQLSDPRPT-FILE ASSIGN TO 'SQLSDPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLSUSPENSE-FILE.
           COPY sqlsusf.
       FD  SQLSLAYOUT-FILE.
           COPY sqlslayf.
       FD  SQLSDPRPT-FILE.
       01  SDPRPT-LINE                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SUSP-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-LAYOUT-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-RPT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-SUSP-EOF                   PIC X VALUE 'N'.
           88  WS-NO-MORE-SUSP            VALUE 'Y'.
       01  WS-LAYOUT-EOF                 PIC X VALUE 'N'.
           88  WS-NO-MORE-LAYOUTS         VALUE 'Y'.
      * Same capacity as SQLSREVW's layout table, so a field the print
      * shows is always one an AMEND can name.
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
       01  WS-LAYOUT-TRUNCATED           PIC X VALUE 'N'.
           88  WS-LAYOUT-WAS-TRUNCATED    VALUE 'Y'.
      * The job the record's layout is keyed under - its own job, or
      * '*' - and spaces when its program has no layout at all.
       01  WS-LAYOUT-JOB                 PIC X(8).
       01  WS-PRINT-LIMIT                PIC S9(4) COMP-5.
       01  WS-FIELD-END                  PIC S9(4) COMP-5.
       01  WS-CHUNK-START                PIC S9(4) COMP-5.
       01  WS-CHUNK-LENGTH               PIC S9(4) COMP-5.
       01  WS-CHUNK-SIZE                 PIC S9(4) COMP-5.
       01  WS-FIRST-LINE-FLAG            PIC X VALUE 'Y'.
           88  WS-FIRST-LINE-OF-FIELD     VALUE 'Y'.
       01  WS-BYTE-IDX                   PIC S9(4) COMP-5.
       01  WS-BYTE-VALUE                 PIC S9(4) COMP-5.
       01  WS-HEX-HIGH                   PIC S9(4) COMP-5.
       01  WS-HEX-LOW                    PIC S9(4) COMP-5.
       01  WS-HEX-DIGITS                 PIC X(16)
                                          VALUE '0123456789ABCDEF'.
       01  WS-RECORDS-PRINTED            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-RECORDS-RAW                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-FIELDS-PRINTED             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-FIELDS-BEYOND              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                     PIC X(50) VALUE
                   'SQLSDPRT - SUSPENSE RECORDS FIELD BY FIELD'.
       01  WS-TRUNCATED-LINE.
           05  FILLER                     PIC X(60) VALUE
                   '*** SQLSLAYOUT EXCEEDED 1000 FIELDS - LATER FIELDS'.
           05  FILLER                     PIC X(20) VALUE
                   ' NOT SHOWN ***'.
       01  WS-RECORD-LINE-1.
           05  FILLER                     PIC X(5)  VALUE 'JOB '.
           05  RL-JOB-NAME                PIC X(10).
           05  FILLER                     PIC X(9)  VALUE 'PROGRAM '.
           05  RL-PROGRAM                 PIC X(10).
           05  FILLER                     PIC X(10) VALUE 'CAPTURED '.
           05  RL-TIMESTAMP               PIC X(28).
           05  FILLER                     PIC X(9)  VALUE 'SQLCODE '.
           05  RL-SQLCODE                 PIC -(9)9.
           05  FILLER                     PIC X(10) VALUE '   LENGTH '.
           05  RL-LENGTH                  PIC -(4)9.
       01  WS-RECORD-LINE-2.
           05  FILLER                     PIC X(11) VALUE 'REJECT KEY '.
           05  RL-REJECT-KEY              PIC X(42).
           05  RL-NOTE                    PIC X(60).
       01  WS-COLUMN-HEADER.
           05  FILLER                     PIC X(32) VALUE 'FIELD'.
           05  FILLER                     PIC X(8)  VALUE 'OFFSET'.
           05  FILLER                     PIC X(8)  VALUE 'LENGTH'.
           05  FILLER                     PIC X(6)  VALUE 'TYPE'.
           05  FILLER                     PIC X(64) VALUE 'CONTENTS'.
       01  WS-DETAIL-LINE.
           05  DL-FIELD-NAME              PIC X(32).
           05  DL-OFFSET                  PIC ZZZ9.
           05  FILLER                     PIC X(4).
           05  DL-LENGTH                  PIC ZZZ9.
           05  FILLER                     PIC X(4).
           05  DL-TYPE                    PIC X(6).
           05  DL-VALUE                   PIC X(64).
       01  WS-TOTAL-LINE.
           05  TL-LABEL                   PIC X(28).
           05  TL-COUNT                   PIC ZZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-LAYOUT UNTIL WS-NO-MORE-LAYOUTS
           PERFORM 3000-PRINT-ONE-RECORD UNTIL WS-NO-MORE-SUSP
           PERFORM 7000-WRITE-TOTALS
           PERFORM 8000-CLOSE-FILES
           GOBACK.

      * An empty or absent suspense file is an empty print. An absent
      * dictionary prints every record raw.
       1000-INITIALIZE.
           OPEN INPUT SQLSUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-SUSP TO TRUE
           END-IF
           OPEN INPUT SQLSLAYOUT-FILE
           IF WS-LAYOUT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-LAYOUTS TO TRUE
           END-IF
           OPEN OUTPUT SQLSDPRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLSDPRT: UNABLE TO OPEN SQLSDPRPT, STATUS '
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HEADING-1 TO SDPRPT-LINE
           WRITE SDPRPT-LINE.

       2000-LOAD-ONE-LAYOUT.
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
                       IF NOT WS-LAYOUT-WAS-TRUNCATED
                           DISPLAY 'SQLSDPRT: LAYOUT TABLE FULL - '
                               'FIELDS PAST 1000 NOT SHOWN'
                           SET WS-LAYOUT-WAS-TRUNCATED TO TRUE
                           MOVE WS-TRUNCATED-LINE TO SDPRPT-LINE
                           WRITE SDPRPT-LINE
                       END-IF
                   END-IF
           END-READ.

      * A stored length outside 1 through 4000 is a legacy or careless
      * capture (see SQLSUSF); the whole input area is printed and
      * the record flagged, since nothing says where it really ends.
       3000-PRINT-ONE-RECORD.
           READ SQLSUSPENSE-FILE
               AT END
                   SET WS-NO-MORE-SUSP TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-PRINTED
                   MOVE SPACES TO RL-NOTE
                   IF SQLS-INPUT-LENGTH >= 1
                           AND SQLS-INPUT-LENGTH <= 4000
                       MOVE SQLS-INPUT-LENGTH TO WS-PRINT-LIMIT
                   ELSE
                       MOVE 4000 TO WS-PRINT-LIMIT
                       MOVE 'STORED LENGTH SUSPECT - WHOLE AREA SHOWN'
                           TO RL-NOTE
                   END-IF
                   PERFORM 3050-WRITE-RECORD-HEADING
                   PERFORM 3100-SELECT-THE-LAYOUT
                   IF WS-LAYOUT-JOB = SPACES
                       PERFORM 3300-PRINT-RAW-RECORD
                   ELSE
                       PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                               UNTIL WS-LAY-IDX > WS-LAYOUT-TABLE-COUNT
                           IF WS-LAY-JOB-NAME(WS-LAY-IDX) =
                                   WS-LAYOUT-JOB
                               AND WS-LAY-PROGRAM-NAME(WS-LAY-IDX) =
                                   SQLS-PROGRAM-NAME
                               PERFORM 3200-PRINT-ONE-FIELD
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       3050-WRITE-RECORD-HEADING.
           MOVE SPACES TO SDPRPT-LINE
           WRITE SDPRPT-LINE
           MOVE SQLS-JOB-NAME           TO RL-JOB-NAME
           MOVE SQLS-PROGRAM-NAME       TO RL-PROGRAM
           MOVE SQLS-SUSPENSE-TIMESTAMP TO RL-TIMESTAMP
           MOVE SQLS-SQLCODE            TO RL-SQLCODE
           MOVE SQLS-INPUT-LENGTH       TO RL-LENGTH
           MOVE WS-RECORD-LINE-1 TO SDPRPT-LINE
           WRITE SDPRPT-LINE
           MOVE SQLS-REJECT-KEY         TO RL-REJECT-KEY
           MOVE WS-RECORD-LINE-2 TO SDPRPT-LINE
           WRITE SDPRPT-LINE
           MOVE WS-COLUMN-HEADER TO SDPRPT-LINE
           WRITE SDPRPT-LINE.

      * The same choice SQLSREVW makes for an AMEND: the layout keyed
      * to the record's own job, else the program's '*' layout.
       3100-SELECT-THE-LAYOUT.
           MOVE SPACES TO WS-LAYOUT-JOB
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAYOUT-TABLE-COUNT
               IF WS-LAY-PROGRAM-NAME(WS-LAY-IDX) = SQLS-PROGRAM-NAME
                   IF WS-LAY-JOB-NAME(WS-LAY-IDX) = SQLS-JOB-NAME
                       MOVE SQLS-JOB-NAME TO WS-LAYOUT-JOB
                   END-IF
                   IF WS-LAY-JOB-NAME(WS-LAY-IDX) = '*'
                           AND WS-LAYOUT-JOB = SPACES
                       MOVE '*' TO WS-LAYOUT-JOB
                   END-IF
               END-IF
           END-PERFORM.

      * Text fields run 64 bytes to a line, hex fields 32 (two digits
      * a byte); continuation lines leave the field columns blank.
       3200-PRINT-ONE-FIELD.
           ADD 1 TO WS-FIELDS-PRINTED
           INITIALIZE WS-DETAIL-LINE
           MOVE WS-LAY-FIELD-NAME(WS-LAY-IDX) TO DL-FIELD-NAME
           MOVE WS-LAY-OFFSET(WS-LAY-IDX)     TO DL-OFFSET
           MOVE WS-LAY-LENGTH(WS-LAY-IDX)     TO DL-LENGTH
           MOVE WS-LAY-TYPE(WS-LAY-IDX)       TO DL-TYPE
           COMPUTE WS-FIELD-END = WS-LAY-OFFSET(WS-LAY-IDX)
                   + WS-LAY-LENGTH(WS-LAY-IDX) - 1
           EVALUATE TRUE
               WHEN WS-LAY-OFFSET(WS-LAY-IDX) < 1
                       OR WS-LAY-LENGTH(WS-LAY-IDX) < 1
                       OR WS-FIELD-END > 4000
                   MOVE '*** OFFSET/LENGTH INVALID ON SQLSLAYOUT'
                       TO DL-VALUE
                   MOVE WS-DETAIL-LINE TO SDPRPT-LINE
                   WRITE SDPRPT-LINE
               WHEN WS-FIELD-END > WS-PRINT-LIMIT
                   ADD 1 TO WS-FIELDS-BEYOND
                   MOVE '*** BEYOND THE STORED RECORD LENGTH'
                       TO DL-VALUE
                   MOVE WS-DETAIL-LINE TO SDPRPT-LINE
                   WRITE SDPRPT-LINE
               WHEN OTHER
                   IF WS-LAY-TYPE(WS-LAY-IDX) = 'P'
                           OR WS-LAY-TYPE(WS-LAY-IDX) = 'B'
                       MOVE 32 TO WS-CHUNK-SIZE
                   ELSE
                       MOVE 64 TO WS-CHUNK-SIZE
                   END-IF
                   MOVE 'Y' TO WS-FIRST-LINE-FLAG
                   PERFORM VARYING WS-CHUNK-START
                           FROM WS-LAY-OFFSET(WS-LAY-IDX)
                           BY WS-CHUNK-SIZE
                           UNTIL WS-CHUNK-START > WS-FIELD-END
                       PERFORM 3250-PRINT-ONE-CHUNK
                   END-PERFORM
           END-EVALUATE.

       3250-PRINT-ONE-CHUNK.
           COMPUTE WS-CHUNK-LENGTH = WS-FIELD-END - WS-CHUNK-START + 1
           IF WS-CHUNK-LENGTH > WS-CHUNK-SIZE
               MOVE WS-CHUNK-SIZE TO WS-CHUNK-LENGTH
           END-IF
           IF NOT WS-FIRST-LINE-OF-FIELD
               INITIALIZE WS-DETAIL-LINE
           END-IF
           MOVE 'N' TO WS-FIRST-LINE-FLAG
           IF WS-CHUNK-SIZE = 32
               PERFORM 3260-FORMAT-HEX
           ELSE
               MOVE SQLS-INPUT-RECORD(WS-CHUNK-START:WS-CHUNK-LENGTH)
                   TO DL-VALUE
           END-IF
           MOVE WS-DETAIL-LINE TO SDPRPT-LINE
           WRITE SDPRPT-LINE.

       3260-FORMAT-HEX.
           MOVE SPACES TO DL-VALUE
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-CHUNK-LENGTH
               COMPUTE WS-BYTE-VALUE = FUNCTION ORD(SQLS-INPUT-RECORD
                   (WS-CHUNK-START + WS-BYTE-IDX - 1:1)) - 1
               DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HEX-HIGH
                   REMAINDER WS-HEX-LOW
               MOVE WS-HEX-DIGITS(WS-HEX-HIGH + 1:1)
                   TO DL-VALUE(WS-BYTE-IDX * 2 - 1:1)
               MOVE WS-HEX-DIGITS(WS-HEX-LOW + 1:1)
                   TO DL-VALUE(WS-BYTE-IDX * 2:1)
           END-PERFORM.

      * No layout for the program: numbered slices, so the reviewer
      * can still find a field by offset and key its layout.
       3300-PRINT-RAW-RECORD.
           ADD 1 TO WS-RECORDS-RAW
           MOVE 64 TO WS-CHUNK-SIZE
           MOVE WS-PRINT-LIMIT TO WS-FIELD-END
           PERFORM VARYING WS-CHUNK-START FROM 1 BY 64
                   UNTIL WS-CHUNK-START > WS-FIELD-END
               INITIALIZE WS-DETAIL-LINE
               MOVE '(NO LAYOUT ON SQLSLAYOUT)' TO DL-FIELD-NAME
               MOVE WS-CHUNK-START TO DL-OFFSET
               IF WS-FIELD-END - WS-CHUNK-START + 1 < 64
                   COMPUTE DL-LENGTH =
                       WS-FIELD-END - WS-CHUNK-START + 1
               ELSE
                   MOVE 64 TO DL-LENGTH
               END-IF
               MOVE 'Y' TO WS-FIRST-LINE-FLAG
               PERFORM 3250-PRINT-ONE-CHUNK
           END-PERFORM.

       7000-WRITE-TOTALS.
           MOVE SPACES TO SDPRPT-LINE
           WRITE SDPRPT-LINE
           MOVE 'SUSPENSE RECORDS PRINTED' TO TL-LABEL
           MOVE WS-RECORDS-PRINTED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SDPRPT-LINE
           WRITE SDPRPT-LINE
           MOVE 'PRINTED RAW - NO LAYOUT' TO TL-LABEL
           MOVE WS-RECORDS-RAW TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SDPRPT-LINE
           WRITE SDPRPT-LINE
           MOVE 'FIELDS PRINTED' TO TL-LABEL
           MOVE WS-FIELDS-PRINTED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SDPRPT-LINE
           WRITE SDPRPT-LINE
           MOVE 'FIELDS BEYOND STORED LENGTH' TO TL-LABEL
           MOVE WS-FIELDS-BEYOND TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SDPRPT-LINE
           WRITE SDPRPT-LINE.

       8000-CLOSE-FILES.
           IF WS-SUSP-FILE-STATUS = '00' OR WS-SUSP-FILE-STATUS = '10'
               CLOSE SQLSUSPENSE-FILE
           END-IF
           IF WS-LAYOUT-FILE-STATUS = '00'
                   OR WS-LAYOUT-FILE-STATUS = '10'
               CLOSE SQLSLAYOUT-FILE
           END-IF
           CLOSE SQLSDPRPT-FILE.
