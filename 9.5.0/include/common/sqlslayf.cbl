      *************************************************************************
      *
      * Source File Name: SQLSLAYF
      *
      * Function: Include File defining:
      *             One field of the suspense record-layout dictionary
      *             SQLSLAYOUT - the operator-maintained description of
      *             what each load program's input record holds, so
      *             the 4000 raw bytes of SQLS-INPUT-RECORD can be
      *             printed field by field (SQLSDPRT) and a single
      *             field corrected by an AMEND ruling (SQLSREVW).
      *             One record per field, in the order the fields are
      *             to print:
      *               SQLSL-JOB-NAME - the job the layout belongs to,
      *                 or '*' for the program under any job. A layout
      *                 keyed to the exact job wins over a '*' layout
      *                 for the same program.
      *               SQLSL-FIELD-OFFSET - first byte, counting from 1.
      *               SQLSL-FIELD-TYPE - X character, 9 unsigned zoned
      *                 numeric (both print as text and may be
      *                 amended), P packed or B binary (print in hex,
      *                 never amended - the disposition file can only
      *                 key characters).
      *
      *************************************************************************
       01  SQLSL-LAYOUT-RECORD.
           05  SQLSL-JOB-NAME             PIC X(8).
           05  SQLSL-PROGRAM-NAME         PIC X(8).
           05  SQLSL-FIELD-NAME           PIC X(30).
           05  SQLSL-FIELD-OFFSET         PIC 9(4).
           05  SQLSL-FIELD-LENGTH         PIC 9(4).
           05  SQLSL-FIELD-TYPE           PIC X.
               88  SQLSL-TYPE-CHARACTER    VALUE 'X'.
               88  SQLSL-TYPE-ZONED        VALUE '9'.
               88  SQLSL-TYPE-PACKED       VALUE 'P'.
               88  SQLSL-TYPE-BINARY       VALUE 'B'.
           05  FILLER                     PIC X(25).
