      *************************************************************************
      *
      * Source File Name: SQLSBRKF
      *
      * Function: Include File defining:
      *             One record on the operator-maintained SQLSUSPBRK
      *             suspense circuit-breaker threshold file SQLSUSP
      *             reads - how many duplicate-key rejects a load may
      *             suspend before the input itself is presumed bad (a
      *             re-sent or doubled feeder file) and the load is
      *             stopped instead of quietly filling SQLSUSPENSE.
      *               SQLSB-JOB-NAME/-PROGRAM-NAME - the load; either
      *                 may be '*'. The first record matching both
      *                 wins, so specific entries go above catch-alls.
      *               SQLSB-MAX-SUSPENSE - rejects this run may reach;
      *                 one more trips the breaker. Zero: no count
      *                 limit.
      *               SQLSB-MAX-PERCENT - rejects as a percentage of
      *                 the input records the load reports read so
      *                 far; above it trips the breaker. Zero: no rate
      *                 limit.
      *               SQLSB-MIN-INPUT - the rate is not judged until
      *                 the load has read this many records, so one
      *                 early reject is not "100% bad". Zero takes
      *                 SQLSUSP's default.
      *             A load with no matching record runs unguarded, as
      *             every load did before the breaker. Only a load
      *             built with the current SQLSUSPENSE-PARMS (which
      *             reports its input count and commit point) may be
      *             put on this file.
      *
      *************************************************************************
       01  SQLSB-BREAKER-RECORD.
           05  SQLSB-JOB-NAME             PIC X(8).
           05  SQLSB-PROGRAM-NAME         PIC X(8).
           05  SQLSB-MAX-SUSPENSE         PIC 9(7).
           05  SQLSB-MAX-PERCENT          PIC 9(3)V9(2).
           05  SQLSB-MIN-INPUT            PIC 9(7).
           05  FILLER                     PIC X(45).
