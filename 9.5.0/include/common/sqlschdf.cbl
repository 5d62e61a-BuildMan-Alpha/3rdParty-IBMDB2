      *************************************************************************
      *
      * Source File Name: SQLSCHDF
      *
      * Function: Include File defining:
      *             One record on the operator-maintained SQLSCHED
      *             expected-schedule file - which jobs the nightly
      *             window owes on which weekdays, and by when each
      *             must have finished. SQLSCHDR holds the SQLRUNLOG
      *             run ledger up against it.
      *               SQLSC-RUN-DAY(1) through (7) - Monday through
      *                 Sunday; 'Y' means the job is due on a business
      *                 day falling on that weekday.
      *               SQLSC-DEADLINE-DAYS/-TIME - the job must have
      *                 reached end-of-job by HHMM on the calendar day
      *                 this many days after the business day, so an
      *                 overnight job owed by 06:00 the next morning
      *                 is keyed 1 and 0600.
      *
      *************************************************************************
       01  SQLSC-SCHEDULE-RECORD.
           05  SQLSC-JOB-NAME             PIC X(8).
           05  SQLSC-RUN-DAYS.
               10  SQLSC-RUN-DAY          PIC X OCCURS 7 TIMES.
                   88  SQLSC-DUE-THAT-DAY  VALUE 'Y'.
           05  SQLSC-DEADLINE-DAYS        PIC 9(1).
           05  SQLSC-DEADLINE-TIME        PIC 9(4).
           05  SQLSC-DESCRIPTION          PIC X(30).
           05  FILLER                     PIC X(30).
