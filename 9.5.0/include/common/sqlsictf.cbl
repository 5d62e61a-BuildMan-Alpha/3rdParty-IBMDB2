      *************************************************************************
      *
      * Source File Name: SQLSICTF
      *
      * Function: Include File defining:
      *             One record of SQLSIEMCTL, the checkpoint SQLSIEMX
      *             rewrites at the end of every successful run so the
      *             next one sends exactly what is new.
      *               RUN  - one record: the last run's sequence number
      *                 and the process date and SQLCALND range it
      *                 reported.
      *               MARK - one per source and group (SQLAUDIT by job,
      *                 SQLALERTQ by job/step, SQLALRTDSP
      *                 acknowledgments by job/program): the newest
      *                 record timestamp sent and how many records
      *                 carried exactly that timestamp, so records
      *                 sharing a timestamp are neither resent nor
      *                 skipped. The PRIOR mark is where the last run
      *                 started - a repeated run for the same process
      *                 date starts there again and reproduces its file
      *                 under the same sequence number.
      *
      *************************************************************************
       01  SQLSI-CONTROL-RECORD.
           05  SQLSI-RECORD-TYPE          PIC X(4).
               88  SQLSI-RUN-RECORD        VALUE 'RUN'.
               88  SQLSI-MARK-RECORD       VALUE 'MARK'.
           05  SQLSI-RUN-SEQ              PIC 9(9).
           05  SQLSI-PROCESS-DATE         PIC 9(8).
           05  SQLSI-FROM-DATE            PIC 9(8).
           05  SQLSI-TO-DATE              PIC 9(8).
           05  SQLSI-SOURCE               PIC X(3).
           05  SQLSI-GROUP-KEY            PIC X(16).
           05  SQLSI-MARK-TIMESTAMP       PIC X(26).
           05  SQLSI-MARK-COUNT           PIC S9(9) COMP-5.
           05  SQLSI-PRIOR-TIMESTAMP      PIC X(26).
           05  SQLSI-PRIOR-COUNT          PIC S9(9) COMP-5.
           05  FILLER                     PIC X(20).
