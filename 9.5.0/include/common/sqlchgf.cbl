      *************************************************************************
      *
      * Source File Name: SQLCHGF
      *
      * Function: Include File defining:
      *             One record on the SQLCHGLOG change-event log - the
      *             one place that answers "what changed last night?"
      *             when -805, -818 or -904 volume jumps. Records come
      *             from two places:
      *               SQLREBND - an automatic REBIND issued after
      *                 SQL-RC-E818, type AUTOBIND, entered by
      *                 'SQLREBND', with the package and the SQLCODE
      *                 that triggered it.
      *               SQLCHGM - the operator entry path for everything
      *                 done outside the batch: a program deployment
      *                 (DEPLOY), a DBA rebind (REBIND) or any other
      *                 DBA work - RUNSTATS, REORG, a grant, a
      *                 bufferpool change (DBAWORK) - entered under the
      *                 operator's initials. SQLCE-JOB-NAME and
      *                 SQLCE-PROGRAM-NAME may be '*' when the change
      *                 reaches every job or every program.
      *             SQLCE-EVENT-TIMESTAMP is when the change took
      *             effect; SQLCE-ENTERED-TIMESTAMP is when it was put
      *             on the log, so a deployment keyed next morning
      *             still lands on the right night. The SQLCHGR report
      *             reads the log alongside the live SQLCLSLOG
      *             classification changes.
      *
      *************************************************************************
       01  SQLCE-CHANGE-RECORD.
           05  SQLCE-EVENT-TIMESTAMP      PIC X(26).
           05  SQLCE-EVENT-TYPE           PIC X(8).
               88  SQLCE-TYPE-AUTOBIND     VALUE 'AUTOBIND'.
               88  SQLCE-TYPE-REBIND       VALUE 'REBIND'.
               88  SQLCE-TYPE-DEPLOY       VALUE 'DEPLOY'.
               88  SQLCE-TYPE-DBAWORK      VALUE 'DBAWORK'.
           05  SQLCE-JOB-NAME             PIC X(8).
           05  SQLCE-PROGRAM-NAME         PIC X(8).
           05  SQLCE-PACKAGE-NAME         PIC X(8).
           05  SQLCE-TRIGGER-SQLCODE      PIC S9(9) COMP-5.
           05  SQLCE-ENTERED-BY           PIC X(8).
           05  SQLCE-ENTERED-TIMESTAMP    PIC X(26).
           05  SQLCE-DESCRIPTION          PIC X(60).
           05  FILLER                     PIC X(20).
