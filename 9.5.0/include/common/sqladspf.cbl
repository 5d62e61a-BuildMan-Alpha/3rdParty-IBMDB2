      *************************************************************************
      *
      * Source File Name: SQLADSPF
      *
      * Function: Include File defining:
      *             One record of the keyed SQLALRTDSP alert dispatch
      *             state file SQLADSP maintains - one per NEW or
      *             ESCALATE queue record, keyed by the alert's job,
      *             program and timestamp. Records which on-call group
      *             the routing rules paged, when, whether and by whom
      *             it was acknowledged, and how many times it had to
      *             be paged again. On a re-issue SQLADSP overwrites
      *             SQLDP-DISPATCH-TIMESTAMP with the re-page time, so
      *             once a dispatch has been re-paged its first page
      *             time is no longer on the record - only the alert
      *             timestamp is. SQLACKR reads the file back for the
      *             response-time report.
      *
      *************************************************************************
       01  SQLDP-DISPATCH-RECORD.
           05  SQLDP-DISPATCH-KEY.
               10  SQLDP-JOB-NAME         PIC X(8).
               10  SQLDP-PROGRAM-NAME     PIC X(8).
               10  SQLDP-ALERT-TIMESTAMP  PIC X(26).
           05  SQLDP-RC-CONDITION-NAME    PIC X(20).
           05  SQLDP-ONCALL-GROUP         PIC X(8).
           05  SQLDP-DISPATCH-TIMESTAMP   PIC X(26).
           05  SQLDP-ACK-FLAG             PIC X.
               88  SQLDP-AWAITING-ACK      VALUE 'N'.
               88  SQLDP-ACKNOWLEDGED      VALUE 'Y'.
           05  SQLDP-ACK-RESPONDER        PIC X(8).
           05  SQLDP-ACK-TIMESTAMP        PIC X(26).
           05  SQLDP-REISSUE-COUNT        PIC S9(4) COMP-5.
