      *************************************************************************
      *
      * Source File Name: SQLCLSLF
      *
      * Function: Include File defining:
      *             One record on the SQLCLSLOG classification change
      *             log - one per SQLCLSTBL change, appended by the
      *             SQLCLSM maintenance transaction (the function it
      *             applied, or 'STG-' plus the function for a staged
      *             change) and by SQLCLSPR when it promotes a staged
      *             entry ('PROMOTE'). The severity, action and
      *             description are the entry as it stood after the
      *             change. SQLCHGR reads the log back alongside the
      *             SQLCHGLOG change events.
      *
      *************************************************************************
       01  CLSLOG-RECORD.
           05  CLSLOG-TIMESTAMP           PIC X(26).
           05  CLSLOG-ACTION              PIC X(8).
           05  CLSLOG-CLASS-KEY           PIC X(11).
           05  CLSLOG-SEVERITY            PIC X(7).
           05  CLSLOG-ACTION-CODE         PIC X(8).
           05  CLSLOG-DESCRIPTION         PIC X(60).
