      *************************************************************************
      *
      * Source File Name: SQLSIEMF
      *
      * Function: Include File defining:
      *             The outbound SQL-incident interface file SQLSIEMX
      *             writes each day for the service-management and
      *             SIEM feeds. Every record is one line of fixed-width
      *             fields separated by '|', the first field naming the
      *             record type, so the receiving side can either split
      *             on the delimiter or cut by column. Text fields are
      *             blank-padded, numbers zero-filled, SQLCODEs carry a
      *             leading separate sign ('-000000904'). Records are
      *             fixed 250 bytes, blank-padded after the last field.
      *               HDR - one per file, first: run sequence number,
      *                 process date and the SQLCALND range the run
      *                 reports, creation time, and ORIGINAL or REPEAT.
      *                 A REPEAT file carries the same sequence number
      *                 and starts from the same checkpoint as the
      *                 ORIGINAL it replaces - the receiver replaces
      *                 that sequence number's file, never appends it.
      *               AUD - one per new SQLAUDIT error record (negative
      *                 SQLCODE), with the decoded resource, SQLSTATE
      *                 and the SQLCLASS severity and action.
      *               ALR - one per new SQLALERTQ NEW, ESCALATE or
      *                 SUMMARY episode record.
      *               ACK - one per SQLALRTDSP dispatch newly
      *                 acknowledged: who, when, and after how many
      *                 re-pages.
      *               TRL - one per file, last: the record counts by
      *                 type, the physical record count including HDR
      *                 and TRL, and two hash totals - the sum of the
      *                 absolute SQLCODEs on AUD and ALR records, and
      *                 the sum of ALR occurrence counts plus ACK
      *                 re-issue counts.
      *             The security flag is Y on a -30081 whose SQLSTATE
      *             is one of the security-class states (authorization
      *             or DRDA security handshake failures), so the SIEM
      *             can route those apart from ordinary outages.
      *
      *************************************************************************
       01  SQLSX-HEADER-RECORD.
           05  SQLSX-HDR-TYPE             PIC X(3) VALUE 'HDR'.
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-HDR-INTERFACE        PIC X(8) VALUE 'SQLINCID'.
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-HDR-RUN-SEQ          PIC 9(9).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-HDR-PROCESS-DATE     PIC 9(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-HDR-FROM-DATE        PIC 9(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-HDR-TO-DATE          PIC 9(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-HDR-CREATED-TS       PIC X(26).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-HDR-RUN-TYPE         PIC X(8).
               88  SQLSX-HDR-ORIGINAL      VALUE 'ORIGINAL'.
               88  SQLSX-HDR-REPEAT        VALUE 'REPEAT'.
       01  SQLSX-AUDIT-DETAIL.
           05  SQLSX-AUD-TYPE             PIC X(3) VALUE 'AUD'.
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-JOB-NAME         PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-PROGRAM-NAME     PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-PARAGRAPH-NAME   PIC X(30).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-TIMESTAMP        PIC X(26).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-SEQNO            PIC 9(9).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-SQLCODE          PIC S9(9)
                                           SIGN LEADING SEPARATE.
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-SQLSTATE         PIC X(5).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-CONDITION-NAME   PIC X(20).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-SEVERITY         PIC X(7).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-ACTION-CODE      PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-RESOURCE-NAME    PIC X(40).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-RESOURCE-TYPE    PIC X(10).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-REASON-CODE      PIC X(10).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-AUD-SECURITY-FLAG    PIC X.
       01  SQLSX-ALERT-DETAIL.
           05  SQLSX-ALR-TYPE             PIC X(3) VALUE 'ALR'.
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-JOB-NAME         PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-STEP-NAME        PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-PROGRAM-NAME     PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-TIMESTAMP        PIC X(26).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-KIND             PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-CONDITION-NAME   PIC X(20).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-SQLCODE          PIC S9(9)
                                           SIGN LEADING SEPARATE.
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-SQLSTATE         PIC X(5).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-OCCURRENCES      PIC 9(9).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-FIRST-SEEN-TS    PIC X(26).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-LAST-SEEN-TS     PIC X(26).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-RESOURCE-NAME    PIC X(40).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-RESOURCE-TYPE    PIC X(10).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-REASON-CODE      PIC X(10).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ALR-SECURITY-FLAG    PIC X.
       01  SQLSX-ACK-DETAIL.
           05  SQLSX-ACK-TYPE             PIC X(3) VALUE 'ACK'.
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-JOB-NAME         PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-PROGRAM-NAME     PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-ALERT-TS         PIC X(26).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-CONDITION-NAME   PIC X(20).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-ONCALL-GROUP     PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-DISPATCH-TS      PIC X(26).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-RESPONDER        PIC X(8).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-ACK-TS           PIC X(26).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-REISSUES         PIC 9(4).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-ACK-SECURITY-FLAG    PIC X.
       01  SQLSX-TRAILER-RECORD.
           05  SQLSX-TRL-TYPE             PIC X(3) VALUE 'TRL'.
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-TRL-RUN-SEQ          PIC 9(9).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-TRL-AUD-COUNT        PIC 9(9).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-TRL-ALR-COUNT        PIC 9(9).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-TRL-ACK-COUNT        PIC 9(9).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-TRL-RECORD-COUNT     PIC 9(9).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-TRL-SQLCODE-HASH     PIC 9(15).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-TRL-COUNT-HASH       PIC 9(15).
           05  FILLER                     PIC X VALUE '|'.
           05  SQLSX-TRL-SECURITY-COUNT   PIC 9(9).
