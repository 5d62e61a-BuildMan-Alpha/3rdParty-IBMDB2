      *************************************************************************
      *
      * Program: SQLSIEMX
      *
      * Function: Daily outbound SQL-incident interface for the
      *           service-management and SIEM feeds. Until now the
      *           security team scraped SQLAUDRPT by hand and the
      *           ticketing side saw nothing but pages. This step
      *           writes SQLSIEMOUT, one delimited fixed-layout file
      *           (COPY sqlsiemf documents every record) holding what
      *           is new since the last run:
      *             AUD - SQLAUDIT error records (negative SQLCODE)
      *               with the decoded resource, SQLSTATE, and the
      *               SQLCLASS severity and action for the pair.
      *             ALR - SQLALERTQ NEW, ESCALATE and SUMMARY
      *               episode records.
      *             ACK - SQLALRTDSP dispatches since acknowledged.
      *           framed by a header carrying the run sequence number
      *           and the SQLCALND range the run reports, and a
      *           trailer with record counts and hash totals for the
      *           receiver to balance against.
      *
      *           "New" is judged against the SQLSIEMCTL checkpoint
      *           (COPY sqlsictf), not against the date range - a
      *           record captured after yesterday's run is sent today
      *           whatever date it carries, so a late-merged spill or
      *           a holiday gap never drops anything. Each source is
      *           checkpointed by group (job for SQLAUDIT, job/step
      *           for SQLALERTQ, job/program for acknowledgments) as
      *           the newest timestamp sent plus how many records
      *           carried exactly that timestamp.
      *
      *           The checkpoint is only rewritten once the file is
      *           complete, so a run that fails part-way is simply run
      *           again. A run repeated for a process date already
      *           extracted - a rerun after the file was lost or the
      *           SQLDATEOVR override was used - keeps that run's
      *           sequence number, starts from that run's starting
      *           checkpoint, and is stamped REPEAT in the header: it
      *           is a full replacement for the earlier file, so the
      *           feed never sees a record twice under two numbers or
      *           a sequence gap.
      *
      *           A -30081 whose SQLSTATE is one of the security-class
      *           states below carries security flag Y so the SIEM can
      *           route it apart from ordinary connection outages.
      *
      *           Refuses to run while the SQLAUDWCTL batch window is
      *           OPEN. Run once a day after SQLAUDMG, before SQLARCHV.
      *           Reads SQLAUDIT, SQLALERTQ, SQLALRTDSP; writes
      *           SQLSIEMOUT and SQLSIEMCTL; no parameters.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLSIEMX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLAUDIT-FILE ASSIGN TO 'SQLAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SQLALERTQ-FILE ASSIGN TO 'SQLALERTQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT SQLALRTDSP-FILE ASSIGN TO 'SQLALRTDSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLDP-DISPATCH-KEY
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT SQLSIEMCTL-FILE ASSIGN TO 'SQLSIEMCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT SQLSIEMOUT-FILE ASSIGN TO 'SQLSIEMOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT SQLAUDWCTL-FILE ASSIGN TO 'SQLAUDWCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLAUDIT-FILE.
           COPY sqlaudf.
       FD  SQLALERTQ-FILE.
           COPY sqlalrtf.
       FD  SQLALRTDSP-FILE.
           COPY sqladspf.
       FD  SQLSIEMCTL-FILE.
           COPY sqlsictf.
      * Fixed 250-byte records, each layout blank-padded to width.
       FD  SQLSIEMOUT-FILE.
       01  SIEMOUT-LINE                  PIC X(250).
       FD  SQLAUDWCTL-FILE.
           COPY sqlwctlf.
       WORKING-STORAGE SECTION.
           COPY sqlcodes.
       COPY sqlcalp.
       COPY sqlclsp.
       COPY sqlsiemf.
       01  WS-AUDIT-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-ALERT-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-DISP-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-CTL-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-OUT-FILE-STATUS            PIC XX VALUE '00'.
       01  WS-WCTL-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-AUDIT-EOF                  PIC X VALUE 'N'.
           88  WS-NO-MORE-AUDIT           VALUE 'Y'.
       01  WS-ALERT-EOF                  PIC X VALUE 'N'.
           88  WS-NO-MORE-ALERTS          VALUE 'Y'.
       01  WS-DISP-EOF                   PIC X VALUE 'N'.
           88  WS-NO-MORE-DISPATCHES      VALUE 'Y'.
       01  WS-CTL-EOF                    PIC X VALUE 'N'.
           88  WS-NO-MORE-CONTROL         VALUE 'Y'.
       01  WS-REPEAT-FLAG                PIC X VALUE 'N'.
           88  WS-REPEAT-RUN              VALUE 'Y'.
       01  WS-LAST-RUN-SEQ               PIC 9(9) VALUE ZERO.
       01  WS-LAST-PROCESS-DATE          PIC 9(8) VALUE ZERO.
       01  WS-RUN-SEQ                    PIC 9(9) VALUE ZERO.
      * The record being judged against its group's checkpoint.
       01  WS-REC-SOURCE                 PIC X(3).
       01  WS-REC-GROUP                  PIC X(16).
       01  WS-REC-TIMESTAMP              PIC X(26).
       01  WS-REC-SQLCODE                PIC S9(9) COMP-5.
      * The security-class SQLSTATEs: the -30081 refinements that
      * mean a rejected identity or a failed DRDA security handshake
      * rather than a network outage. Ops adjusts the list here, same
      * as the retention thresholds in SQLARCHV.
       01  WS-REC-SQLSTATE               PIC X(5).
           88  WS-SECURITY-CLASS-STATE    VALUE '58017' '28000'
                                                '08004'.
       01  WS-SECURITY-FLAG              PIC X.
       01  WS-NEW-FLAG                   PIC X VALUE 'N'.
           88  WS-RECORD-IS-NEW           VALUE 'Y'.
       01  WS-FOUND-MARK                 PIC X VALUE 'N'.
           88  WS-MARK-FOUND              VALUE 'Y'.
      * One checkpoint per source and group ever extracted. There is
      * no safe way to drop one - a group left off the checkpoint
      * would be sent again in full - so a full table stops the run
      * before the checkpoint is touched.
       01  WS-MARK-TABLE-COUNT           PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-MARK-TABLE.
           05  WS-MARK-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-MK-IDX.
               10  WS-MK-SOURCE           PIC X(3).
               10  WS-MK-GROUP            PIC X(16).
               10  WS-MK-START-TS         PIC X(26).
               10  WS-MK-START-COUNT      PIC S9(9) COMP-5.
               10  WS-MK-SEEN-AT-START    PIC S9(9) COMP-5.
               10  WS-MK-END-TS           PIC X(26).
               10  WS-MK-END-COUNT        PIC S9(9) COMP-5.
       01  WS-SCAN-IDX                   PIC S9(4) COMP-5.
       01  WS-AUD-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ALR-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ACK-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-RECORD-COUNT               PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-SECURITY-COUNT             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-SQLCODE-HASH               PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-COUNT-HASH                 PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE                PIC 9(8).
           05  WS-CDT-TIME                PIC 9(6).
           05  WS-CDT-DECI                PIC 9(2).
           05  FILLER                     PIC X(9).
       01  WS-NOW-TIMESTAMP.
           05  WS-TS-YYYY                 PIC 9(4).
           05  FILLER                     PIC X VALUE '-'.
           05  WS-TS-MM                   PIC 9(2).
           05  FILLER                     PIC X VALUE '-'.
           05  WS-TS-DD                   PIC 9(2).
           05  FILLER                     PIC X VALUE '-'.
           05  WS-TS-HH                   PIC 9(2).
           05  FILLER                     PIC X VALUE '.'.
           05  WS-TS-MN                   PIC 9(2).
           05  FILLER                     PIC X VALUE '.'.
           05  WS-TS-SS                   PIC 9(2).
           05  FILLER                     PIC X VALUE '.'.
           05  WS-TS-DECI                 PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-ONE-AUDIT UNTIL WS-NO-MORE-AUDIT
           PERFORM 3000-EXTRACT-ONE-ALERT UNTIL WS-NO-MORE-ALERTS
           PERFORM 4000-EXTRACT-ONE-DISPATCH
               UNTIL WS-NO-MORE-DISPATCHES
           PERFORM 7000-WRITE-TRAILER
           PERFORM 8000-CLOSE-FILES
           PERFORM 7500-SAVE-THE-CHECKPOINT
           DISPLAY 'SQLSIEMX: RUN ' WS-RUN-SEQ ' ' SQLSX-HDR-RUN-TYPE
               ' - ' WS-AUD-COUNT ' AUD, ' WS-ALR-COUNT ' ALR, '
               WS-ACK-COUNT ' ACK RECORDS WRITTEN'
           GOBACK.

      * Absent sources are nothing new to send. The output file is
      * the one thing that must open - without it the run stops
      * before the checkpoint could move.
       1000-INITIALIZE.
           PERFORM 1050-CHECK-THE-WINDOW
           SET SQLCL-FN-GETRANGE TO TRUE
           CALL 'SQLCALND' USING SQLCALND-PARMS
           PERFORM 1100-LOAD-THE-CHECKPOINT
           PERFORM 1200-BUILD-NOW-TIMESTAMP
           OPEN INPUT SQLAUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-AUDIT TO TRUE
           END-IF
           OPEN INPUT SQLALERTQ-FILE
           IF WS-ALERT-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-ALERTS TO TRUE
           END-IF
           OPEN INPUT SQLALRTDSP-FILE
           IF WS-DISP-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-DISPATCHES TO TRUE
           END-IF
           OPEN OUTPUT SQLSIEMOUT-FILE
           IF WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLSIEMX: UNABLE TO OPEN SQLSIEMOUT, STATUS '
                   WS-OUT-FILE-STATUS ' - CHECKPOINT NOT MOVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-SEQ          TO SQLSX-HDR-RUN-SEQ
           MOVE SQLCL-PROCESS-DATE  TO SQLSX-HDR-PROCESS-DATE
           MOVE SQLCL-FROM-DATE     TO SQLSX-HDR-FROM-DATE
           MOVE SQLCL-TO-DATE       TO SQLSX-HDR-TO-DATE
           MOVE WS-NOW-TIMESTAMP    TO SQLSX-HDR-CREATED-TS
           IF WS-REPEAT-RUN
               SET SQLSX-HDR-REPEAT TO TRUE
           ELSE
               SET SQLSX-HDR-ORIGINAL TO TRUE
           END-IF
           MOVE SQLSX-HEADER-RECORD TO SIEMOUT-LINE
           PERFORM 6000-WRITE-THE-LINE.

      * A window still marked OPEN means spills not yet on the trail -
      * extracting now would move the checkpoint past records that
      * have not landed yet. An absent control file is read as merged.
       1050-CHECK-THE-WINDOW.
           OPEN INPUT SQLAUDWCTL-FILE
           IF WS-WCTL-FILE-STATUS = '00'
               READ SQLAUDWCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SQLWC-WINDOW-OPEN
                           DISPLAY 'SQLSIEMX: BATCH WINDOW STILL '
                               'OPEN ON SQLAUDWCTL - RUN SQLAUDMG '
                               'FIRST'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE SQLAUDWCTL-FILE
           END-IF.

      * No checkpoint is the first run: sequence 1, everything on the
      * sources is new. The same process date as the last run is a
      * repeat of it - same number, started again from where that
      * run started.
       1100-LOAD-THE-CHECKPOINT.
           OPEN INPUT SQLSIEMCTL-FILE
           IF WS-CTL-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-CONTROL TO TRUE
           END-IF
           PERFORM 1150-LOAD-ONE-CONTROL UNTIL WS-NO-MORE-CONTROL
           IF WS-CTL-FILE-STATUS = '00' OR WS-CTL-FILE-STATUS = '10'
               CLOSE SQLSIEMCTL-FILE
           END-IF
           IF WS-LAST-RUN-SEQ > ZERO
                   AND WS-LAST-PROCESS-DATE = SQLCL-PROCESS-DATE
               SET WS-REPEAT-RUN TO TRUE
               MOVE WS-LAST-RUN-SEQ TO WS-RUN-SEQ
           ELSE
               COMPUTE WS-RUN-SEQ = WS-LAST-RUN-SEQ + 1
           END-IF.

      * The start of each group is its current mark for a new run,
      * its prior mark for a repeat - so both are held until the RUN
      * record has said which this is. The RUN record is written
      * first, so it is known before any MARK record arrives.
       1150-LOAD-ONE-CONTROL.
           READ SQLSIEMCTL-FILE
               AT END
                   SET WS-NO-MORE-CONTROL TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SQLSI-RUN-RECORD
                           MOVE SQLSI-RUN-SEQ TO WS-LAST-RUN-SEQ
                           MOVE SQLSI-PROCESS-DATE
                               TO WS-LAST-PROCESS-DATE
                       WHEN SQLSI-MARK-RECORD
                           PERFORM 1160-LOAD-ONE-MARK
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1160-LOAD-ONE-MARK.
           IF WS-MARK-TABLE-COUNT NOT < 3000
               DISPLAY 'SQLSIEMX: SQLSIEMCTL HOLDS MORE THAN 3000 '
                   'CHECKPOINTS - ENLARGE WS-MARK-TABLE, NOTHING '
                   'EXTRACTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MARK-TABLE-COUNT
           SET WS-MK-IDX TO WS-MARK-TABLE-COUNT
           MOVE SQLSI-SOURCE    TO WS-MK-SOURCE(WS-MK-IDX)
           MOVE SQLSI-GROUP-KEY TO WS-MK-GROUP(WS-MK-IDX)
           IF WS-LAST-PROCESS-DATE = SQLCL-PROCESS-DATE
               MOVE SQLSI-PRIOR-TIMESTAMP
                   TO WS-MK-START-TS(WS-MK-IDX)
               MOVE SQLSI-PRIOR-COUNT
                   TO WS-MK-START-COUNT(WS-MK-IDX)
           ELSE
               MOVE SQLSI-MARK-TIMESTAMP
                   TO WS-MK-START-TS(WS-MK-IDX)
               MOVE SQLSI-MARK-COUNT
                   TO WS-MK-START-COUNT(WS-MK-IDX)
           END-IF
           MOVE ZERO TO WS-MK-SEEN-AT-START(WS-MK-IDX)
           MOVE WS-MK-START-TS(WS-MK-IDX) TO WS-MK-END-TS(WS-MK-IDX)
           MOVE WS-MK-START-COUNT(WS-MK-IDX)
               TO WS-MK-END-COUNT(WS-MK-IDX).

       1200-BUILD-NOW-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE(1:4) TO WS-TS-YYYY
           MOVE WS-CDT-DATE(5:2) TO WS-TS-MM
           MOVE WS-CDT-DATE(7:2) TO WS-TS-DD
           MOVE WS-CDT-TIME(1:2) TO WS-TS-HH
           MOVE WS-CDT-TIME(3:2) TO WS-TS-MN
           MOVE WS-CDT-TIME(5:2) TO WS-TS-SS
           MOVE WS-CDT-DECI      TO WS-TS-DECI.

      * Only errors go out; warnings and +100s are not incidents. The
      * severity and action are SQLCLASS's ruling for the SQLCODE and
      * SQLSTATE together, as the capturing program would have had it.
       2000-EXTRACT-ONE-AUDIT.
           READ SQLAUDIT-FILE
               AT END
                   SET WS-NO-MORE-AUDIT TO TRUE
               NOT AT END
                   IF SQLA-SQLCODE < ZERO
                       MOVE 'AUD'                TO WS-REC-SOURCE
                       MOVE SQLA-JOB-NAME        TO WS-REC-GROUP
                       MOVE SQLA-AUDIT-TIMESTAMP TO WS-REC-TIMESTAMP
                       PERFORM 5000-CHECK-THE-MARK
                       IF WS-RECORD-IS-NEW
                           PERFORM 2100-WRITE-AUDIT-DETAIL
                       END-IF
                   END-IF
           END-READ.

       2100-WRITE-AUDIT-DETAIL.
           MOVE SQLA-SQLCODE  TO SQLCP-SQLCODE
           MOVE SQLA-SQLSTATE TO SQLCP-SQLSTATE
           SET SQLCP-FN-LOOKUP TO TRUE
           CALL 'SQLCLASS' USING SQLCLASS-PARMS
           MOVE SQLA-SQLCODE  TO WS-REC-SQLCODE
           MOVE SQLA-SQLSTATE TO WS-REC-SQLSTATE
           PERFORM 5500-CHECK-SECURITY-CLASS
           MOVE SQLA-JOB-NAME          TO SQLSX-AUD-JOB-NAME
           MOVE SQLA-PROGRAM-NAME      TO SQLSX-AUD-PROGRAM-NAME
           MOVE SQLA-PARAGRAPH-NAME    TO SQLSX-AUD-PARAGRAPH-NAME
           MOVE SQLA-AUDIT-TIMESTAMP   TO SQLSX-AUD-TIMESTAMP
           MOVE SQLA-AUDIT-SEQNO       TO SQLSX-AUD-SEQNO
           MOVE SQLA-SQLCODE           TO SQLSX-AUD-SQLCODE
           MOVE SQLA-SQLSTATE          TO SQLSX-AUD-SQLSTATE
           MOVE SQLA-RC-CONDITION-NAME TO SQLSX-AUD-CONDITION-NAME
           MOVE SQLCP-SEVERITY         TO SQLSX-AUD-SEVERITY
           MOVE SQLCP-ACTION-CODE      TO SQLSX-AUD-ACTION-CODE
           MOVE SQLA-RESOURCE-NAME     TO SQLSX-AUD-RESOURCE-NAME
           MOVE SQLA-RESOURCE-TYPE     TO SQLSX-AUD-RESOURCE-TYPE
           MOVE SQLA-REASON-CODE       TO SQLSX-AUD-REASON-CODE
           MOVE WS-SECURITY-FLAG       TO SQLSX-AUD-SECURITY-FLAG
           MOVE SQLSX-AUDIT-DETAIL TO SIEMOUT-LINE
           PERFORM 6000-WRITE-THE-LINE
           ADD 1 TO WS-AUD-COUNT
           SUBTRACT SQLA-SQLCODE FROM WS-SQLCODE-HASH.

      * The queue has no SQLSTATE field; a caller that paged under a
      * SQLSTATE condition name ('SQL-ST-58017') carries it there.
       3000-EXTRACT-ONE-ALERT.
           READ SQLALERTQ-FILE
               AT END
                   SET WS-NO-MORE-ALERTS TO TRUE
               NOT AT END
                   IF SQLAL-KIND-NEW OR SQLAL-KIND-ESCALATE
                           OR SQLAL-KIND-SUMMARY
                       MOVE 'ALR'                 TO WS-REC-SOURCE
                       MOVE SQLAL-ALERT-KEY       TO WS-REC-GROUP
                       MOVE SQLAL-ALERT-TIMESTAMP TO WS-REC-TIMESTAMP
                       PERFORM 5000-CHECK-THE-MARK
                       IF WS-RECORD-IS-NEW
                           PERFORM 3100-WRITE-ALERT-DETAIL
                       END-IF
                   END-IF
           END-READ.

       3100-WRITE-ALERT-DETAIL.
           MOVE SQLAL-SQLCODE TO WS-REC-SQLCODE
           MOVE SPACES TO WS-REC-SQLSTATE
           IF SQLAL-RC-CONDITION-NAME(1:7) = 'SQL-ST-'
               MOVE SQLAL-RC-CONDITION-NAME(8:5) TO WS-REC-SQLSTATE
           END-IF
           PERFORM 5500-CHECK-SECURITY-CLASS
           MOVE SQLAL-JOB-NAME          TO SQLSX-ALR-JOB-NAME
           MOVE SQLAL-STEP-NAME         TO SQLSX-ALR-STEP-NAME
           MOVE SQLAL-PROGRAM-NAME      TO SQLSX-ALR-PROGRAM-NAME
           MOVE SQLAL-ALERT-TIMESTAMP   TO SQLSX-ALR-TIMESTAMP
           MOVE SQLAL-ALERT-KIND        TO SQLSX-ALR-KIND
           MOVE SQLAL-RC-CONDITION-NAME TO SQLSX-ALR-CONDITION-NAME
           MOVE SQLAL-SQLCODE           TO SQLSX-ALR-SQLCODE
           MOVE WS-REC-SQLSTATE         TO SQLSX-ALR-SQLSTATE
           MOVE SQLAL-OCCURRENCE-COUNT  TO SQLSX-ALR-OCCURRENCES
           MOVE SQLAL-FIRST-SEEN-TS     TO SQLSX-ALR-FIRST-SEEN-TS
           MOVE SQLAL-LAST-SEEN-TS      TO SQLSX-ALR-LAST-SEEN-TS
           MOVE SQLAL-RESOURCE-NAME     TO SQLSX-ALR-RESOURCE-NAME
           MOVE SQLAL-RESOURCE-TYPE     TO SQLSX-ALR-RESOURCE-TYPE
           MOVE SQLAL-REASON-CODE       TO SQLSX-ALR-REASON-CODE
           MOVE WS-SECURITY-FLAG        TO SQLSX-ALR-SECURITY-FLAG
           MOVE SQLSX-ALERT-DETAIL TO SIEMOUT-LINE
           PERFORM 6000-WRITE-THE-LINE
           ADD 1 TO WS-ALR-COUNT
           SUBTRACT SQLAL-SQLCODE FROM WS-SQLCODE-HASH
           ADD SQLAL-OCCURRENCE-COUNT TO WS-COUNT-HASH.

      * A dispatch is an incident once it is acknowledged; the
      * acknowledgment time is what it is checkpointed on, so a
      * dispatch paged yesterday and answered today goes out today.
       4000-EXTRACT-ONE-DISPATCH.
           READ SQLALRTDSP-FILE
               AT END
                   SET WS-NO-MORE-DISPATCHES TO TRUE
               NOT AT END
                   IF SQLDP-ACKNOWLEDGED
                       MOVE 'ACK'               TO WS-REC-SOURCE
                       MOVE SQLDP-JOB-NAME      TO WS-REC-GROUP(1:8)
                       MOVE SQLDP-PROGRAM-NAME  TO WS-REC-GROUP(9:8)
                       MOVE SQLDP-ACK-TIMESTAMP TO WS-REC-TIMESTAMP
                       PERFORM 5000-CHECK-THE-MARK
                       IF WS-RECORD-IS-NEW
                           PERFORM 4100-WRITE-ACK-DETAIL
                       END-IF
                   END-IF
           END-READ.

      * A dispatch record carries no SQLCODE. Only -30081 is refined
      * by the security-class SQLSTATEs, so the state alone decides.
       4100-WRITE-ACK-DETAIL.
           MOVE SQL-RC-E30081 TO WS-REC-SQLCODE
           MOVE SPACES TO WS-REC-SQLSTATE
           IF SQLDP-RC-CONDITION-NAME(1:7) = 'SQL-ST-'
               MOVE SQLDP-RC-CONDITION-NAME(8:5) TO WS-REC-SQLSTATE
           END-IF
           PERFORM 5500-CHECK-SECURITY-CLASS
           MOVE SQLDP-JOB-NAME           TO SQLSX-ACK-JOB-NAME
           MOVE SQLDP-PROGRAM-NAME       TO SQLSX-ACK-PROGRAM-NAME
           MOVE SQLDP-ALERT-TIMESTAMP    TO SQLSX-ACK-ALERT-TS
           MOVE SQLDP-RC-CONDITION-NAME  TO SQLSX-ACK-CONDITION-NAME
           MOVE SQLDP-ONCALL-GROUP       TO SQLSX-ACK-ONCALL-GROUP
           MOVE SQLDP-DISPATCH-TIMESTAMP TO SQLSX-ACK-DISPATCH-TS
           MOVE SQLDP-ACK-RESPONDER      TO SQLSX-ACK-RESPONDER
           MOVE SQLDP-ACK-TIMESTAMP      TO SQLSX-ACK-ACK-TS
           MOVE SQLDP-REISSUE-COUNT      TO SQLSX-ACK-REISSUES
           MOVE WS-SECURITY-FLAG         TO SQLSX-ACK-SECURITY-FLAG
           MOVE SQLSX-ACK-DETAIL TO SIEMOUT-LINE
           PERFORM 6000-WRITE-THE-LINE
           ADD 1 TO WS-ACK-COUNT
           ADD SQLDP-REISSUE-COUNT TO WS-COUNT-HASH.

      * A record is new when it is later than its group's starting
      * mark, or carries the mark's own timestamp but lies beyond the
      * records already sent at that timestamp. Whether sent now or
      * not, every record moves the group's ending mark - the newest
      * timestamp seen and how many records carry it.
       5000-CHECK-THE-MARK.
           MOVE 'N' TO WS-NEW-FLAG
           PERFORM 5100-FIND-OR-ADD-MARK
           EVALUATE TRUE
               WHEN WS-REC-TIMESTAMP < WS-MK-START-TS(WS-MK-IDX)
                   CONTINUE
               WHEN WS-REC-TIMESTAMP = WS-MK-START-TS(WS-MK-IDX)
                   ADD 1 TO WS-MK-SEEN-AT-START(WS-MK-IDX)
                   IF WS-MK-SEEN-AT-START(WS-MK-IDX) >
                           WS-MK-START-COUNT(WS-MK-IDX)
                       SET WS-RECORD-IS-NEW TO TRUE
                   END-IF
                   IF WS-MK-END-TS(WS-MK-IDX) =
                           WS-MK-START-TS(WS-MK-IDX)
                       AND WS-MK-SEEN-AT-START(WS-MK-IDX) >
                           WS-MK-END-COUNT(WS-MK-IDX)
                       MOVE WS-MK-SEEN-AT-START(WS-MK-IDX)
                           TO WS-MK-END-COUNT(WS-MK-IDX)
                   END-IF
               WHEN WS-REC-TIMESTAMP > WS-MK-END-TS(WS-MK-IDX)
                   SET WS-RECORD-IS-NEW TO TRUE
                   MOVE WS-REC-TIMESTAMP TO WS-MK-END-TS(WS-MK-IDX)
                   MOVE 1 TO WS-MK-END-COUNT(WS-MK-IDX)
               WHEN WS-REC-TIMESTAMP = WS-MK-END-TS(WS-MK-IDX)
                   SET WS-RECORD-IS-NEW TO TRUE
                   ADD 1 TO WS-MK-END-COUNT(WS-MK-IDX)
               WHEN OTHER
                   SET WS-RECORD-IS-NEW TO TRUE
           END-EVALUATE.

      * A group never extracted before starts below every timestamp.
       5100-FIND-OR-ADD-MARK.
           MOVE 'N' TO WS-FOUND-MARK
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-MARK-TABLE-COUNT
                       OR WS-MARK-FOUND
               IF WS-MK-SOURCE(WS-SCAN-IDX) = WS-REC-SOURCE
                       AND WS-MK-GROUP(WS-SCAN-IDX) = WS-REC-GROUP
                   SET WS-MARK-FOUND TO TRUE
                   SET WS-MK-IDX TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF NOT WS-MARK-FOUND
               IF WS-MARK-TABLE-COUNT NOT < 3000
                   DISPLAY 'SQLSIEMX: MORE THAN 3000 CHECKPOINT GROUPS'
                       ' - ENLARGE WS-MARK-TABLE; SQLSIEMOUT IS '
                       'INCOMPLETE AND THE CHECKPOINT WAS NOT MOVED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MARK-TABLE-COUNT
               SET WS-MK-IDX TO WS-MARK-TABLE-COUNT
               MOVE WS-REC-SOURCE TO WS-MK-SOURCE(WS-MK-IDX)
               MOVE WS-REC-GROUP  TO WS-MK-GROUP(WS-MK-IDX)
               MOVE SPACES TO WS-MK-START-TS(WS-MK-IDX)
               MOVE SPACES TO WS-MK-END-TS(WS-MK-IDX)
               MOVE ZERO TO WS-MK-START-COUNT(WS-MK-IDX)
               MOVE ZERO TO WS-MK-SEEN-AT-START(WS-MK-IDX)
               MOVE ZERO TO WS-MK-END-COUNT(WS-MK-IDX)
           END-IF.

       5500-CHECK-SECURITY-CLASS.
           MOVE 'N' TO WS-SECURITY-FLAG
           IF WS-REC-SQLCODE = SQL-RC-E30081
                   AND WS-SECURITY-CLASS-STATE
               MOVE 'Y' TO WS-SECURITY-FLAG
               ADD 1 TO WS-SECURITY-COUNT
           END-IF.

       6000-WRITE-THE-LINE.
           WRITE SIEMOUT-LINE
           IF WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'SQLSIEMX: SQLSIEMOUT WRITE FAILED, STATUS '
                   WS-OUT-FILE-STATUS ' - CHECKPOINT NOT MOVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECORD-COUNT.

      * The physical count includes the header and this trailer.
      * Every SQLCODE hashed is zero or negative, so subtracting sums
      * the absolutes - a zero adds nothing.
       7000-WRITE-TRAILER.
           MOVE WS-RUN-SEQ        TO SQLSX-TRL-RUN-SEQ
           MOVE WS-AUD-COUNT      TO SQLSX-TRL-AUD-COUNT
           MOVE WS-ALR-COUNT      TO SQLSX-TRL-ALR-COUNT
           MOVE WS-ACK-COUNT      TO SQLSX-TRL-ACK-COUNT
           COMPUTE SQLSX-TRL-RECORD-COUNT = WS-RECORD-COUNT + 1
           MOVE WS-SQLCODE-HASH   TO SQLSX-TRL-SQLCODE-HASH
           MOVE WS-COUNT-HASH     TO SQLSX-TRL-COUNT-HASH
           MOVE WS-SECURITY-COUNT TO SQLSX-TRL-SECURITY-COUNT
           MOVE SQLSX-TRAILER-RECORD TO SIEMOUT-LINE
           PERFORM 6000-WRITE-THE-LINE.

      * Only reached with SQLSIEMOUT complete and closed. Each group's
      * starting mark becomes its prior mark, so a repeat of this run
      * can start from exactly the same place.
       7500-SAVE-THE-CHECKPOINT.
           OPEN OUTPUT SQLSIEMCTL-FILE
           IF WS-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'SQLSIEMX: UNABLE TO REWRITE SQLSIEMCTL, STATUS '
                   WS-CTL-FILE-STATUS ' - DO NOT SEND SQLSIEMOUT, '
                   'RERUN THE STEP'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE SQLSI-CONTROL-RECORD
           SET SQLSI-RUN-RECORD   TO TRUE
           MOVE WS-RUN-SEQ         TO SQLSI-RUN-SEQ
           MOVE SQLCL-PROCESS-DATE TO SQLSI-PROCESS-DATE
           MOVE SQLCL-FROM-DATE    TO SQLSI-FROM-DATE
           MOVE SQLCL-TO-DATE      TO SQLSI-TO-DATE
           WRITE SQLSI-CONTROL-RECORD
           PERFORM 7550-CHECK-THE-CONTROL-WRITE
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                   UNTIL WS-MK-IDX > WS-MARK-TABLE-COUNT
               INITIALIZE SQLSI-CONTROL-RECORD
               SET SQLSI-MARK-RECORD TO TRUE
               MOVE WS-MK-SOURCE(WS-MK-IDX)   TO SQLSI-SOURCE
               MOVE WS-MK-GROUP(WS-MK-IDX)    TO SQLSI-GROUP-KEY
               MOVE WS-MK-END-TS(WS-MK-IDX)   TO SQLSI-MARK-TIMESTAMP
               MOVE WS-MK-END-COUNT(WS-MK-IDX) TO SQLSI-MARK-COUNT
               MOVE WS-MK-START-TS(WS-MK-IDX)
                   TO SQLSI-PRIOR-TIMESTAMP
               MOVE WS-MK-START-COUNT(WS-MK-IDX)
                   TO SQLSI-PRIOR-COUNT
               WRITE SQLSI-CONTROL-RECORD
               PERFORM 7550-CHECK-THE-CONTROL-WRITE
           END-PERFORM
           CLOSE SQLSIEMCTL-FILE.

      * A control file short of any group's mark would send that
      * group again from the start next run, so the first failed
      * WRITE ends the step there and then.
       7550-CHECK-THE-CONTROL-WRITE.
           IF WS-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'SQLSIEMX: SQLSIEMCTL WRITE FAILED, STATUS '
                   WS-CTL-FILE-STATUS ' - DO NOT SEND SQLSIEMOUT, '
                   'RERUN THE STEP'
               MOVE 16 TO RETURN-CODE
               CLOSE SQLSIEMCTL-FILE
               STOP RUN
           END-IF.

       8000-CLOSE-FILES.
           IF WS-AUDIT-FILE-STATUS = '00' OR
                   WS-AUDIT-FILE-STATUS = '10'
               CLOSE SQLAUDIT-FILE
           END-IF
           IF WS-ALERT-FILE-STATUS = '00' OR
                   WS-ALERT-FILE-STATUS = '10'
               CLOSE SQLALERTQ-FILE
           END-IF
           IF WS-DISP-FILE-STATUS = '00' OR
                   WS-DISP-FILE-STATUS = '10'
               CLOSE SQLALRTDSP-FILE
           END-IF
           CLOSE SQLSIEMOUT-FILE
           SET SQLCP-FN-CLOSE TO TRUE
           CALL 'SQLCLASS' USING SQLCLASS-PARMS.
