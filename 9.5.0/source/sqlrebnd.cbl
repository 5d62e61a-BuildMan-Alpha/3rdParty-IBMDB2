      *           another attempt. SQLRB-FN-CLOSE releases the restart
      *           file from an end-of-job paragraph.
      *
      *           Every REBIND issued is also appended to the SQLCHGLOG
      *           change-event log (COPY sqlchgf) as an AUTOBIND event -
      *           package, job, program, timestamp and the SQLCODE that
      *           triggered it - so the SQLCHGR regression report sees
      *           it next to the deployments and DBA work the operators
      *           enter through SQLCHGM. SQLRB-FN-CLOSE releases that
      *           file too.
      *
      *           This sandbox has no DB2 subsystem to issue a REBIND
      *           against, so 1200-ISSUE-REBIND is a documented stub -
      *           on real DB2 for z/OS this would shell out to the
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQLR-RESTART-KEY
               FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT SQLCHGLOG-FILE ASSIGN TO 'SQLCHGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLRESTART-FILE.
           COPY sqlrestrt.
       FD  SQLCHGLOG-FILE.
           COPY sqlchgf.
       WORKING-STORAGE SECTION.
           COPY sqlcodes.
       01  WS-RESTART-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-FILE-IS-OPEN                PIC X VALUE 'N'.
           88  WS-FILE-OPEN                VALUE 'Y'.
           88  WS-FILE-NOT-OPEN            VALUE 'N'.
       01  WS-CHGLOG-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-CHGLOG-IS-OPEN              PIC X VALUE 'N'.
           88  WS-CHGLOG-OPEN              VALUE 'Y'.
           88  WS-CHGLOG-NOT-OPEN          VALUE 'N'.
       01  WS-REBIND-USED                PIC X VALUE 'N'.
           88  WS-REBIND-ALREADY-USED     VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME.
      * before allowing the caller to resume.
       1200-ISSUE-REBIND.
           DISPLAY 'SQLREBND: REBINDING PACKAGE ' SQLRB-REBIND-PACKAGE
               ' AFTER SQL-RC-E818 ON ' SQLRB-PROGRAM-NAME
           PERFORM 1250-LOG-THE-REBIND.

      * The REBIND has been issued whether or not it can be logged, so
      * a log failure is shouted on the console and the caller still
      * resumes. The create fallback is gated on '35' (file not found)
      * - any other EXTEND failure must not fall into OPEN OUTPUT and
      * truncate the change history.
       1250-LOG-THE-REBIND.
           IF WS-CHGLOG-NOT-OPEN
               OPEN EXTEND SQLCHGLOG-FILE
               IF WS-CHGLOG-FILE-STATUS = '05'
                   MOVE '00' TO WS-CHGLOG-FILE-STATUS
               END-IF
               IF WS-CHGLOG-FILE-STATUS = '35'
                   OPEN OUTPUT SQLCHGLOG-FILE
               END-IF
               IF WS-CHGLOG-FILE-STATUS = '00'
                   SET WS-CHGLOG-OPEN TO TRUE
               END-IF
           END-IF
           IF WS-CHGLOG-OPEN
               PERFORM 1320-BUILD-TIMESTAMP
               MOVE SPACES                  TO SQLCE-CHANGE-RECORD
               MOVE WS-RESTART-TIMESTAMP    TO SQLCE-EVENT-TIMESTAMP
               MOVE WS-RESTART-TIMESTAMP    TO SQLCE-ENTERED-TIMESTAMP
               SET SQLCE-TYPE-AUTOBIND      TO TRUE
               MOVE SQLRB-JOB-NAME          TO SQLCE-JOB-NAME
               MOVE SQLRB-PROGRAM-NAME      TO SQLCE-PROGRAM-NAME
               MOVE SQLRB-REBIND-PACKAGE    TO SQLCE-PACKAGE-NAME
               MOVE SQLRB-SQLCODE           TO SQLCE-TRIGGER-SQLCODE
               MOVE 'SQLREBND'              TO SQLCE-ENTERED-BY
               MOVE 'AUTOMATIC REBIND AFTER BIND TIMESTAMP CONFLICT'
                   TO SQLCE-DESCRIPTION
               WRITE SQLCE-CHANGE-RECORD
           END-IF
           IF WS-CHGLOG-NOT-OPEN OR WS-CHGLOG-FILE-STATUS NOT = '00'
               DISPLAY 'SQLREBND: REBIND OF ' SQLRB-REBIND-PACKAGE
                   ' NOT LOGGED TO SQLCHGLOG, STATUS '
                   WS-CHGLOG-FILE-STATUS
           END-IF.

       1300-WRITE-RESTART-RECORD.
           IF NOT WS-FILE-OPEN
           IF WS-FILE-OPEN
               CLOSE SQLRESTART-FILE
               SET WS-FILE-NOT-OPEN TO TRUE
           END-IF
           IF WS-CHGLOG-OPEN
               CLOSE SQLCHGLOG-FILE
               SET WS-CHGLOG-NOT-OPEN TO TRUE
           END-IF.
