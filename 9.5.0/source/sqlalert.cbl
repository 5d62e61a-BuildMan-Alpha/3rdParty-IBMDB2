      *           candidate SQLCODE, and SQLLP-FN-CLOSE once from their
      *           end-of-job paragraph to flush and close the queue.
      *
      *           SQLLP-FN-NOTIFY is the one exception to the three-
      *           code rule: a batch step that trips one of its own
      *           controls (SQLAUDMG or SQLARCHV out of balance, say)
      *           queues a NEW record under a condition name of its
      *           own with the caller's text, outside storm
      *           correlation, so SQLADSP routes it like any other
      *           page.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLALERT.
                   PERFORM 8000-CLOSE-ALERT-FILE
               WHEN SQLLP-FN-ALERT
                   PERFORM 1000-RAISE-ALERT
               WHEN SQLLP-FN-NOTIFY
                   PERFORM 3000-RAISE-NOTIFY
               WHEN OTHER
                   MOVE 8 TO SQLLP-RETURN-CODE
           END-EVALUATE
                   TO SQLAL-ALERT-TEXT
           END-IF.

      * A control condition has no SQLERRMC to decode and no storm to
      * correlate - one finding, one NEW record, worded by the caller.
       3000-RAISE-NOTIFY.
           IF NOT WS-FILE-OPEN
               PERFORM 1100-OPEN-ALERT-FILE
           END-IF
           IF SQLLP-RETURN-CODE = ZERO
               PERFORM 1200-BUILD-TIMESTAMP
               MOVE SQLLP-JOB-NAME          TO SQLAL-JOB-NAME
               MOVE SQLLP-STEP-NAME         TO SQLAL-STEP-NAME
               MOVE WS-ALERT-TIMESTAMP      TO SQLAL-ALERT-TIMESTAMP
               MOVE SQLLP-PROGRAM-NAME      TO SQLAL-PROGRAM-NAME
               MOVE SQLLP-RC-CONDITION-NAME TO SQLAL-RC-CONDITION-NAME
               MOVE SQLLP-SQLCODE           TO SQLAL-SQLCODE
               MOVE SQLLP-NOTIFY-TEXT       TO SQLAL-ALERT-TEXT
               MOVE SPACES TO SQLAL-RESOURCE-NAME
               MOVE SPACES TO SQLAL-RESOURCE-TYPE
               MOVE SPACES TO SQLAL-REASON-CODE
               SET SQLAL-KIND-NEW TO TRUE
               MOVE WS-ALERT-TIMESTAMP TO SQLAL-FIRST-SEEN-TS
               MOVE WS-ALERT-TIMESTAMP TO SQLAL-LAST-SEEN-TS
               MOVE 1 TO SQLAL-OCCURRENCE-COUNT
               PERFORM 2900-WRITE-QUEUE-RECORD
           END-IF.

      * End of job flushes every episode that collapsed repeats into
      * its count - the SUMMARY record is how those suppressed
      * occurrences reach the queue at all.
