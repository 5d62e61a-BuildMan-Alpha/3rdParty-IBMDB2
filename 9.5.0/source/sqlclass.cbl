      *           transient connection blip can route to RETRY while
      *           a security handshake failure stays ABEND-and-page.
      *
      *           SQLCP-FN-WHATIF is the same lookup against the table
      *           as it would stand once the proposals on the SQLCLSSTG
      *           staging file (COPY sqlclsgf) were promoted: a staged
      *           entry replaces the live entry with the same key, a
      *           staged deactivation removes it, and a code nothing
      *           was staged for keeps its live ruling. The staged
      *           entries load once, on the first WHATIF call; an
      *           ordinary LOOKUP never opens the staging file.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLCLASS.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLCT-CLASS-KEY
               FILE STATUS IS WS-CLSTBL-FILE-STATUS.
           SELECT SQLCLSSTG-FILE ASSIGN TO 'SQLCLSSTG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLCG-CLASS-KEY
               FILE STATUS IS WS-STAGE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLCLSTBL-FILE.
           COPY sqlclstf.
       FD  SQLCLSSTG-FILE.
           COPY sqlclsgf.
       WORKING-STORAGE SECTION.
       01  WS-CLSTBL-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-CLSTBL-OPEN-STATUS         PIC XX VALUE '00'.
                   INDEXED BY WS-ST-IDX.
               10  WS-STATE-SQLSTATE      PIC X(5).
               COPY sqlclsf REPLACING LEADING ==SQLC== BY ==SQLST==.
      * Staged overrides for SQLCP-FN-WHATIF - SQLCODE and 'S' +
      * SQLSTATE keys alike, inactive ones included, because a staged
      * deactivation is itself a ruling that hides the live entry.
       01  WS-STAGE-FILE-STATUS          PIC XX VALUE '00'.
       01  WS-STAGE-EOF                  PIC X VALUE 'N'.
           88  WS-NO-MORE-STAGED          VALUE 'Y'.
       01  WS-STAGE-LOADED               PIC X VALUE 'N'.
           88  WS-STAGE-IS-LOADED         VALUE 'Y'.
       01  WS-STAGE-TRUNCATED            PIC X VALUE 'N'.
           88  WS-STAGE-WAS-TRUNCATED     VALUE 'Y'.
       01  WS-STAGE-HIT-FLAG             PIC X VALUE 'N'.
           88  WS-STAGE-HIT               VALUE 'Y'.
       01  WS-WHATIF-KEY                 PIC X(11).
       01  WS-STAGE-TABLE-COUNT          PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-STAGE-TABLE.
           05  WS-STAGE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-STAGE-TABLE-COUNT
                   INDEXED BY WS-SG-IDX.
               10  WS-STAGE-KEY           PIC X(11).
               COPY sqlclsf REPLACING LEADING ==SQLC== BY ==SQLSG==.
               10  WS-STAGE-ACTIVE-FLAG   PIC X.
                   88  WS-STAGE-ENTRY-ACTIVE VALUE 'A'.
       LINKAGE SECTION.
       COPY sqlclsp.
       PROCEDURE DIVISION USING SQLCLASS-PARMS.
               WHEN SQLCP-FN-MSGTEXT
                   PERFORM 1000-LOOKUP-CODE
                   PERFORM 1400-BUILD-MESSAGE-TEXT
               WHEN SQLCP-FN-WHATIF
                   PERFORM 1100-WHATIF-LOOKUP
               WHEN SQLCP-FN-CLOSE
                   CONTINUE
               WHEN OTHER
           MOVE WS-STATE-SQLSTATE(WS-ST-IDX)
               TO SQLCT-CLASS-KEY(2:5).

      * No staging file, or nothing on it but PROMOTED history, leaves
      * the overlay empty - every WHATIF then answers exactly as the
      * live LOOKUP would.
       0300-LOAD-STAGE-TABLE.
           MOVE 'N' TO WS-STAGE-EOF
           OPEN INPUT SQLCLSSTG-FILE
           IF WS-STAGE-FILE-STATUS NOT = '00'
               SET WS-NO-MORE-STAGED TO TRUE
           END-IF
           PERFORM 0310-LOAD-ONE-STAGED-ENTRY UNTIL WS-NO-MORE-STAGED
           IF WS-STAGE-FILE-STATUS = '10'
               CLOSE SQLCLSSTG-FILE
           END-IF
           SET WS-STAGE-IS-LOADED TO TRUE.

       0310-LOAD-ONE-STAGED-ENTRY.
           READ SQLCLSSTG-FILE
               AT END
                   SET WS-NO-MORE-STAGED TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SQLCG-STAGE-PROMOTED
                           CONTINUE
                       WHEN WS-STAGE-TABLE-COUNT < 200
                           ADD 1 TO WS-STAGE-TABLE-COUNT
                           SET WS-SG-IDX TO WS-STAGE-TABLE-COUNT
                           MOVE SQLCG-CLASS-KEY
                               TO WS-STAGE-KEY(WS-SG-IDX)
                           MOVE SQLCG-SQLCODE
                               TO SQLSG-SQLCODE(WS-SG-IDX)
                           MOVE SQLCG-RC-CONDITION-NAME
                               TO SQLSG-RC-CONDITION-NAME(WS-SG-IDX)
                           MOVE SQLCG-SEVERITY
                               TO SQLSG-SEVERITY(WS-SG-IDX)
                           MOVE SQLCG-ACTION-CODE
                               TO SQLSG-ACTION-CODE(WS-SG-IDX)
                           MOVE SQLCG-DESCRIPTION
                               TO SQLSG-DESCRIPTION(WS-SG-IDX)
                           MOVE SQLCG-ESCALATION
                               TO SQLSG-ESCALATION(WS-SG-IDX)
                           MOVE SQLCG-ACTIVE-FLAG
                               TO WS-STAGE-ACTIVE-FLAG(WS-SG-IDX)
                       WHEN NOT WS-STAGE-WAS-TRUNCATED
                           DISPLAY 'SQLCLASS: MORE THAN 200 STAGED '
                               'ENTRIES ON SQLCLSSTG - THE REST ARE '
                               'LEFT OUT OF THE WHATIF OVERLAY'
                           SET WS-STAGE-WAS-TRUNCATED TO TRUE
                   END-EVALUATE
           END-READ.

       0110-ADD-W100.
           ADD 1 TO WS-CLASS-TABLE-COUNT
           SET WS-CLS-IDX TO WS-CLASS-TABLE-COUNT
               TO SQLST-ESCALATION(WS-ST-IDX).

       1000-LOOKUP-CODE.
           PERFORM 1010-SEARCH-CODE-TABLE
           IF SQLCP-SQLSTATE NOT = SPACES
                   AND SQLCP-SQLSTATE NOT = LOW-VALUES
               PERFORM 1200-REFINE-BY-SQLSTATE
           END-IF.

       1010-SEARCH-CODE-TABLE.
           SET WS-CLS-IDX TO 1
           MOVE 4 TO SQLCP-RETURN-CODE
           SEARCH WS-CLASS-ENTRY
               AT END
                   PERFORM 1020-NOT-FOUND-DEFAULT
               WHEN SQLC-SQLCODE(WS-CLS-IDX) = SQLCP-SQLCODE
                   MOVE ZERO TO SQLCP-RETURN-CODE
                   MOVE SQLC-RC-CONDITION-NAME(WS-CLS-IDX)
                       TO SQLCP-DESCRIPTION
                   MOVE SQLC-ESCALATION(WS-CLS-IDX)
                       TO SQLCP-ESCALATION
           END-SEARCH.

       1020-NOT-FOUND-DEFAULT.
           MOVE 4 TO SQLCP-RETURN-CODE
           MOVE SPACES TO SQLCP-RC-CONDITION-NAME
           MOVE 'ERROR' TO SQLCP-SEVERITY
           MOVE 'ABEND' TO SQLCP-ACTION-CODE
           MOVE 'Code not found in classification table'
               TO SQLCP-DESCRIPTION
           MOVE 'Add this SQLCODE to SQLCLASS, then reprocess'
               TO SQLCP-ESCALATION.

      * The staged entry for the SQLCODE key, when there is one,
      * stands in for the live entry outright - active, it is the
      * ruling; deactivated, the code falls to the not-found default
      * exactly as a live DEA would leave it. The SQLSTATE refinement
      * follows the same rule one key over: a staged 'S' entry
      * replaces the live refinement for that state (and only
      * refines when its own generic SQLCODE matches, as in 1200),
      * and an unstaged state keeps whatever 1200 says live.
       1100-WHATIF-LOOKUP.
           IF NOT WS-STAGE-IS-LOADED
               PERFORM 0300-LOAD-STAGE-TABLE
           END-IF
           PERFORM 1110-FORMAT-WHATIF-CODE-KEY
           PERFORM 1150-SEARCH-STAGE-TABLE
           IF WS-STAGE-HIT
               IF WS-STAGE-ENTRY-ACTIVE(WS-SG-IDX)
                   PERFORM 1160-MOVE-STAGED-RULING
               ELSE
                   PERFORM 1020-NOT-FOUND-DEFAULT
               END-IF
           ELSE
               PERFORM 1010-SEARCH-CODE-TABLE
           END-IF
           IF SQLCP-SQLSTATE NOT = SPACES
                   AND SQLCP-SQLSTATE NOT = LOW-VALUES
               MOVE SPACES TO WS-WHATIF-KEY
               MOVE 'S' TO WS-WHATIF-KEY(1:1)
               MOVE SQLCP-SQLSTATE TO WS-WHATIF-KEY(2:5)
               PERFORM 1150-SEARCH-STAGE-TABLE
               IF WS-STAGE-HIT
                   IF WS-STAGE-ENTRY-ACTIVE(WS-SG-IDX)
                           AND SQLSG-SQLCODE(WS-SG-IDX) =
                               SQLCP-SQLCODE
                       PERFORM 1160-MOVE-STAGED-RULING
                   END-IF
               ELSE
                   PERFORM 1200-REFINE-BY-SQLSTATE
               END-IF
           END-IF.

      * Same sign-plus-ten-digits rule as 0200-FORMAT-CLASS-KEY,
      * built in working storage - the classification file is closed
      * by the time any lookup runs.
       1110-FORMAT-WHATIF-CODE-KEY.
           IF SQLCP-SQLCODE < ZERO
               MOVE '-' TO WS-WHATIF-KEY(1:1)
               COMPUTE WS-ABS-CODE = ZERO - SQLCP-SQLCODE
           ELSE
               MOVE '+' TO WS-WHATIF-KEY(1:1)
               MOVE SQLCP-SQLCODE TO WS-ABS-CODE
           END-IF
           MOVE WS-ABS-CODE TO WS-KEY-DIGITS
           MOVE WS-KEY-DIGITS TO WS-WHATIF-KEY(2:10).

       1150-SEARCH-STAGE-TABLE.
           MOVE 'N' TO WS-STAGE-HIT-FLAG
           IF WS-STAGE-TABLE-COUNT > ZERO
               SET WS-SG-IDX TO 1
               SEARCH WS-STAGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STAGE-KEY(WS-SG-IDX) = WS-WHATIF-KEY
                       SET WS-STAGE-HIT TO TRUE
               END-SEARCH
           END-IF.

       1160-MOVE-STAGED-RULING.
           MOVE ZERO TO SQLCP-RETURN-CODE
           MOVE SQLSG-RC-CONDITION-NAME(WS-SG-IDX)
               TO SQLCP-RC-CONDITION-NAME
           MOVE SQLSG-SEVERITY(WS-SG-IDX)    TO SQLCP-SEVERITY
           MOVE SQLSG-ACTION-CODE(WS-SG-IDX) TO SQLCP-ACTION-CODE
           MOVE SQLSG-DESCRIPTION(WS-SG-IDX) TO SQLCP-DESCRIPTION
           MOVE SQLSG-ESCALATION(WS-SG-IDX)  TO SQLCP-ESCALATION.

      * An SQLSTATE entry is on file only where the operator decided
      * the SQLCODE ruling alone is too generic, so when one matches
      * it overrides whatever the SQLCODE lookup (or its not-found
