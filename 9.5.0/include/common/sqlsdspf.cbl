      *             a key-only match would apply one job's
      *             REAPPLY/DISCARD ruling to the other job's record.
      *
      *             AMEND corrects one field and re-drives the record:
      *             SQLSD-AMEND-FIELD-NAME names the field as it is
      *             known on the SQLSLAYOUT dictionary (COPY sqlslayf)
      *             for the record's job/program, SQLSD-AMEND-VALUE is
      *             the replacement keyed left-justified - a numeric
      *             field is zero-filled on the left to its width. Both
      *             are blank on every other ruling.
      *
      *************************************************************************
       01  SQLSD-DISPOSITION-RECORD.
           05  SQLSD-JOB-NAME             PIC X(8).
               88  SQLSD-REQ-REAPPLY       VALUE 'REAPPLY'.
               88  SQLSD-REQ-DISCARD       VALUE 'DISCARD'.
               88  SQLSD-REQ-HOLD          VALUE 'HOLD'.
               88  SQLSD-REQ-AMEND         VALUE 'AMEND'.
           05  FILLER                     PIC X(16).
           05  SQLSD-AMEND-FIELD-NAME     PIC X(30).
           05  SQLSD-AMEND-VALUE          PIC X(100).
