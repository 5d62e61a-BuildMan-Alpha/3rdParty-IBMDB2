      *             next to last night's with nothing saying which
      *             have been dealt with.
      *
      *             An AMENDED record - re-driven after an AMEND ruling
      *             corrected one field - carries both images: the
      *             record as captured in SQLSH-INPUT-RECORD, the
      *             record as re-driven in SQLSH-AMENDED-RECORD, and
      *             the field changed. Both are blank on every other
      *             disposition.
      *
      *************************************************************************
       01  SQLSH-HISTORY-RECORD.
           05  SQLSH-SUSPENSE-KEY.
               88  SQLSH-DISP-DISCARDED    VALUE 'DISCARDED-BY-OPS'.
               88  SQLSH-DISP-DISC-RULE    VALUE 'DISCARDED-RULE'.
               88  SQLSH-DISP-HELD         VALUE 'HELD'.
               88  SQLSH-DISP-AMENDED      VALUE 'AMENDED'.
           05  SQLSH-REVIEW-TIMESTAMP     PIC X(26).
           05  SQLSH-AMEND-FIELD-NAME     PIC X(30).
           05  SQLSH-AMENDED-RECORD       PIC X(4000).
