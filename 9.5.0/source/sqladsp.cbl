           05  ACK-RESPONDER              PIC X(8).
           05  FILLER                     PIC X(10).
       FD  SQLALRTDSP-FILE.
           COPY sqladspf.
       FD  SQLADSPRPT-FILE.
       01  ADSPRPT-LINE                  PIC X(132).
       WORKING-STORAGE SECTION.
