      *    BATCH-REGISTRY record layout, shared by SAMPLE (which
      *    registers every LABDATA batch it posts) and BACKOUT (which
      *    marks a reversed batch) so the file can never be described
      *    two ways. Keyed by the HDR's batch date and term.
      *    REG-STATUS C = completed (posted), B = backed out. A
      *    backed-out batch may be posted again without RERUNOK.
       01  BATCH-REGISTRY-REC.
           05  BATCH-REG-KEY.
               10  REG-BATCH-DATE        PICTURE X(8).
               10  REG-TERM-ID           PICTURE X(5).
           05  REG-RECORD-COUNT      PICTURE 9(5).
           05  REG-STATUS            PICTURE X(1).
           05  REG-RUN-DATE          PICTURE X(10).
