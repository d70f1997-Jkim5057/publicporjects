      *    RUN-CONTROL-AREA is what a job-stream program passes to
      *    RUNCTRL, with its CODE-TABLES, at startup and again when
      *    the run ends - normally or on an abort after the start was
      *    recorded, so no started step is left showing as running:
      *        CALL 'RUNCTRL' USING RUN-CONTROL-AREA CODE-TABLES
      *    RCP-FUNCTION  S = check my prerequisites and record my
      *    start; F = record my finish with RCP-RETURN-CODE.
      *    RCP-PERIOD is the run date, TERMID or YEARID the run is
      *    for, as RCTLREC describes. RUNCTRL answers in RCP-RESULT:
      *    Y = go ahead; N = a prerequisite has not completed cleanly
      *    - the program must stop with return code 16 (RUNCTRL has
      *    already said why on the console); E = the run-control file
      *    could not be used, and the program must stop the same way.
      *    RUNCTRL leaves RCP-RETURN-CODE as it found it, so the
      *    caller can put its own return code back after the call.
       01  RUN-CONTROL-AREA.
           05  RCP-FUNCTION          PIC X(1).
           05  RCP-PROGRAM           PIC X(8).
           05  RCP-PERIOD            PIC X(8).
           05  RCP-RETURN-CODE       PIC 9(2).
           05  RCP-RESULT            PIC X(1).
