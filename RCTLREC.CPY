      *    RUN-CONTROL record layout, shared by RUNCTRL (which keeps
      *    the file for every job-stream program) and JOBSTAT (which
      *    reports on it) so the file can never be described two
      *    ways. One record per program and period, keyed by the
      *    PROGRAM-ID and the period the run was for: the run date
      *    (YYYYMMDD) for the daily jobs, the TERMID for a term job,
      *    the YEARID for a year job. A rerun for the same period
      *    overwrites the run figures and adds to RL-RUN-COUNT.
      *    RL-STATUS  S = started and not (yet) finished - a run that
      *    abended stays S; C = completed, with RL-RETURN-CODE; H =
      *    held at startup and never yet run for the period.
      *    RL-HELD-* record the latest time the program was refused
      *    for the period and the prerequisite that stopped it; they
      *    are left standing when a later run gets through, so the
      *    day's status report can still show the hold.
       01  RUN-CONTROL-REC.
           05  RL-KEY.
               10  RL-PROGRAM            PICTURE X(8).
               10  RL-PERIOD             PICTURE X(8).
           05  RL-STATUS             PICTURE X(1).
           05  RL-RETURN-CODE        PICTURE 9(2).
           05  RL-START-DATE         PICTURE X(8).
           05  RL-START-TIME         PICTURE X(6).
           05  RL-END-DATE           PICTURE X(8).
           05  RL-END-TIME           PICTURE X(6).
           05  RL-RUN-COUNT          PICTURE 9(3).
           05  RL-HELD-DATE          PICTURE X(8).
           05  RL-HELD-TIME          PICTURE X(6).
           05  RL-HELD-PREREQ        PICTURE X(8).
           05  RL-HELD-REASON        PICTURE X(24).
