       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTRL.
      *    RUNCTRL keeps the job stream in order. The return codes
      *    only ever reached the scheduler, and a step rerun by hand
      *    went round the scheduler altogether; now every job-stream
      *    program (SAMPLE, BANKRECN, MSTAUDIT, TERMCLOS, YEARCLOS,
      *    PROBTRAK, GRADEXTR) CALLs this subprogram at startup and
      *    again when the run ends - see RCTLPARM - and the run
      *    control file RUNCTL (see RCTLREC) records, per program and
      *    period, when it started, when it finished and the return
      *    code it finished with.
      *
      *    At startup the program's prerequisites are checked against
      *    the dependency table CODELOAD loads from the CODES file's D
      *    records (see CODETBL). Each prerequisite must have
      *    completed - not merely started - with a return code no
      *    higher than the D record allows:
      *        scope L  its latest run, whatever the period
      *        scope T  its run for the term on this run's TERMID card
      *        scope Y  its run for the year on this run's YEARID card
      *        scope D  its latest run started in December of the
      *                 year on this run's YEARID card or later -
      *                 the run that closed the year's last term
      *    The first prerequisite that fails holds the run: the
      *    reason goes to the console and onto the program's RUNCTL
      *    record for the day's JOBSTAT report, and the caller stops
      *    with return code 16. A program with no D records always
      *    goes ahead. The usual table:
      *        DLBANKRECNSAMPLE  00   the BANKPAY of a clean SAMPLE
      *        DLTERMCLOSMSTAUDIT00   no close over a failing audit
      *        DDYEARCLOSTERMCLOS04   no year close before the
      *                               December term close
      *        DTPROBTRAKTERMCLOS04   the term's history is complete
      *        DLGRADEXTRSAMPLE  04
      *
      *    Scope D goes by the date the prerequisite started, not by
      *    any card the waiting program carries, so a term closed
      *    earlier in the year - spring, say - cannot stand in for
      *    December's, and a December close still running holds the
      *    wait as unfinished.
      *
      *    A run that abends between the two calls stays started on
      *    RUNCTL, so anything waiting on it is held until it is
      *    rerun to a finish. The file is created on first use.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-name convention as in SAMPLE.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RL-KEY
                 FILE STATUS IS RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01  RUN-CONTROL-STATUS                PIC XX     VALUE '00'.
       01  RUN-CONTROL-EOF-SW                PIC X      VALUE 'N'.
       01  RECORD-FOUND-SW                   PIC X      VALUE 'N'.
       01  PREREQ-FOUND-SW                   PIC X      VALUE 'N'.
       01  PREREQ-PROGRAM                    PIC X(8)   VALUE SPACES.
       01  PREREQ-PERIOD                     PIC X(8)   VALUE SPACES.
       01  PREREQ-STATUS                     PIC X(1)   VALUE SPACES.
       01  PREREQ-RC                         PIC 9(2)   VALUE 0.
       01  PREREQ-START-DATE                 PIC X(8)   VALUE SPACES.
       01  PREREQ-START-TIME                 PIC X(6)   VALUE SPACES.
       01  YEAR-END-MONTH.
           05  YEAR-END-YEAR                 PIC X(4).
           05                                PIC X(2)   VALUE '12'.
       01  HOLD-REASON                       PIC X(24)  VALUE SPACES.
       01  HOLD-RC-MESSAGE.
           05                                PIC X(18)
                VALUE 'ENDED RETURN CODE '.
           05  HOLD-RC-OUT                   PIC 99.
       01  CURRENT-STAMP.
           05  CURRENT-DATE-PART             PIC X(8).
           05  CURRENT-TIME-PART             PIC X(6).
           05                                PIC X(7).
       LINKAGE SECTION.
           COPY RCTLPARM.
           COPY CODETBL.
       PROCEDURE DIVISION USING RUN-CONTROL-AREA CODE-TABLES.
       100-MAIN-MODULE.
           MOVE 'Y' TO RCP-RESULT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
           PERFORM 110-OPEN-RUN-CONTROL
           IF RCP-RESULT = 'Y'
               EVALUATE RCP-FUNCTION
                   WHEN 'S'
                       PERFORM 200-CHECK-PREREQUISITES
                       IF RCP-RESULT = 'Y'
                           PERFORM 300-RECORD-START
                       ELSE
                           PERFORM 310-RECORD-HOLD
                       END-IF
                   WHEN 'F'
                       PERFORM 400-RECORD-FINISH
                   WHEN OTHER
                       DISPLAY 'RUNCTRL: UNKNOWN FUNCTION '
                           RCP-FUNCTION ' FROM ' RCP-PROGRAM
                       MOVE 'E' TO RCP-RESULT
               END-EVALUATE
               CLOSE RUN-CONTROL
           END-IF
           GOBACK.

       110-OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL
           IF RUN-CONTROL-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF
           IF RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'RUNCTRL: CANNOT OPEN RUNCTL - STATUS '
                   RUN-CONTROL-STATUS
               MOVE 'E' TO RCP-RESULT
           END-IF.

      *    Stops at the first prerequisite that holds the run.
       200-CHECK-PREREQUISITES.
           PERFORM 210-CHECK-ONE-DEPENDENCY
               VARYING DEPEND-IDX FROM 1 BY 1
                   UNTIL DEPEND-IDX > DEPEND-ENTRY-COUNT
                       OR RCP-RESULT NOT = 'Y'.

       210-CHECK-ONE-DEPENDENCY.
           IF DEPEND-PROGRAM (DEPEND-IDX) = RCP-PROGRAM
               MOVE DEPEND-PREREQ (DEPEND-IDX) TO PREREQ-PROGRAM
               MOVE SPACES TO PREREQ-PERIOD
               MOVE SPACES TO HOLD-REASON
               MOVE 'N' TO PREREQ-FOUND-SW
               EVALUATE DEPEND-SCOPE (DEPEND-IDX)
                   WHEN 'T'
                       IF TERM-ID = SPACES
                           MOVE 'NO TERMID ON PARMCARD' TO HOLD-REASON
                       ELSE
                           MOVE TERM-ID TO PREREQ-PERIOD
                           PERFORM 230-FIND-PERIOD-RUN
                       END-IF
                   WHEN 'Y'
                       IF YEAR-ID = SPACES
                           MOVE 'NO YEARID ON PARMCARD' TO HOLD-REASON
                       ELSE
                           MOVE YEAR-ID TO PREREQ-PERIOD
                           PERFORM 230-FIND-PERIOD-RUN
                       END-IF
                   WHEN 'D'
                       IF YEAR-ID = SPACES
                           MOVE 'NO YEARID ON PARMCARD' TO HOLD-REASON
                       ELSE
                           MOVE YEAR-ID TO YEAR-END-YEAR
                           PERFORM 220-FIND-LATEST-RUN
                       END-IF
                   WHEN OTHER
                       PERFORM 220-FIND-LATEST-RUN
               END-EVALUATE
               PERFORM 240-JUDGE-PREREQUISITE
           END-IF.

      *    The prerequisite's most recently started run, across all
      *    its periods. A record the program was only ever held on
      *    has no start and does not count; under scope D neither
      *    does a run started before the December of YEARID.
       220-FIND-LATEST-RUN.
           MOVE SPACES TO PREREQ-START-DATE
           MOVE SPACES TO PREREQ-START-TIME
           MOVE 'N' TO RUN-CONTROL-EOF-SW
           MOVE PREREQ-PROGRAM TO RL-PROGRAM
           MOVE LOW-VALUES TO RL-PERIOD
           START RUN-CONTROL KEY NOT < RL-KEY
               INVALID KEY
                   MOVE 'Y' TO RUN-CONTROL-EOF-SW
           END-START
           PERFORM UNTIL RUN-CONTROL-EOF-SW = 'Y'
               READ RUN-CONTROL NEXT RECORD
                   AT END
                       MOVE 'Y' TO RUN-CONTROL-EOF-SW
                   NOT AT END
                       IF RL-PROGRAM NOT = PREREQ-PROGRAM
                           MOVE 'Y' TO RUN-CONTROL-EOF-SW
                       ELSE
                           PERFORM 225-NOTE-IF-LATER
                       END-IF
               END-READ
           END-PERFORM.

       225-NOTE-IF-LATER.
           IF RL-START-DATE NOT = SPACES
                   AND (DEPEND-SCOPE (DEPEND-IDX) NOT = 'D'
                       OR RL-START-DATE (1:6) NOT < YEAR-END-MONTH)
               IF PREREQ-FOUND-SW = 'N'
                       OR RL-START-DATE > PREREQ-START-DATE
                       OR (RL-START-DATE = PREREQ-START-DATE
                           AND RL-START-TIME > PREREQ-START-TIME)
                   MOVE 'Y' TO PREREQ-FOUND-SW
                   MOVE RL-START-DATE TO PREREQ-START-DATE
                   MOVE RL-START-TIME TO PREREQ-START-TIME
                   MOVE RL-PERIOD TO PREREQ-PERIOD
                   MOVE RL-STATUS TO PREREQ-STATUS
                   MOVE RL-RETURN-CODE TO PREREQ-RC
               END-IF
           END-IF.

       230-FIND-PERIOD-RUN.
           MOVE PREREQ-PROGRAM TO RL-PROGRAM
           MOVE PREREQ-PERIOD TO RL-PERIOD
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RL-STATUS NOT = 'H'
                       MOVE 'Y' TO PREREQ-FOUND-SW
                       MOVE RL-STATUS TO PREREQ-STATUS
                       MOVE RL-RETURN-CODE TO PREREQ-RC
                   END-IF
           END-READ.

       240-JUDGE-PREREQUISITE.
           EVALUATE TRUE
               WHEN HOLD-REASON NOT = SPACES
                   CONTINUE
               WHEN PREREQ-FOUND-SW = 'N'
                   MOVE 'HAS NOT RUN' TO HOLD-REASON
               WHEN PREREQ-STATUS NOT = 'C'
                   MOVE 'DID NOT FINISH' TO HOLD-REASON
               WHEN PREREQ-RC > DEPEND-MAX-RC (DEPEND-IDX)
                   MOVE PREREQ-RC TO HOLD-RC-OUT
                   MOVE HOLD-RC-MESSAGE TO HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF HOLD-REASON NOT = SPACES
               MOVE 'N' TO RCP-RESULT
               DISPLAY 'RUNCTRL: ' RCP-PROGRAM ' ' RCP-PERIOD
                   ' HELD - PREREQUISITE ' PREREQ-PROGRAM ' '
                   PREREQ-PERIOD ' ' HOLD-REASON
           END-IF.

      *    Reads the program's own record for the period, or lays
      *    out a fresh one if this is its first run for it.
       250-READ-OWN-RECORD.
           MOVE RCP-PROGRAM TO RL-PROGRAM
           MOVE RCP-PERIOD TO RL-PERIOD
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SW
                   MOVE SPACES TO RUN-CONTROL-REC
                   MOVE RCP-PROGRAM TO RL-PROGRAM
                   MOVE RCP-PERIOD TO RL-PERIOD
                   MOVE 0 TO RL-RETURN-CODE
                   MOVE 0 TO RL-RUN-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SW
           END-READ.

       260-PUT-OWN-RECORD.
           IF RECORD-FOUND-SW = 'Y'
               REWRITE RUN-CONTROL-REC
                   INVALID KEY
                       DISPLAY 'RUNCTRL: CANNOT REWRITE RUNCTL - '
                           RL-KEY
                       MOVE 'E' TO RCP-RESULT
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-REC
                   INVALID KEY
                       DISPLAY 'RUNCTRL: CANNOT WRITE RUNCTL - '
                           RL-KEY
                       MOVE 'E' TO RCP-RESULT
               END-WRITE
           END-IF.

       300-RECORD-START.
           PERFORM 250-READ-OWN-RECORD
           MOVE 'S' TO RL-STATUS
           MOVE 0 TO RL-RETURN-CODE
           MOVE CURRENT-DATE-PART TO RL-START-DATE
           MOVE CURRENT-TIME-PART TO RL-START-TIME
           MOVE SPACES TO RL-END-DATE
           MOVE SPACES TO RL-END-TIME
           ADD 1 TO RL-RUN-COUNT
           PERFORM 260-PUT-OWN-RECORD.

      *    A hold on a period the program has already run for leaves
      *    that run's figures standing.
       310-RECORD-HOLD.
           PERFORM 250-READ-OWN-RECORD
           IF RECORD-FOUND-SW = 'N'
               MOVE 'H' TO RL-STATUS
           END-IF
           MOVE CURRENT-DATE-PART TO RL-HELD-DATE
           MOVE CURRENT-TIME-PART TO RL-HELD-TIME
           MOVE PREREQ-PROGRAM TO RL-HELD-PREREQ
           MOVE HOLD-REASON TO RL-HELD-REASON
           PERFORM 260-PUT-OWN-RECORD.

       400-RECORD-FINISH.
           PERFORM 250-READ-OWN-RECORD
           MOVE 'C' TO RL-STATUS
           MOVE RCP-RETURN-CODE TO RL-RETURN-CODE
           MOVE CURRENT-DATE-PART TO RL-END-DATE
           MOVE CURRENT-TIME-PART TO RL-END-TIME
           PERFORM 260-PUT-OWN-RECORD.
