       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTAT.
      *    Daily job-stream status report, from the run control file
      *    RUNCTRL keeps (see RCTLREC). For the day on the STATDATE
      *    card - today when there is none - JOBRPT lists:
      *        every run that started or finished that day, with its
      *        period, start, finish, return code and how it ended:
      *        COMPLETE (0), WARNING (4), FAILED (8 and up), or DID
      *        NOT FINISH (started and never recorded a finish - an
      *        abend, or still running);
      *        every run held that day for a prerequisite, with the
      *        prerequisite and the reason;
      *    and the counts of each. A period a program was held on
      *    and later ran for shows in both lists.
      *
      *    Return codes: 0 everything that ran completed and nothing
      *    was held; 4 something failed, did not finish or was held,
      *    or there is no run control file yet; 16 the run could not
      *    start.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-name convention as in SAMPLE.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RL-KEY
                 FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT STATUS-REPORT ASSIGN TO "JOBRPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
           COPY RCTLREC.
       FD  STATUS-REPORT.
       01  STATUS-REPORT-REC                    PICTURE X(100).
       WORKING-STORAGE SECTION.
       01  RUN-CONTROL-STATUS                PIC XX     VALUE '00'.
       01  RUNCTL-ON-FILE-SW                 PIC X      VALUE 'N'.
       01  RUN-CONTROL-EOF-SW                PIC X      VALUE 'N'.
       01  REPORT-DATE                       PIC X(8)   VALUE SPACES.
       01  RUNS-LISTED                       PIC 9(5)   VALUE 0.
       01  RUNS-COMPLETE                     PIC 9(5)   VALUE 0.
       01  RUNS-WARNING                      PIC 9(5)   VALUE 0.
       01  RUNS-FAILED                       PIC 9(5)   VALUE 0.
       01  RUNS-NOT-FINISHED                 PIC 9(5)   VALUE 0.
       01  RUNS-HELD                         PIC 9(5)   VALUE 0.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
           05 TODAYS-DAY                           PIC 99.
      *    Shared reference load - JOBSTAT needs only STATDATE but
      *    takes it through CODELOAD like everyone else.
           COPY CODETBL.
       01  STAT-HDR-1.
           05                                  PIC X(30)
                VALUE 'JOB-STREAM STATUS FOR'.
           05  STAT-DATE-OUT.
               10 STAT-MONTH-OUT               PIC XX.
               10                              PIC X      VALUE '/'.
               10 STAT-DAY-OUT                 PIC XX.
               10                              PIC X      VALUE '/'.
               10 STAT-YEAR-OUT                PIC XXXX.
       01  STAT-RUN-COL-LINE.
           05                                  PIC X(10)
                VALUE 'PROGRAM'.
           05                                  PIC X(10)
                VALUE 'PERIOD'.
           05                                  PIC X(17)
                VALUE 'STARTED'.
           05                                  PIC X(17)
                VALUE 'FINISHED'.
           05                                  PIC X(4)
                VALUE 'RC'.
           05                                  PIC X(16)
                VALUE 'RESULT'.
       01  STAT-RUN-LINE.
           05  SR-PROGRAM-OUT                  PIC X(8).
           05                                  PIC X(2).
           05  SR-PERIOD-OUT                   PIC X(8).
           05                                  PIC X(2).
           05  SR-START-DATE-OUT               PIC X(8).
           05                                  PIC X(1).
           05  SR-START-TIME-OUT               PIC X(6).
           05                                  PIC X(2).
           05  SR-END-DATE-OUT                 PIC X(8).
           05                                  PIC X(1).
           05  SR-END-TIME-OUT                 PIC X(6).
           05                                  PIC X(2).
           05  SR-RC-OUT                       PIC X(2).
           05                                  PIC X(2).
           05  SR-RESULT-OUT                   PIC X(16).
       01  STAT-HELD-COL-LINE.
           05                                  PIC X(10)
                VALUE 'PROGRAM'.
           05                                  PIC X(10)
                VALUE 'PERIOD'.
           05                                  PIC X(8)
                VALUE 'HELD AT'.
           05                                  PIC X(10)
                VALUE 'WAITING ON'.
           05                                  PIC X(24)
                VALUE 'REASON'.
       01  STAT-HELD-LINE.
           05  SH-PROGRAM-OUT                  PIC X(8).
           05                                  PIC X(2).
           05  SH-PERIOD-OUT                   PIC X(8).
           05                                  PIC X(2).
           05  SH-TIME-OUT                     PIC X(6).
           05                                  PIC X(2).
           05  SH-PREREQ-OUT                   PIC X(8).
           05                                  PIC X(2).
           05  SH-REASON-OUT                   PIC X(24).
       01  STAT-COUNT-LINE.
           05  STAT-ITEM-OUT                   PIC X(24).
           05  STAT-COUNT-OUT                  PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-CODE-TABLES
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           IF STAT-DATE = SPACES
               MOVE TODAYS-DATE TO REPORT-DATE
           ELSE
               MOVE STAT-DATE TO REPORT-DATE
           END-IF
           OPEN OUTPUT STATUS-REPORT
           MOVE REPORT-DATE (5:2) TO STAT-MONTH-OUT
           MOVE REPORT-DATE (7:2) TO STAT-DAY-OUT
           MOVE REPORT-DATE (1:4) TO STAT-YEAR-OUT
           WRITE STATUS-REPORT-REC FROM STAT-HDR-1
      *    No RUNCTL yet means no job-stream program has ever run.
           OPEN INPUT RUN-CONTROL
           EVALUATE TRUE
               WHEN RUN-CONTROL-STATUS = '00'
                   MOVE 'Y' TO RUNCTL-ON-FILE-SW
                   CLOSE RUN-CONTROL
               WHEN RUN-CONTROL-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'JOBSTAT: CANNOT OPEN RUNCTL - STATUS '
                       RUN-CONTROL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF RUNCTL-ON-FILE-SW = 'Y'
               PERFORM 200-LIST-RUNS
               PERFORM 300-LIST-HOLDS
               PERFORM 500-WRITE-RUN-TOTALS
           ELSE
               MOVE SPACES TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE 'NO RUN CONTROL FILE - NOTHING HAS RUN UNDER IT'
                   TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
           END-IF
           CLOSE STATUS-REPORT
           IF RUNCTL-ON-FILE-SW = 'N'
                   OR RUNS-FAILED > 0
                   OR RUNS-NOT-FINISHED > 0
                   OR RUNS-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       110-LOAD-CODE-TABLES.
           CALL 'CODELOAD' USING CODE-TABLES
           IF CODE-LOAD-STATUS NOT = 'Y'
               DISPLAY 'JOBSTAT: CODE TABLES NOT LOADED - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    First pass - what ran. A run that crossed midnight counts
      *    on the day it finished as well as the day it started.
       200-LIST-RUNS.
           MOVE SPACES TO STATUS-REPORT-REC
           WRITE STATUS-REPORT-REC
           MOVE 'RUNS' TO STATUS-REPORT-REC
           WRITE STATUS-REPORT-REC
           WRITE STATUS-REPORT-REC FROM STAT-RUN-COL-LINE
           OPEN INPUT RUN-CONTROL
           MOVE 'N' TO RUN-CONTROL-EOF-SW
           PERFORM UNTIL RUN-CONTROL-EOF-SW = 'Y'
               READ RUN-CONTROL
                   AT END
                       MOVE 'Y' TO RUN-CONTROL-EOF-SW
                   NOT AT END
                       IF RL-STATUS NOT = 'H'
                           AND (RL-START-DATE = REPORT-DATE
                               OR RL-END-DATE = REPORT-DATE)
                           PERFORM 210-WRITE-RUN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL.

       210-WRITE-RUN-LINE.
           MOVE SPACES TO STAT-RUN-LINE
           MOVE RL-PROGRAM TO SR-PROGRAM-OUT
           MOVE RL-PERIOD TO SR-PERIOD-OUT
           MOVE RL-START-DATE TO SR-START-DATE-OUT
           MOVE RL-START-TIME TO SR-START-TIME-OUT
           MOVE RL-END-DATE TO SR-END-DATE-OUT
           MOVE RL-END-TIME TO SR-END-TIME-OUT
           ADD 1 TO RUNS-LISTED
           EVALUATE TRUE
               WHEN RL-STATUS NOT = 'C'
                   MOVE 'DID NOT FINISH' TO SR-RESULT-OUT
                   ADD 1 TO RUNS-NOT-FINISHED
               WHEN RL-RETURN-CODE = 0
                   MOVE RL-RETURN-CODE TO SR-RC-OUT
                   MOVE 'COMPLETE' TO SR-RESULT-OUT
                   ADD 1 TO RUNS-COMPLETE
               WHEN RL-RETURN-CODE < 8
                   MOVE RL-RETURN-CODE TO SR-RC-OUT
                   MOVE 'WARNING' TO SR-RESULT-OUT
                   ADD 1 TO RUNS-WARNING
               WHEN OTHER
                   MOVE RL-RETURN-CODE TO SR-RC-OUT
                   MOVE '*** FAILED' TO SR-RESULT-OUT
                   ADD 1 TO RUNS-FAILED
           END-EVALUATE
           WRITE STATUS-REPORT-REC FROM STAT-RUN-LINE.

      *    Second pass - what was held, and why.
       300-LIST-HOLDS.
           MOVE SPACES TO STATUS-REPORT-REC
           WRITE STATUS-REPORT-REC
           MOVE 'HELD' TO STATUS-REPORT-REC
           WRITE STATUS-REPORT-REC
           WRITE STATUS-REPORT-REC FROM STAT-HELD-COL-LINE
           OPEN INPUT RUN-CONTROL
           MOVE 'N' TO RUN-CONTROL-EOF-SW
           PERFORM UNTIL RUN-CONTROL-EOF-SW = 'Y'
               READ RUN-CONTROL
                   AT END
                       MOVE 'Y' TO RUN-CONTROL-EOF-SW
                   NOT AT END
                       IF RL-HELD-DATE = REPORT-DATE
                           PERFORM 310-WRITE-HELD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL.

       310-WRITE-HELD-LINE.
           MOVE SPACES TO STAT-HELD-LINE
           MOVE RL-PROGRAM TO SH-PROGRAM-OUT
           MOVE RL-PERIOD TO SH-PERIOD-OUT
           MOVE RL-HELD-TIME TO SH-TIME-OUT
           MOVE RL-HELD-PREREQ TO SH-PREREQ-OUT
           MOVE RL-HELD-REASON TO SH-REASON-OUT
           ADD 1 TO RUNS-HELD
           WRITE STATUS-REPORT-REC FROM STAT-HELD-LINE.

       500-WRITE-RUN-TOTALS.
           MOVE SPACES TO STATUS-REPORT-REC
           WRITE STATUS-REPORT-REC
           MOVE 'RUNS LISTED' TO STAT-ITEM-OUT
           MOVE RUNS-LISTED TO STAT-COUNT-OUT
           WRITE STATUS-REPORT-REC FROM STAT-COUNT-LINE
           MOVE 'COMPLETE' TO STAT-ITEM-OUT
           MOVE RUNS-COMPLETE TO STAT-COUNT-OUT
           WRITE STATUS-REPORT-REC FROM STAT-COUNT-LINE
           MOVE 'WARNING' TO STAT-ITEM-OUT
           MOVE RUNS-WARNING TO STAT-COUNT-OUT
           WRITE STATUS-REPORT-REC FROM STAT-COUNT-LINE
           MOVE 'FAILED' TO STAT-ITEM-OUT
           MOVE RUNS-FAILED TO STAT-COUNT-OUT
           WRITE STATUS-REPORT-REC FROM STAT-COUNT-LINE
           MOVE 'DID NOT FINISH' TO STAT-ITEM-OUT
           MOVE RUNS-NOT-FINISHED TO STAT-COUNT-OUT
           WRITE STATUS-REPORT-REC FROM STAT-COUNT-LINE
           MOVE 'HELD' TO STAT-ITEM-OUT
           MOVE RUNS-HELD TO STAT-COUNT-OUT
           WRITE STATUS-REPORT-REC FROM STAT-COUNT-LINE.
