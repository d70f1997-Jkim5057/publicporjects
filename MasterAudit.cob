      *        history gross + TERM-GROSS-MAST (the open term)
      *            against YTD-GROSS-MAST plus the prior closed
      *            years' gross on YEARHIST (YEARCLOS zeroes the YTD
      *            at year end; the history rows live on) plus the
      *            gross of the student's voided payments still
      *            queued on REISSUEQ from a closed term
      *    then walks TERMHIST and flags any row whose SSNO is no
      *    longer on the master. Every disagreement lists on AUDITRPT.
      *
      *    A closed-term payment VOIDPROC has voided is queued with
      *    term source H: the void took the gross off YTD-GROSS-MAST
      *    (or YEARHIST) but left the closed term's TERMHIST figure
      *    standing, since the reissue pays the same term again.
      *    Until SAMPLE reissues it that gross is owed, not gone, so
      *    it counts on the master side; once paid the YTD carries
      *    it again and the queue entry drops out of the sum.
      *
      *    Return code follows the SAMPLE scheduler convention: 0 when
      *    the files agree, 8 on any discrepancy so downstream jobs
      *    hold, 16 when the audit could not run at all. TERMCLOS
      *    waits on a clean audit through the job-stream dependency
      *    table - see RUNCTRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS YEAR-HIST-KEY
                 FILE STATUS IS YEAR-HISTORY-STATUS.
           SELECT REISSUE-QUEUE ASSIGN TO "REISSUEQ"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RQ-OLD-PAYMENT-NO
                 FILE STATUS IS REISSUE-QUEUE-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "AUDITRPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY HISTREC.
       FD  YEAR-HISTORY.
           COPY YEARREC.
       FD  REISSUE-QUEUE.
           COPY REISREC.
       FD  AUDIT-REPORT.
       01  AUDIT-REPORT-REC                     PICTURE X(80).
       WORKING-STORAGE SECTION.
       01  TERM-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  YEAR-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  YEARHIST-ON-FILE-SW               PIC X      VALUE 'N'.
       01  REISSUE-QUEUE-STATUS              PIC XX     VALUE '00'.
       01  REISSUEQ-ON-FILE-SW               PIC X      VALUE 'N'.
       01  REISSUE-EOF-SW                    PIC X      VALUE 'N'.
       01  MASTER-EOF-SW                     PIC X      VALUE 'N'.
       01  STUDENT-HIST-EOF-SW               PIC X      VALUE 'N'.
       01  STUDENT-YEAR-EOF-SW               PIC X      VALUE 'N'.
       01  CREDITS-EXPECTED                  PIC 9(7)   VALUE 0.
       01  GROSS-EXPECTED                    PIC 9(9)V99 VALUE 0.
       01  GROSS-ON-MASTER                   PIC 9(9)V99 VALUE 0.
       01  QUEUED-GROSS-SUM                  PIC 9(9)V99 VALUE 0.
      *    Closed-term reissues still queued, loaded once from
      *    REISSUEQ - the file is keyed by payment number, not SSNO.
       01  QUEUED-COUNT                      PIC 9(5)   VALUE 0.
       01  QUEUED-SUB                        PIC 9(5)   VALUE 0.
       01  QUEUED-TABLE.
           05  QUEUED-ENTRY OCCURS 5000 TIMES.
               10  QUEUED-SSNO               PIC X(12).
               10  QUEUED-GROSS              PIC 9(5)V99.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
           05 TODAYS-DAY                           PIC 99.
      *    Shared reference load - MSTAUDIT needs only the dependency
      *    table RUNCTRL checks, but takes it through CODELOAD like
      *    everyone else.
           COPY CODETBL.
      *    Job-stream run control - see RUNCTRL.
           COPY RCTLPARM.
       01  AUDIT-HDR-1.
           05                                  PIC X(34)
                VALUE 'MASTER VS HISTORY INTEGRITY AUDIT'.
           05  AUDIT-COUNT-OUT                 PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-CODE-TABLES
           PERFORM 190-START-RUN-CONTROL
           OPEN OUTPUT AUDIT-REPORT
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           MOVE TODAYS-MONTH TO AUDIT-MONTH-OUT
           IF STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'MSTAUDIT: CANNOT OPEN STUDMAST - STATUS '
                   STUDENT-MASTER-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
           OPEN INPUT TERM-HISTORY
           IF TERM-HISTORY-STATUS NOT = '00'
               DISPLAY 'MSTAUDIT: CANNOT OPEN TERMHIST - STATUS '
                   TERM-HISTORY-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
      *    No YEARHIST yet (status 35) just means no year has ever
      *    been closed - the prior-years leg of the gross compare is
               WHEN OTHER
                   DISPLAY 'MSTAUDIT: CANNOT OPEN YEARHIST - STATUS '
                       YEAR-HISTORY-STATUS
                   PERFORM 199-ABORT-RUN
           END-EVALUATE
      *    No REISSUEQ yet (status 35) just means nothing has ever
      *    been voided. Any other open failure aborts, for the same
      *    reason as YEARHIST.
           OPEN INPUT REISSUE-QUEUE
           EVALUATE TRUE
               WHEN REISSUE-QUEUE-STATUS = '00'
                   MOVE 'Y' TO REISSUEQ-ON-FILE-SW
                   PERFORM 150-LOAD-QUEUED-REISSUES
               WHEN REISSUE-QUEUE-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MSTAUDIT: CANNOT OPEN REISSUEQ - STATUS '
                       REISSUE-QUEUE-STATUS
                   PERFORM 199-ABORT-RUN
           END-EVALUATE
           PERFORM UNTIL MASTER-EOF-SW = 'Y'
               READ STUDENT-MASTER NEXT RECORD
           IF YEARHIST-ON-FILE-SW = 'Y'
               CLOSE YEAR-HISTORY
           END-IF
           IF REISSUEQ-ON-FILE-SW = 'Y'
               CLOSE REISSUE-QUEUE
           END-IF
           IF CREDIT-DISCREPANCIES > 0 OR GROSS-DISCREPANCIES > 0
                   OR ORPHAN-ROWS > 0
               DISPLAY 'MSTAUDIT: FILES DISAGREE - SEE AUDITRPT'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

       110-LOAD-CODE-TABLES.
           CALL 'CODELOAD' USING CODE-TABLES
           IF CODE-LOAD-STATUS NOT = 'Y'
               DISPLAY 'MSTAUDIT: CODE TABLES NOT LOADED - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Tables every entry still queued (Q) whose void left the
      *    closed term's TERMHIST gross standing (H).
       150-LOAD-QUEUED-REISSUES.
           MOVE 'N' TO REISSUE-EOF-SW
           MOVE 0 TO RQ-OLD-PAYMENT-NO
           START REISSUE-QUEUE KEY NOT < RQ-OLD-PAYMENT-NO
               INVALID KEY
                   MOVE 'Y' TO REISSUE-EOF-SW
           END-START
           PERFORM UNTIL REISSUE-EOF-SW = 'Y'
               READ REISSUE-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO REISSUE-EOF-SW
                   NOT AT END
                       IF RQ-STATUS = 'Q' AND RQ-TERM-SOURCE = 'H'
                           PERFORM 155-TABLE-QUEUED-REISSUE
                       END-IF
               END-READ
           END-PERFORM.

       155-TABLE-QUEUED-REISSUE.
           IF QUEUED-COUNT < 5000
               ADD 1 TO QUEUED-COUNT
               MOVE RQ-SSNO TO QUEUED-SSNO (QUEUED-COUNT)
               MOVE RQ-GROSS TO QUEUED-GROSS (QUEUED-COUNT)
           ELSE
               DISPLAY 'MSTAUDIT: REISSUE TABLE FULL AT PAYMENT '
                   RQ-OLD-PAYMENT-NO ' - RUN ABORTED'
               PERFORM 199-ABORT-RUN
           END-IF.

      *    Holds the run unless every prerequisite on the dependency
      *    table has completed cleanly, and records the start under
      *    the run date - see RUNCTRL.
       190-START-RUN-CONTROL.
           MOVE 'S' TO RCP-FUNCTION
           MOVE 'MSTAUDIT' TO RCP-PROGRAM
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCP-PERIOD
           MOVE 0 TO RCP-RETURN-CODE
           CALL 'RUNCTRL' USING RUN-CONTROL-AREA CODE-TABLES
           EVALUATE RCP-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'N'
                   DISPLAY 'MSTAUDIT: PREREQUISITE NOT MET - RUN HELD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'MSTAUDIT: NO RUN CONTROL - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    Records the finish with the return code the run is ending
      *    on, and puts that return code back after the call.
       195-END-RUN-CONTROL.
           MOVE 'F' TO RCP-FUNCTION
           MOVE RETURN-CODE TO RCP-RETURN-CODE
           CALL 'RUNCTRL' USING RUN-CONTROL-AREA CODE-TABLES
           IF RCP-RESULT NOT = 'Y'
               DISPLAY 'MSTAUDIT: FINISH NOT RECORDED ON RUNCTL'
           END-IF
           MOVE RCP-RETURN-CODE TO RETURN-CODE.

      *    Ends a run that has to stop on 16 once it has started
      *    on RUNCTL, recording the finish on the way out so the
      *    step does not show as started for good.
       199-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

       200-AUDIT-STUDENT.
           PERFORM 210-SUM-TERM-HISTORY
           PERFORM 220-SUM-YEAR-HISTORY
           PERFORM 230-SUM-QUEUED-REISSUES
           COMPUTE CREDITS-EXPECTED =
               HIST-CREDITS-SUM + TERM-CREDITS-MAST
           IF CREDITS-EXPECTED NOT = CREDITS-TO-DATE
           COMPUTE GROSS-EXPECTED =
               HIST-GROSS-SUM + TERM-GROSS-MAST
           COMPUTE GROSS-ON-MASTER =
               YTD-GROSS-MAST + YEAR-GROSS-SUM + QUEUED-GROSS-SUM
           IF GROSS-EXPECTED NOT = GROSS-ON-MASTER
               ADD 1 TO GROSS-DISCREPANCIES
               MOVE SPACES TO AUDIT-DETAIL-LINE
               END-PERFORM
           END-IF.

      *    The student's voided closed-term pay not yet reissued -
      *    see the note at the top.
       230-SUM-QUEUED-REISSUES.
           MOVE 0 TO QUEUED-GROSS-SUM
           PERFORM 235-ADD-QUEUED-REISSUE
               VARYING QUEUED-SUB FROM 1 BY 1
                   UNTIL QUEUED-SUB > QUEUED-COUNT.

       235-ADD-QUEUED-REISSUE.
           IF QUEUED-SSNO (QUEUED-SUB) = SSNO-MAST
               ADD QUEUED-GROSS (QUEUED-SUB) TO QUEUED-GROSS-SUM
           END-IF.

      *    The reverse check: every TERMHIST row must belong to a
      *    student still on the master. A STUMAINT delete leaves the
      *    history rows behind - those rows list here.
