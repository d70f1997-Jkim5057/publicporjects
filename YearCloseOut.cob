      *    Shared reference load - YEARCLOS only needs YEAR-ID but
      *    takes it through CODELOAD like everyone else.
           COPY CODETBL.
      *    Job-stream run control - see RUNCTRL.
           COPY RCTLPARM.
      *    The annual earnings statement, one block per student,
      *    burstable on the separator line the way the probation
      *    letters are.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 190-START-RUN-CONTROL
           OPEN I-O STUDENT-MASTER
           IF STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'YEARCLOS: CANNOT OPEN STUDMAST - STATUS '
                   STUDENT-MASTER-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
           OPEN I-O YEAR-HISTORY
      *    First close-out ever creates the history file, the same
           IF YEAR-HISTORY-STATUS NOT = '00'
               DISPLAY 'YEARCLOS: CANNOT OPEN YEARHIST - STATUS '
                   YEAR-HISTORY-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
           OPEN OUTPUT YEAR-STATEMENTS
                       CLOSE-REPORT
           IF ALREADY-ON-HISTORY > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

       110-LOAD-CODE-TABLES.
               STOP RUN
           END-IF.

      *    Holds the run unless every prerequisite on the dependency
      *    table has completed cleanly, and records the start under
      *    the year - see RUNCTRL.
       190-START-RUN-CONTROL.
           MOVE 'S' TO RCP-FUNCTION
           MOVE 'YEARCLOS' TO RCP-PROGRAM
           MOVE YEAR-ID TO RCP-PERIOD
           MOVE 0 TO RCP-RETURN-CODE
           CALL 'RUNCTRL' USING RUN-CONTROL-AREA CODE-TABLES
           EVALUATE RCP-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'N'
                   DISPLAY 'YEARCLOS: PREREQUISITE NOT MET - RUN HELD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'YEARCLOS: NO RUN CONTROL - RUN ABORTED'
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
               DISPLAY 'YEARCLOS: FINISH NOT RECORDED ON RUNCTL'
           END-IF
           MOVE RCP-RETURN-CODE TO RETURN-CODE.

      *    Ends a run that has to stop on 16 once it has started
      *    on RUNCTL, recording the finish on the way out so the
      *    step does not show as started for good.
       199-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

      *    Statement, snapshot, then reset. A WRITE that hits a record
      *    already on history means this year was closed for this
      *    student before (an interrupted run being re-run) - count it
