      *    Shared decode tables and PROBATION-CUTOFF via CODELOAD -
      *    the same cutoff the letters were written against.
           COPY CODETBL.
      *    Job-stream run control - see RUNCTRL.
           COPY RCTLPARM.
      *    Outcome counts by school, one slot per loaded school
      *    entry plus a last slot for rows whose school code is not
      *    on file (or blank, from before the snapshot carried one).
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 190-START-RUN-CONTROL
           OPEN INPUT TERM-HISTORY
           IF TERM-HISTORY-STATUS NOT = '00'
               DISPLAY 'PROBTRAK: CANNOT OPEN TERMHIST - STATUS '
                   TERM-HISTORY-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
           OPEN OUTPUT OUTCOME-REPORT
                       ADVISING-FEED
                   ' NOT ON TERMHIST'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

       110-LOAD-CODE-TABLES.
               STOP RUN
           END-IF.

      *    Holds the run unless every prerequisite on the dependency
      *    table has completed cleanly, and records the start under
      *    the term - see RUNCTRL.
       190-START-RUN-CONTROL.
           MOVE 'S' TO RCP-FUNCTION
           MOVE 'PROBTRAK' TO RCP-PROGRAM
           MOVE TERM-ID TO RCP-PERIOD
           MOVE 0 TO RCP-RETURN-CODE
           CALL 'RUNCTRL' USING RUN-CONTROL-AREA CODE-TABLES
           EVALUATE RCP-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'N'
                   DISPLAY 'PROBTRAK: PREREQUISITE NOT MET - RUN HELD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'PROBTRAK: NO RUN CONTROL - RUN ABORTED'
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
               DISPLAY 'PROBTRAK: FINISH NOT RECORDED ON RUNCTL'
           END-IF
           MOVE RCP-RETURN-CODE TO RETURN-CODE.

      *    Ends a run that has to stop on 16 once it has started
      *    on RUNCTL, recording the finish on the way out so the
      *    step does not show as started for good.
       199-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

      *    The file is keyed SSNO + term-id, so each student's rows
      *    arrive together. A new SSNO settles the student just
      *    finished; within the student, the row carrying the closed
