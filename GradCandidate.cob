       FD EMPLOYEE-DATA.
           COPY EMPREC.
      *    HDR/TRL control records ride along in LABDATA - see
      *    BATCHREC - as do TSH timesheet records (TIMEREC); both are
      *    skipped when the lookup table loads.
           COPY BATCHREC.
       FD  STUDENT-MASTER.
           COPY STUMREC.
               10  LOOKUP-SCHOOL-T       PIC X(1).
      *    Shared decode tables and thresholds via CODELOAD.
           COPY CODETBL.
      *    Job-stream run control - see RUNCTRL.
           COPY RCTLPARM.
       01  GRAD-HDR-1.
           05                                  PIC X(34)
                VALUE 'GRADUATION CANDIDATE EXTRACT'.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-CODE-TABLES
           PERFORM 190-START-RUN-CONTROL
           PERFORM 120-LOAD-STUDENT-LOOKUP
           OPEN INPUT STUDENT-MASTER
           IF STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'GRADEXTR: CANNOT OPEN STUDMAST - STATUS '
                   STUDENT-MASTER-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
           OPEN OUTPUT GRAD-REPORT
                       GRAD-EXTRACT
           CLOSE STUDENT-MASTER
                 GRAD-REPORT
                 GRAD-EXTRACT
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

       110-LOAD-CODE-TABLES.
               STOP RUN
           END-IF.

      *    Holds the run unless every prerequisite on the dependency
      *    table has completed cleanly, and records the start under
      *    the run date - see RUNCTRL.
       190-START-RUN-CONTROL.
           MOVE 'S' TO RCP-FUNCTION
           MOVE 'GRADEXTR' TO RCP-PROGRAM
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCP-PERIOD
           MOVE 0 TO RCP-RETURN-CODE
           CALL 'RUNCTRL' USING RUN-CONTROL-AREA CODE-TABLES
           EVALUATE RCP-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'N'
                   DISPLAY 'GRADEXTR: PREREQUISITE NOT MET - RUN HELD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'GRADEXTR: NO RUN CONTROL - RUN ABORTED'
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
               DISPLAY 'GRADEXTR: FINISH NOT RECORDED ON RUNCTL'
           END-IF
           MOVE RCP-RETURN-CODE TO RETURN-CODE.

      *    Ends a run that has to stop on 16 once it has started
      *    on RUNCTL, recording the finish on the way out so the
      *    step does not show as started for good.
       199-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

       120-LOAD-STUDENT-LOOKUP.
           OPEN INPUT EMPLOYEE-DATA
           PERFORM UNTIL LABDATA-EOF-SW = 'Y'
                   NOT AT END
                       IF BH-RECORD-TYPE = 'HDR'
                               OR BH-RECORD-TYPE = 'TRL'
                               OR BH-RECORD-TYPE = 'TSH'
                           CONTINUE
                       ELSE
                           PERFORM 130-ADD-LOOKUP-ENTRY
      *    '(NOT IN RUN)'.
               DISPLAY 'GRADEXTR: STUDENT LOOKUP TABLE FULL AT '
                   SSNO-IN ' - RUN ABORTED'
               PERFORM 199-ABORT-RUN
           END-IF.

       200-LIST-CANDIDATE.
