      *    close-out can never be filed under a blank term. Re-running
      *    a close-out is safe: a student already on history for the
      *    term is counted and left alone, not snapped twice.
      *
      *    The snapshot carries the term's award, so SAMPLE can still
      *    cap a late batch for the term once the master's award has
      *    been reset, and the reset clears TERM-ID-MAST - the master
      *    no longer has an open term until the first SAMPLE run of
      *    the new term, which carries the new term on its TERMID
      *    card. A record stamped with some other term than the one
      *    being closed holds that term's figures, not this one's:
      *    it is counted and left alone (return code 4) rather than
      *    filed under the wrong term.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  MASTERS-READ                      PIC 9(5)   VALUE 0.
       01  HISTORY-WRITTEN                   PIC 9(5)   VALUE 0.
       01  ALREADY-ON-HISTORY                PIC 9(5)   VALUE 0.
       01  OTHER-TERM-ON-MASTER              PIC 9(5)   VALUE 0.
       01  TERM-CREDITS-CLOSED               PIC 9(7)   VALUE 0.
       01  TERM-GROSS-CLOSED                 PIC 9(7)V99 VALUE 0.
       01  TODAYS-DATE.
      *    Shared reference load - TERMCLOS only needs TERM-ID but
      *    takes it through CODELOAD like everyone else.
           COPY CODETBL.
      *    Job-stream run control - see RUNCTRL.
           COPY RCTLPARM.
       01  CLOSE-HDR-1.
           05                                  PIC X(26)
                VALUE 'TERM CLOSE-OUT CONTROL'.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 190-START-RUN-CONTROL
           OPEN I-O STUDENT-MASTER
           IF STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'TERMCLOS: CANNOT OPEN STUDMAST - STATUS '
                   STUDENT-MASTER-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
           OPEN I-O TERM-HISTORY
      *    First close-out ever creates the history file, the same
           IF TERM-HISTORY-STATUS NOT = '00'
               DISPLAY 'TERMCLOS: CANNOT OPEN TERMHIST - STATUS '
                   TERM-HISTORY-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
           OPEN OUTPUT CLOSE-REPORT
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
                       MOVE 'Y' TO MASTER-EOF-SW
                   NOT AT END
                       ADD 1 TO MASTERS-READ
                       IF TERM-ID-MAST = SPACES
                               OR TERM-ID-MAST = TERM-ID
                           PERFORM 200-CLOSE-OUT-STUDENT
                       ELSE
                           ADD 1 TO OTHER-TERM-ON-MASTER
                           DISPLAY 'TERMCLOS: ' SSNO-MAST
                               ' CARRIES TERM ' TERM-ID-MAST
                               ' - NOT CLOSED'
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 300-WRITE-CONTROL-REPORT
           CLOSE STUDENT-MASTER
                 TERM-HISTORY
                 CLOSE-REPORT
           IF ALREADY-ON-HISTORY > 0 OR OTHER-TERM-ON-MASTER > 0
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
           MOVE 'TERMCLOS' TO RCP-PROGRAM
           MOVE TERM-ID TO RCP-PERIOD
           MOVE 0 TO RCP-RETURN-CODE
           CALL 'RUNCTRL' USING RUN-CONTROL-AREA CODE-TABLES
           EVALUATE RCP-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'N'
                   DISPLAY 'TERMCLOS: PREREQUISITE NOT MET - RUN HELD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'TERMCLOS: NO RUN CONTROL - RUN ABORTED'
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
               DISPLAY 'TERMCLOS: FINISH NOT RECORDED ON RUNCTL'
           END-IF
           MOVE RCP-RETURN-CODE TO RETURN-CODE.

      *    Ends a run that has to stop on 16 once it has started
      *    on RUNCTL, recording the finish on the way out so the
      *    step does not show as started for good.
       199-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

      *    Snapshot, then reset. A WRITE that hits a record already
      *    on history means this term was closed for this student
      *    before (an interrupted run being re-run) - count it and
           MOVE TERM-GROSS-MAST TO TERM-GROSS-HIST
           MOVE CREDITS-TO-DATE TO CUM-CREDITS-HIST
           MOVE YTD-GROSS-MAST TO YTD-GROSS-HIST
           MOVE AWARD-AMOUNT-MAST TO AWARD-HIST
           MOVE SPACES TO ADJUST-DATE-HIST
           WRITE TERM-HISTORY-REC
               INVALID KEY
                   MOVE 'Y' TO HIST-DUP-SW
               MOVE 0 TO LAST-GPA-MAST
               MOVE 0 TO TERM-GROSS-MAST
               MOVE 0 TO AWARD-AMOUNT-MAST
               MOVE SPACES TO TERM-ID-MAST
               REWRITE STUDENT-MASTER-REC
           END-IF.

           MOVE 'ALREADY ON HISTORY' TO CLOSE-ITEM-OUT
           MOVE ALREADY-ON-HISTORY TO CLOSE-COUNT-OUT
           WRITE CLOSE-REPORT-REC FROM CLOSE-COUNT-LINE
           MOVE 'OTHER TERM ON MASTER' TO CLOSE-ITEM-OUT
           MOVE OTHER-TERM-ON-MASTER TO CLOSE-COUNT-OUT
           WRITE CLOSE-REPORT-REC FROM CLOSE-COUNT-LINE
           MOVE 'TERM CREDITS CLOSED' TO CLOSE-ITEM-OUT
           MOVE TERM-CREDITS-CLOSED TO CLOSE-COUNT-OUT
           WRITE CLOSE-REPORT-REC FROM CLOSE-COUNT-LINE
