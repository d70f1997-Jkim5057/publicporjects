      *    means.
      *
      *    CODES records (one per code, '*' in column 1 is a comment):
      *        col 1     S = school, C = class, R = pay-grade range,
      *                  B = school budget
      *        col 2     the one-byte code as it appears in LABDATA
      *        col 3-14  the name to print (S and C records)
      *    R records carry the class's hourly-rate range instead of
      *        col 3-5   minimum rate (099 means 0.99)
      *        col 6-8   maximum rate
      *    An R record must follow the C record for its class code.
      *    B records carry the school's term work-study budget in
      *    dollars and cents, implied decimal:
      *        col 3-11  budget (005000000 means 50000.00)
      *    A B record must follow the S record for its school code.
      *    D records are the job-stream dependency table (see
      *    RUNCTRL) - one per prerequisite a program has:
      *        col 2     scope: L latest run, T run for this TERMID,
      *                  Y run for this YEARID, D latest run started
      *                  in December of this YEARID or later
      *        col 3-10  the program (PROGRAM-ID) that must wait
      *        col 11-18 the program it waits for
      *        col 19-20 the highest return code the prerequisite
      *                  may have ended with
      *    PARMCARD records (keyword, then a whole-number value):
      *        col 1-10  keyword   HONORS / PROBATN / PAGESIZE / TOPN
      *        col 11-18 value     implied decimals per CODETBL
               10  CODES-RATE-MIN        PICTURE 9V99.
               10  CODES-RATE-MAX        PICTURE 9V99.
               10                        PICTURE X(6).
      *    The budget view of the name columns, for B records.
           05  CODES-BUDGET-AREA REDEFINES CODES-NAME.
               10  CODES-BUDGET          PICTURE 9(7)V99.
               10                        PICTURE X(3).
           05                        PICTURE X(66).
      *    The dependency view of the card, for D records.
       01  CODES-DEPEND-REC.
           05                        PICTURE X(1).
           05  CODES-DEPEND-SCOPE    PICTURE X(1).
           05  CODES-DEPEND-PROGRAM  PICTURE X(8).
           05  CODES-DEPEND-PREREQ   PICTURE X(8).
           05  CODES-DEPEND-MAX-RC   PICTURE 9(2).
           05                        PICTURE X(60).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-KEYWORD          PICTURE X(10).
       110-SET-DEFAULTS.
           MOVE 0 TO SCHOOL-ENTRY-COUNT
           MOVE 0 TO CLASS-ENTRY-COUNT
           MOVE 0 TO DEPEND-ENTRY-COUNT
           MOVE 3.50 TO HONORS-CUTOFF
           MOVE 2.00 TO PROBATION-CUTOFF
           MOVE 20 TO PAGE-SIZE-MAX
           MOVE SPACES TO STMT-SSNO
           MOVE SPACES TO YEAR-ID
           MOVE 1 TO CHECK-START-NO
           MOVE 'N' TO RERUN-OK
           MOVE SPACES TO BACKOUT-BATCH-DATE
           MOVE 0 TO TAX-QUARTER
           MOVE 90 TO BUDGET-WARN-PCT
           MOVE 180 TO STALE-DAYS
           MOVE SPACES TO STAT-DATE.

       200-LOAD-CODE-ENTRY.
           EVALUATE CODES-TYPE
                           TO SCHOOL-CODE (SCHOOL-IDX)
                       MOVE CODES-NAME
                           TO SCHOOL-NAME (SCHOOL-IDX)
      *    No budget until a B record supplies one.
                       MOVE 0 TO SCHOOL-BUDGET (SCHOOL-IDX)
                   ELSE
                       DISPLAY 'CODELOAD: SCHOOL TABLE FULL - '
                           'ENTRY DROPPED: ' CODES-REC
                   END-IF
               WHEN 'R'
                   PERFORM 250-LOAD-RATE-RANGE
               WHEN 'B'
                   PERFORM 260-LOAD-SCHOOL-BUDGET
               WHEN 'D'
                   PERFORM 270-LOAD-DEPENDENCY
               WHEN '*'
                   CONTINUE
               WHEN SPACE
               END-SEARCH
           END-IF.

      *    Attaches a B record's budget to the school it names, on
      *    the same terms as 250-LOAD-RATE-RANGE: the B card must
      *    follow its S card, and a budget for a school not on the
      *    table yet (or a non-numeric amount) drops with a note.
       260-LOAD-SCHOOL-BUDGET.
           IF CODES-BUDGET IS NOT NUMERIC
               DISPLAY 'CODELOAD: BAD SCHOOL BUDGET - '
                   'ENTRY DROPPED: ' CODES-REC
           ELSE
               SET SCHOOL-IDX TO 1
               SEARCH SCHOOL-ENTRY
                   AT END
                       DISPLAY 'CODELOAD: BUDGET FOR UNKNOWN '
                           'SCHOOL - ENTRY DROPPED: ' CODES-REC
                   WHEN SCHOOL-IDX > SCHOOL-ENTRY-COUNT
                       DISPLAY 'CODELOAD: BUDGET FOR UNKNOWN '
                           'SCHOOL - ENTRY DROPPED: ' CODES-REC
                   WHEN SCHOOL-CODE (SCHOOL-IDX) = CODES-CODE
                       MOVE CODES-BUDGET
                           TO SCHOOL-BUDGET (SCHOOL-IDX)
               END-SEARCH
           END-IF.

      *    A dependency with an unknown scope or a non-numeric return
      *    code would hold (or release) the wrong run - it drops with
      *    a note, like a bad rate range.
       270-LOAD-DEPENDENCY.
           IF CODES-DEPEND-MAX-RC IS NOT NUMERIC
                   OR CODES-DEPEND-PROGRAM = SPACES
                   OR CODES-DEPEND-PREREQ = SPACES
                   OR (CODES-DEPEND-SCOPE NOT = 'L'
                       AND CODES-DEPEND-SCOPE NOT = 'T'
                       AND CODES-DEPEND-SCOPE NOT = 'Y'
                       AND CODES-DEPEND-SCOPE NOT = 'D')
               DISPLAY 'CODELOAD: BAD DEPENDENCY - '
                   'ENTRY DROPPED: ' CODES-REC
           ELSE
               IF DEPEND-ENTRY-COUNT < 30
                   ADD 1 TO DEPEND-ENTRY-COUNT
                   SET DEPEND-IDX TO DEPEND-ENTRY-COUNT
                   MOVE CODES-DEPEND-PROGRAM
                       TO DEPEND-PROGRAM (DEPEND-IDX)
                   MOVE CODES-DEPEND-PREREQ
                       TO DEPEND-PREREQ (DEPEND-IDX)
                   MOVE CODES-DEPEND-SCOPE
                       TO DEPEND-SCOPE (DEPEND-IDX)
                   MOVE CODES-DEPEND-MAX-RC
                       TO DEPEND-MAX-RC (DEPEND-IDX)
               ELSE
                   DISPLAY 'CODELOAD: DEPENDENCY TABLE FULL - '
                       'ENTRY DROPPED: ' CODES-REC
               END-IF
           END-IF.

      *    A keyword with blank value columns is a punch error, not a
      *    request for zero - keep the default rather than zero a
      *    cutoff and flood (or empty) a report.
           ELSE
           IF PARM-KEYWORD = 'RERUNOK'
               MOVE PARM-VALUE TO RERUN-OK
           ELSE
           IF PARM-KEYWORD = 'BKOUTDATE'
               MOVE PARM-VALUE TO BACKOUT-BATCH-DATE
           ELSE
           IF PARM-KEYWORD = 'STATDATE'
               MOVE PARM-VALUE TO STAT-DATE
           ELSE
               COMPUTE PARM-NUMBER =
                   FUNCTION NUMVAL (PARM-VALUE)
                       MOVE PARM-NUMBER TO REJECT-PCT-MAX
                   WHEN 'CHECKNO'
                       MOVE PARM-NUMBER TO CHECK-START-NO
                   WHEN 'TAXQTR'
                       MOVE PARM-NUMBER TO TAX-QUARTER
                   WHEN 'BUDGETPCT'
                       MOVE PARM-NUMBER TO BUDGET-WARN-PCT
                   WHEN 'STALEDAYS'
                       MOVE PARM-NUMBER TO STALE-DAYS
                   WHEN OTHER
                       DISPLAY 'CODELOAD: UNKNOWN PARMCARD KEYWORD '
                           'IGNORED: ' PARM-KEYWORD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
