       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.
      *    Work-study budget against actual and committed spend, by
      *    school. Each school's term budget is CODES reference data
      *    (the B record after the school's S record - see CODELOAD);
      *    this run walks the student master and, for every school on
      *    the CODES file, shows:
      *        BUDGET       the school's term allocation
      *        PAID         gross paid so far this term - the sum of
      *                     TERM-GROSS-MAST over the school's students
      *        COMMITTED    award money still promised but not yet
      *                     earned - AWARD-AMOUNT-MAST less
      *                     TERM-GROSS-MAST, per student, where the
      *                     award is not yet used up (a student past
      *                     the award commits nothing further)
      *        UNCOMMITTED  what is left to award: budget less paid
      *                     less committed, negative when the school
      *                     has promised more than it has
      *    A school whose paid figure is past its budget is flagged
      *    OVER BUDGET; one whose paid plus committed is past it is
      *    flagged OVERCOMMITTED. A school with no B record shows its
      *    spend with NO BUDGET. Students whose school code is not on
      *    the CODES file are totalled on a line of their own.
      *
      *    The student's school is the one SAMPLE last captured from
      *    the lab on SCHOOL-MAST. Run it any time - it only reads.
      *
      *    Return codes: 0 clean; 4 a school is over budget; 16 the
      *    run could not start.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-name convention as in SAMPLE.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SSNO-MAST
                 FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT BUDGET-REPORT ASSIGN TO "BUDGRPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUMREC.
       FD  BUDGET-REPORT.
       01  BUDGET-REPORT-REC                    PICTURE X(100).
       WORKING-STORAGE SECTION.
       01  STUDENT-MASTER-STATUS             PIC XX     VALUE '00'.
       01  MASTER-EOF-SW                     PIC X      VALUE 'N'.
       01  MASTERS-READ                      PIC 9(5)   VALUE 0.
       01  SCHOOLS-OVER-BUDGET               PIC 9(2)   VALUE 0.
       01  BUDGET-SUB                        PIC 9(2)   VALUE 0.
       01  STUDENT-COMMITTED                 PIC 9(5)V99 VALUE 0.
       01  UNCOMMITTED-WORK                  PIC S9(9)V99 VALUE 0.
      *    One entry per SCHOOL-ENTRY in CODETBL, in the same order;
      *    entry 11 collects students whose school is not on file.
       01  SCHOOL-SPEND-TABLE.
           05  SCHOOL-SPEND OCCURS 11 TIMES.
               10  SPEND-STUDENTS        PIC 9(5).
               10  SPEND-PAID            PIC 9(9)V99.
               10  SPEND-COMMITTED       PIC 9(9)V99.
       01  TOTAL-STUDENTS                    PIC 9(5)   VALUE 0.
       01  TOTAL-BUDGET                      PIC 9(9)V99 VALUE 0.
       01  TOTAL-PAID                        PIC 9(9)V99 VALUE 0.
       01  TOTAL-COMMITTED                   PIC 9(9)V99 VALUE 0.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
           05 TODAYS-DAY                           PIC 99.
      *    Shared reference load - the school table and its budgets.
           COPY CODETBL.
       01  BUDGET-HDR-1.
           05                                  PIC X(36)
                VALUE 'WORK-STUDY BUDGET BY SCHOOL'.
           05  BUDGET-DATE-OUT.
               10 BUDGET-MONTH-OUT             PIC XX.
               10                              PIC X      VALUE '/'.
               10 BUDGET-DAY-OUT               PIC XX.
               10                              PIC X      VALUE '/'.
               10 BUDGET-YEAR-OUT              PIC XXXX.
       01  BUDGET-HDR-2.
           05                                  PIC X(13)
                VALUE 'SCHOOL'.
           05                                  PIC X(8)
                VALUE 'STUDENTS'.
           05                                  PIC X(13)
                VALUE '       BUDGET'.
           05                                  PIC X(13)
                VALUE '         PAID'.
           05                                  PIC X(13)
                VALUE '    COMMITTED'.
           05                                  PIC X(14)
                VALUE '   UNCOMMITTED'.
       01  BUDGET-DETAIL-LINE.
           05  BD-SCHOOL-OUT                   PIC X(12).
           05                                  PIC X(2).
           05  BD-STUDENTS-OUT                 PIC ZZZZZZ9.
           05                                  PIC X(2).
           05  BD-BUDGET-OUT                   PIC ZZZZZZZ9.99.
           05                                  PIC X(2).
           05  BD-PAID-OUT                     PIC ZZZZZZZ9.99.
           05                                  PIC X(2).
           05  BD-COMMITTED-OUT                PIC ZZZZZZZ9.99.
           05                                  PIC X(2).
           05  BD-UNCOMMITTED-OUT              PIC -ZZZZZZZ9.99.
           05                                  PIC X(2).
           05  BD-FLAG-OUT                     PIC X(15).
       01  BUDGET-COUNT-LINE.
           05  BUDGET-ITEM-OUT                 PIC X(22).
           05  BUDGET-COUNT-OUT                PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-CODE-TABLES
           OPEN INPUT STUDENT-MASTER
           IF STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'BUDGRPT: CANNOT OPEN STUDMAST - STATUS '
                   STUDENT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO SCHOOL-SPEND-TABLE
           PERFORM UNTIL MASTER-EOF-SW = 'Y'
               READ STUDENT-MASTER
                   AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                   NOT AT END
                       ADD 1 TO MASTERS-READ
                       PERFORM 200-ADD-STUDENT
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER
           OPEN OUTPUT BUDGET-REPORT
           PERFORM 300-WRITE-HEADERS
           PERFORM 310-WRITE-SCHOOL-LINE
               VARYING BUDGET-SUB FROM 1 BY 1
                   UNTIL BUDGET-SUB > SCHOOL-ENTRY-COUNT
           PERFORM 320-WRITE-UNKNOWN-LINE
           PERFORM 330-WRITE-TOTALS
           CLOSE BUDGET-REPORT
           IF SCHOOLS-OVER-BUDGET > 0
               DISPLAY 'BUDGRPT: ' SCHOOLS-OVER-BUDGET
                   ' SCHOOL(S) OVER WORK-STUDY BUDGET - SEE BUDGRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       110-LOAD-CODE-TABLES.
           CALL 'CODELOAD' USING CODE-TABLES
           IF CODE-LOAD-STATUS NOT = 'Y'
               DISPLAY 'BUDGRPT: CODE TABLES NOT LOADED - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Files the student under the school's table slot, or the
      *    unknown-school slot after the last one.
       200-ADD-STUDENT.
           MOVE 11 TO BUDGET-SUB
           SET SCHOOL-IDX TO 1
           SEARCH SCHOOL-ENTRY
               AT END
                   CONTINUE
               WHEN SCHOOL-IDX > SCHOOL-ENTRY-COUNT
                   CONTINUE
               WHEN SCHOOL-CODE (SCHOOL-IDX) = SCHOOL-MAST
                   SET BUDGET-SUB TO SCHOOL-IDX
           END-SEARCH
           MOVE 0 TO STUDENT-COMMITTED
           IF AWARD-AMOUNT-MAST > TERM-GROSS-MAST
               COMPUTE STUDENT-COMMITTED =
                   AWARD-AMOUNT-MAST - TERM-GROSS-MAST
           END-IF
           ADD 1 TO SPEND-STUDENTS (BUDGET-SUB)
           ADD TERM-GROSS-MAST TO SPEND-PAID (BUDGET-SUB)
           ADD STUDENT-COMMITTED TO SPEND-COMMITTED (BUDGET-SUB).

       300-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           MOVE TODAYS-MONTH TO BUDGET-MONTH-OUT
           MOVE TODAYS-DAY TO BUDGET-DAY-OUT
           MOVE TODAYS-YEAR TO BUDGET-YEAR-OUT
           WRITE BUDGET-REPORT-REC FROM BUDGET-HDR-1
           MOVE SPACES TO BUDGET-REPORT-REC
           WRITE BUDGET-REPORT-REC
           WRITE BUDGET-REPORT-REC FROM BUDGET-HDR-2.

       310-WRITE-SCHOOL-LINE.
           MOVE SPACES TO BUDGET-DETAIL-LINE
           MOVE SCHOOL-NAME (BUDGET-SUB) TO BD-SCHOOL-OUT
           MOVE SPEND-STUDENTS (BUDGET-SUB) TO BD-STUDENTS-OUT
           MOVE SCHOOL-BUDGET (BUDGET-SUB) TO BD-BUDGET-OUT
           MOVE SPEND-PAID (BUDGET-SUB) TO BD-PAID-OUT
           MOVE SPEND-COMMITTED (BUDGET-SUB) TO BD-COMMITTED-OUT
           COMPUTE UNCOMMITTED-WORK =
               SCHOOL-BUDGET (BUDGET-SUB) - SPEND-PAID (BUDGET-SUB)
               - SPEND-COMMITTED (BUDGET-SUB)
           EVALUATE TRUE
               WHEN SCHOOL-BUDGET (BUDGET-SUB) = 0
                   MOVE 'NO BUDGET' TO BD-FLAG-OUT
               WHEN SPEND-PAID (BUDGET-SUB)
                       > SCHOOL-BUDGET (BUDGET-SUB)
                   MOVE '*** OVER BUDGET' TO BD-FLAG-OUT
                   ADD 1 TO SCHOOLS-OVER-BUDGET
               WHEN UNCOMMITTED-WORK < 0
                   MOVE 'OVERCOMMITTED' TO BD-FLAG-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SCHOOL-BUDGET (BUDGET-SUB) > 0
               MOVE UNCOMMITTED-WORK TO BD-UNCOMMITTED-OUT
           END-IF
           WRITE BUDGET-REPORT-REC FROM BUDGET-DETAIL-LINE
           ADD SPEND-STUDENTS (BUDGET-SUB) TO TOTAL-STUDENTS
           ADD SCHOOL-BUDGET (BUDGET-SUB) TO TOTAL-BUDGET
           ADD SPEND-PAID (BUDGET-SUB) TO TOTAL-PAID
           ADD SPEND-COMMITTED (BUDGET-SUB) TO TOTAL-COMMITTED.

      *    Spend no school's budget can answer for - printed only when
      *    there is some.
       320-WRITE-UNKNOWN-LINE.
           IF SPEND-STUDENTS (11) > 0
               MOVE SPACES TO BUDGET-DETAIL-LINE
               MOVE 'NOT ON CODES' TO BD-SCHOOL-OUT
               MOVE SPEND-STUDENTS (11) TO BD-STUDENTS-OUT
               MOVE 0 TO BD-BUDGET-OUT
               MOVE SPEND-PAID (11) TO BD-PAID-OUT
               MOVE SPEND-COMMITTED (11) TO BD-COMMITTED-OUT
               MOVE 'NO BUDGET' TO BD-FLAG-OUT
               WRITE BUDGET-REPORT-REC FROM BUDGET-DETAIL-LINE
               ADD SPEND-STUDENTS (11) TO TOTAL-STUDENTS
               ADD SPEND-PAID (11) TO TOTAL-PAID
               ADD SPEND-COMMITTED (11) TO TOTAL-COMMITTED
           END-IF.

       330-WRITE-TOTALS.
           MOVE SPACES TO BUDGET-REPORT-REC
           WRITE BUDGET-REPORT-REC
           MOVE SPACES TO BUDGET-DETAIL-LINE
           MOVE 'TOTAL' TO BD-SCHOOL-OUT
           MOVE TOTAL-STUDENTS TO BD-STUDENTS-OUT
           MOVE TOTAL-BUDGET TO BD-BUDGET-OUT
           MOVE TOTAL-PAID TO BD-PAID-OUT
           MOVE TOTAL-COMMITTED TO BD-COMMITTED-OUT
           COMPUTE UNCOMMITTED-WORK =
               TOTAL-BUDGET - TOTAL-PAID - TOTAL-COMMITTED
           MOVE UNCOMMITTED-WORK TO BD-UNCOMMITTED-OUT
           WRITE BUDGET-REPORT-REC FROM BUDGET-DETAIL-LINE
           MOVE SPACES TO BUDGET-REPORT-REC
           WRITE BUDGET-REPORT-REC
           MOVE 'MASTERS READ' TO BUDGET-ITEM-OUT
           MOVE MASTERS-READ TO BUDGET-COUNT-OUT
           WRITE BUDGET-REPORT-REC FROM BUDGET-COUNT-LINE
           MOVE 'SCHOOLS OVER BUDGET' TO BUDGET-ITEM-OUT
           MOVE SCHOOLS-OVER-BUDGET TO BUDGET-COUNT-OUT
           WRITE BUDGET-REPORT-REC FROM BUDGET-COUNT-LINE.
