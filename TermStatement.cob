      *    GPA trend against the prior term (UP / DOWN / SAME) - the
      *    answer to "what did this student earn and how has their
      *    GPA moved" without anyone dumping the indexed file.
      *    A term SAMPLE has posted a late batch against since it
      *    closed prints AMENDED and the date, so the statement shows
      *    the figures are not the ones filed at close-out.
      *
      *    An STMTSSNO card on PARMCARD limits the run to one student
      *    for an on-demand pull; no card means the whole file, the
       01  HISTORY-READ                      PIC 9(5)   VALUE 0.
       01  STUDENTS-LISTED                   PIC 9(5)   VALUE 0.
       01  TERMS-LISTED                      PIC 9(5)   VALUE 0.
       01  TERMS-AMENDED                     PIC 9(5)   VALUE 0.
       01  PREV-SSNO                         PIC X(12)  VALUE SPACES.
       01  PREV-GPA                          PIC 9V99   VALUE 0.
       01  FIRST-TERM-SW                     PIC X      VALUE 'Y'.
                VALUE '  CUM CR'.
           05                                  PIC X(6)
                VALUE ' TREND'.
           05                                  PIC X(10)
                VALUE '  AMENDED'.
       01  STMT-DETAIL-LINE.
           05  STMT-TERM-OUT                   PIC X(5).
           05                                  PIC X(2)   VALUE SPACES.
           05  STMT-CUM-OUT                    PIC ZZZZ9.
           05                                  PIC X(3)   VALUE SPACES.
           05  STMT-TREND-OUT                  PIC X(4).
           05                                  PIC X(2)   VALUE SPACES.
           05  STMT-AMENDED-OUT.
               10  STMT-AMEND-FLAG-OUT         PIC X(8).
               10  STMT-AMEND-MONTH-OUT        PIC XX.
               10  STMT-AMEND-SLASH-1          PIC X.
               10  STMT-AMEND-DAY-OUT          PIC XX.
               10  STMT-AMEND-SLASH-2          PIC X.
               10  STMT-AMEND-YEAR-OUT         PIC XXXX.
       01  STMT-SEPARATOR-LINE.
           05                                  PIC X(62)
                VALUE ALL '-'.
       01  STMT-TOTAL-LINE.
           05  STMT-TOTAL-ITEM-OUT             PIC X(22).
                       MOVE 'SAME' TO STMT-TREND-OUT
               END-EVALUATE
           END-IF
           IF ADJUST-DATE-HIST NOT = SPACES
               MOVE 'AMENDED ' TO STMT-AMEND-FLAG-OUT
               MOVE ADJUST-DATE-HIST (5:2) TO STMT-AMEND-MONTH-OUT
               MOVE '/' TO STMT-AMEND-SLASH-1
               MOVE ADJUST-DATE-HIST (7:2) TO STMT-AMEND-DAY-OUT
               MOVE '/' TO STMT-AMEND-SLASH-2
               MOVE ADJUST-DATE-HIST (1:4) TO STMT-AMEND-YEAR-OUT
               ADD 1 TO TERMS-AMENDED
           END-IF
           MOVE TERM-GPA-HIST TO PREV-GPA
           ADD 1 TO TERMS-LISTED
           WRITE STATEMENT-REC FROM STMT-DETAIL-LINE.
           WRITE STATEMENT-REC FROM STMT-TOTAL-LINE
           MOVE 'TERMS LISTED' TO STMT-TOTAL-ITEM-OUT
           MOVE TERMS-LISTED TO STMT-TOTAL-COUNT-OUT
           WRITE STATEMENT-REC FROM STMT-TOTAL-LINE
           MOVE 'TERMS AMENDED' TO STMT-TOTAL-ITEM-OUT
           MOVE TERMS-AMENDED TO STMT-TOTAL-COUNT-OUT
           WRITE STATEMENT-REC FROM STMT-TOTAL-LINE.
