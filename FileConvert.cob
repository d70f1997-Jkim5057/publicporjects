           MOVE SPACES TO NAME-MAST
           MOVE SPACES TO SCHOOL-MAST
           MOVE 'A' TO ENROLL-STATUS-MAST
           MOVE SPACES TO ENROLL-EFF-DATE-MAST
           MOVE OLD-CREDITS-TO-DATE TO CREDITS-TO-DATE
           MOVE OLD-TERM-CREDITS TO TERM-CREDITS-MAST
           MOVE OLD-LAST-GPA TO LAST-GPA-MAST
           MOVE 0 TO YTD-FICA-MAST
           MOVE 0 TO YTD-WITHHOLD-MAST
           MOVE OLD-AWARD-AMOUNT TO AWARD-AMOUNT-MAST
           MOVE SPACES TO TERM-ID-MAST
           WRITE STUDENT-MASTER-REC
           ADD 1 TO MASTERS-CONVERTED.

           MOVE OLD-TERM-GROSS-HIST TO TERM-GROSS-HIST
           MOVE OLD-CUM-CREDITS-HIST TO CUM-CREDITS-HIST
           MOVE OLD-YTD-GROSS-HIST TO YTD-GROSS-HIST
           MOVE 0 TO AWARD-HIST
           MOVE SPACES TO ADJUST-DATE-HIST
           WRITE TERM-HISTORY-REC
           ADD 1 TO HISTORY-CONVERTED.

