      *        col 1      action    A = add, C = change credits,
      *                             D = delete, W = set work-study
      *                             award (whole dollars),
      *                             S = set enrollment status,
      *                             R = re-key to a corrected SSNO
      *        col 2-13   SSNO
      *        col 14-18  old value (zeros on an add)
      *        col 19-23  new value (ignored on a delete or re-key)
      *        col 24-31  operator's transaction reference
      *        col 32-43  corrected SSNO (re-key only)
      *        col 44-51  effective date YYYYMMDD (status only;
      *                   blank = today)
      *    A and C carry CREDITS-TO-DATE; W carries the term award
      *    ceiling financial aid granted, in whole dollars. An add
      *    starts every money accumulator at zero. S carries the
      *    enrollment status letters (A active, W withdrawn,
      *    G graduated) in the first byte of the old and new value
      *    columns - the registrar's withdrawal and graduation
      *    postings come through here. The effective date is the
      *    day the new status took hold - SAMPLE pays a withdrawn or
      *    graduated student only for batches dated on or before it.
      *    A backdated withdrawal is keyed with the date it really
      *    took effect; re-keying the same status with a new date
      *    corrects the date alone.
      *    R moves a student filed under a mis-keyed SSNO to the
      *    corrected one - the master record, every TERMHIST and
      *    YEARHIST row, every payment on PAYHIST and every voided
      *    payment still queued on REISSUEQ go across together, so
      *    nothing is left orphaned under the old SSNO for MSTAUDIT
      *    to flag, for VOIDPROC to reject as not on the master or
      *    for SAMPLE to hold as a reissue with no master behind it.
      *    The old value is the CREDITS-TO-DATE on the mis-keyed
      *    record. If the corrected SSNO is already on the master,
      *    the two students are merged: credits, term and YTD money
      *    are added together, and the surviving record keeps its
      *    own name, school, status, award and GPA, taking the
      *    mis-keyed record's only where its own are blank. A merge
      *    where both SSNOs carry history for the same term or year
      *    is stopped for review and nothing is moved - those rows
      *    have to be reconciled by hand first.
      *    A transaction whose old value does not match what is on
      *    file is rejected, not applied - the file moved since the
      *    card was punched and the operator must look again.
      *    Every transaction prints on MNTAUDIT with the before and
      *    after values and its reference; a re-key also prints one
      *    line per record moved or merged, from and to SSNO, with
      *    the credits and gross before and after.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SSNO-MAST
                 FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT TERM-HISTORY ASSIGN TO "TERMHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TERM-HIST-KEY
                 FILE STATUS IS TERM-HISTORY-STATUS.
           SELECT YEAR-HISTORY ASSIGN TO "YEARHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS YEAR-HIST-KEY
                 FILE STATUS IS YEAR-HISTORY-STATUS.
           SELECT REISSUE-QUEUE ASSIGN TO "REISSUEQ"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RQ-OLD-PAYMENT-NO
                 FILE STATUS IS REISSUE-QUEUE-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PH-PAYMENT-NO
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MNTAUDIT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
               10  TRAN-NEW-STATUS-CODE  PICTURE X(1).
               10                        PICTURE X(4).
           05  TRAN-REFERENCE        PICTURE X(8).
           05  TRAN-NEW-SSNO         PICTURE X(12).
           05  TRAN-EFF-DATE         PICTURE X(8).
           05                        PICTURE X(29).
       FD  STUDENT-MASTER.
           COPY STUMREC.
       FD  TERM-HISTORY.
           COPY HISTREC.
       FD  YEAR-HISTORY.
           COPY YEARREC.
       FD  REISSUE-QUEUE.
           COPY REISREC.
       FD  PAYMENT-HISTORY.
           COPY PAYHREC.
       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-REC                      PICTURE X(100).
       WORKING-STORAGE SECTION.
       01  STUDENT-MASTER-STATUS             PIC XX     VALUE '00'.
       01  TERM-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  YEAR-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  REISSUE-QUEUE-STATUS              PIC XX     VALUE '00'.
       01  PAYMENT-HISTORY-STATUS            PIC XX     VALUE '00'.
       01  TERMHIST-ON-FILE-SW               PIC X      VALUE 'N'.
       01  YEARHIST-ON-FILE-SW               PIC X      VALUE 'N'.
       01  REISSUEQ-ON-FILE-SW               PIC X      VALUE 'N'.
       01  PAYHIST-ON-FILE-SW                PIC X      VALUE 'N'.
       01  TRANS-EOF-SW                      PIC X      VALUE 'N'.
       01  ON-FILE-SW                        PIC X      VALUE 'N'.
       01  DETAIL-WRITTEN-SW                 PIC X      VALUE 'N'.
       01  NEW-ON-FILE-SW                    PIC X      VALUE 'N'.
       01  HIST-EOF-SW                       PIC X      VALUE 'N'.
       01  QUEUE-EOF-SW                      PIC X      VALUE 'N'.
       01  PAY-EOF-SW                        PIC X      VALUE 'N'.
       01  HIST-OVERFLOW-SW                  PIC X      VALUE 'N'.
       01  CONFLICT-COUNT                    PIC 9(3)   VALUE 0.
       01  TRANS-READ                        PIC 9(5)   VALUE 0.
       01  TRANS-APPLIED                     PIC 9(5)   VALUE 0.
       01  TRANS-REJECTED                    PIC 9(5)   VALUE 0.
       01  CREDITS-BEFORE                    PIC 9(5)   VALUE 0.
       01  AWARD-BEFORE                      PIC 9(5)V99 VALUE 0.
       01  CREDITS-EDIT                      PIC ZZZZ9.
       01  STATUS-EFF-DATE                   PIC X(8).
      *    Re-key working areas. The mis-keyed student's history rows
      *    are listed here before anything moves, so every row can be
      *    checked for a clash under the corrected SSNO first and the
      *    transaction applies whole or not at all.
       01  REKEY-OLD-SSNO                    PIC X(12).
       01  REKEY-SUB                         PIC 9(3)   VALUE 0.
       01  REKEY-TERM-TABLE.
           05  REKEY-TERM-COUNT              PIC 9(3)   VALUE 0.
           05  REKEY-TERM-ID-T OCCURS 50 TIMES
                                             PIC X(5).
       01  REKEY-YEAR-TABLE.
           05  REKEY-YEAR-COUNT              PIC 9(3)   VALUE 0.
           05  REKEY-YEAR-ID-T OCCURS 50 TIMES
                                             PIC X(4).
      *    The mis-keyed master as read, held while a merge reads
      *    the surviving record into the same record area.
       01  REKEY-OLD-MASTER.
           05  OLD-NAME                      PIC X(18).
           05  OLD-SCHOOL                    PIC X(1).
           05  OLD-CREDITS                   PIC 9(5).
           05  OLD-TERM-CREDITS              PIC 9(5).
           05  OLD-GPA                       PIC 9V99.
           05  OLD-TERM-GROSS                PIC 9(5)V99.
           05  OLD-YTD-GROSS                 PIC 9(7)V99.
           05  OLD-YTD-FICA                  PIC 9(7)V99.
           05  OLD-YTD-WITHHOLD              PIC 9(7)V99.
           05  OLD-AWARD                     PIC 9(5)V99.
           05  OLD-TERM-ID                   PIC X(5).
       01  SURVIVOR-CREDITS                  PIC 9(5)   VALUE 0.
       01  SURVIVOR-YTD-GROSS                PIC 9(7)V99 VALUE 0.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
                VALUE '  AFTER'.
           05                                  PIC X(20)
                VALUE '  STATUS'.
      *    Column heads for the lines a re-key prints under its
      *    transaction line.
       01  MAINT-HDR-3.
           05                                  PIC X(15)  VALUE SPACES.
           05                                  PIC X(15)
                VALUE 'RE-KEY ITEM'.
           05                                  PIC X(14)
                VALUE 'FROM SSNO'.
           05                                  PIC X(12)
                VALUE 'TO SSNO'.
           05                                  PIC X(14)
                VALUE ' CR BEF CR AFT'.
           05                                  PIC X(24)
                VALUE '   GROSS BEF   GROSS AFT'.
       01  MAINT-DETAIL-LINE.
           05  MAINT-REF-OUT                   PIC X(8).
           05                                  PIC X(2)   VALUE SPACES.
           05  MAINT-AFTER-OUT                 PIC X(7).
           05                                  PIC X(2)   VALUE SPACES.
           05  MAINT-STATUS-OUT                PIC X(20).
      *    One record a re-key moved or merged. Credits and gross
      *    are CREDITS-TO-DATE and YTD gross on a master, the term's
      *    credits and gross on a TERMHIST row, the cumulative
      *    credits and year's gross on a YEARHIST row. A payment
      *    is listed by its number, and a queued reissue by its
      *    voided payment number, with the gross and no credits.
      *    The amounts stay blank on a row listed as a merge
      *    conflict.
       01  MAINT-REKEY-LINE.
           05  REKEY-REF-OUT                   PIC X(8).
           05                                  PIC X(2)   VALUE SPACES.
           05  REKEY-ACTION-OUT                PIC X(1).
           05                                  PIC X(4)   VALUE SPACES.
           05  REKEY-ITEM-OUT                  PIC X(14).
           05                                  PIC X(1)   VALUE SPACES.
           05  REKEY-FROM-OUT                  PIC X(12).
           05                                  PIC X(2)   VALUE SPACES.
           05  REKEY-TO-OUT                    PIC X(12).
           05                                  PIC X(2)   VALUE SPACES.
           05  REKEY-CR-BEFORE-OUT             PIC ZZZZ9.
           05                                  PIC X(2)   VALUE SPACES.
           05  REKEY-CR-AFTER-OUT              PIC ZZZZ9.
           05                                  PIC X(2)   VALUE SPACES.
           05  REKEY-GROSS-BEFORE-OUT          PIC ZZZZZZ9.99.
           05                                  PIC X(2)   VALUE SPACES.
           05  REKEY-GROSS-AFTER-OUT           PIC ZZZZZZ9.99.
       01  MAINT-TOTAL-LINE.
           05                                  PIC X(14)
                VALUE 'TRANS READ ='.
           MOVE TODAYS-YEAR TO MAINT-YEAR-OUT
           WRITE MAINT-AUDIT-REC FROM MAINT-HDR-1
           WRITE MAINT-AUDIT-REC FROM MAINT-HDR-2
           WRITE MAINT-AUDIT-REC FROM MAINT-HDR-3
           OPEN INPUT MAINT-TRANS
           OPEN I-O STUDENT-MASTER
      *    First-ever maintenance run may be building the master from
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-OPEN-HISTORY-FILES
           PERFORM UNTIL TRANS-EOF-SW = 'Y'
               READ MAINT-TRANS
                   AT END
           CLOSE MAINT-TRANS
                 STUDENT-MASTER
                 MAINT-AUDIT
           IF TERMHIST-ON-FILE-SW = 'Y'
               CLOSE TERM-HISTORY
           END-IF
           IF YEARHIST-ON-FILE-SW = 'Y'
               CLOSE YEAR-HISTORY
           END-IF
           IF REISSUEQ-ON-FILE-SW = 'Y'
               CLOSE REISSUE-QUEUE
           END-IF
           IF PAYHIST-ON-FILE-SW = 'Y'
               CLOSE PAYMENT-HISTORY
           END-IF
           IF TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    The history files, the payment history and the reissue
      *    queue are needed only to carry a re-keyed student's rows
      *    across. No TERMHIST or YEARHIST yet (status 35) means no
      *    term or year has been closed, no PAYHIST means SAMPLE has
      *    never paid anyone, and no REISSUEQ means VOIDPROC has
      *    never queued a payment, so there are no rows to carry;
      *    any other open failure aborts before a re-key could move
      *    a master and strand what belongs to it.
       120-OPEN-HISTORY-FILES.
           OPEN I-O TERM-HISTORY
           EVALUATE TRUE
               WHEN TERM-HISTORY-STATUS = '00'
                   MOVE 'Y' TO TERMHIST-ON-FILE-SW
               WHEN TERM-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STUMAINT: CANNOT OPEN TERMHIST - STATUS '
                       TERM-HISTORY-STATUS
                   MOVE SPACES TO MAINT-AUDIT-REC
                   STRING 'RUN ABORTED - CANNOT OPEN TERMHIST - '
                       'STATUS ' TERM-HISTORY-STATUS
                       DELIMITED BY SIZE INTO MAINT-AUDIT-REC
                   END-STRING
                   WRITE MAINT-AUDIT-REC
                   CLOSE MAINT-AUDIT
                         MAINT-TRANS
                         STUDENT-MASTER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN I-O YEAR-HISTORY
           EVALUATE TRUE
               WHEN YEAR-HISTORY-STATUS = '00'
                   MOVE 'Y' TO YEARHIST-ON-FILE-SW
               WHEN YEAR-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STUMAINT: CANNOT OPEN YEARHIST - STATUS '
                       YEAR-HISTORY-STATUS
                   MOVE SPACES TO MAINT-AUDIT-REC
                   STRING 'RUN ABORTED - CANNOT OPEN YEARHIST - '
                       'STATUS ' YEAR-HISTORY-STATUS
                       DELIMITED BY SIZE INTO MAINT-AUDIT-REC
                   END-STRING
                   WRITE MAINT-AUDIT-REC
                   CLOSE MAINT-AUDIT
                         MAINT-TRANS
                         STUDENT-MASTER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN I-O REISSUE-QUEUE
           EVALUATE TRUE
               WHEN REISSUE-QUEUE-STATUS = '00'
                   MOVE 'Y' TO REISSUEQ-ON-FILE-SW
               WHEN REISSUE-QUEUE-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STUMAINT: CANNOT OPEN REISSUEQ - STATUS '
                       REISSUE-QUEUE-STATUS
                   MOVE SPACES TO MAINT-AUDIT-REC
                   STRING 'RUN ABORTED - CANNOT OPEN REISSUEQ - '
                       'STATUS ' REISSUE-QUEUE-STATUS
                       DELIMITED BY SIZE INTO MAINT-AUDIT-REC
                   END-STRING
                   WRITE MAINT-AUDIT-REC
                   CLOSE MAINT-AUDIT
                         MAINT-TRANS
                         STUDENT-MASTER
                   IF TERMHIST-ON-FILE-SW = 'Y'
                       CLOSE TERM-HISTORY
                   END-IF
                   IF YEARHIST-ON-FILE-SW = 'Y'
                       CLOSE YEAR-HISTORY
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN I-O PAYMENT-HISTORY
           EVALUATE TRUE
               WHEN PAYMENT-HISTORY-STATUS = '00'
                   MOVE 'Y' TO PAYHIST-ON-FILE-SW
               WHEN PAYMENT-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STUMAINT: CANNOT OPEN PAYHIST - STATUS '
                       PAYMENT-HISTORY-STATUS
                   MOVE SPACES TO MAINT-AUDIT-REC
                   STRING 'RUN ABORTED - CANNOT OPEN PAYHIST - '
                       'STATUS ' PAYMENT-HISTORY-STATUS
                       DELIMITED BY SIZE INTO MAINT-AUDIT-REC
                   END-STRING
                   WRITE MAINT-AUDIT-REC
                   CLOSE MAINT-AUDIT
                         MAINT-TRANS
                         STUDENT-MASTER
                   IF TERMHIST-ON-FILE-SW = 'Y'
                       CLOSE TERM-HISTORY
                   END-IF
                   IF YEARHIST-ON-FILE-SW = 'Y'
                       CLOSE YEAR-HISTORY
                   END-IF
                   IF REISSUEQ-ON-FILE-SW = 'Y'
                       CLOSE REISSUE-QUEUE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       200-APPLY-TRANSACTION.
           MOVE 'N' TO DETAIL-WRITTEN-SW
           MOVE SPACES TO MAINT-DETAIL-LINE
           MOVE TRAN-REFERENCE TO MAINT-REF-OUT
           MOVE TRAN-ACTION TO MAINT-ACTION-OUT
           MOVE TRAN-SSNO TO MAINT-SSNO-OUT
           PERFORM 210-READ-MASTER
           EVALUATE TRUE
               WHEN (TRAN-ACTION = 'D' OR TRAN-ACTION = 'R')
                       AND TRAN-OLD-VALUE   IS NOT NUMERIC
                   PERFORM 280-REJECT-BAD-NUMERIC
               WHEN TRAN-ACTION NOT = 'D' AND TRAN-ACTION NOT = 'S'
                       AND TRAN-ACTION NOT = 'R'
                       AND (TRAN-OLD-VALUE   IS NOT NUMERIC
                       OR TRAN-NEW-VALUE   IS NOT NUMERIC)
                   PERFORM 280-REJECT-BAD-NUMERIC
                   PERFORM 250-APPLY-AWARD
               WHEN TRAN-ACTION = 'S'
                   PERFORM 260-APPLY-STATUS
               WHEN TRAN-ACTION = 'R'
                   PERFORM 300-APPLY-REKEY
               WHEN OTHER
                   ADD 1 TO TRANS-REJECTED
                   MOVE 'BAD ACTION CODE' TO MAINT-STATUS-OUT
           END-EVALUATE
      *    A re-key writes its own transaction line ahead of the
      *    record lines that go under it.
           IF DETAIL-WRITTEN-SW = 'N'
               WRITE MAINT-AUDIT-REC FROM MAINT-DETAIL-LINE
           END-IF.

       210-READ-MASTER.
           MOVE 'N' TO ON-FILE-SW
               MOVE SPACES TO NAME-MAST
               MOVE SPACES TO SCHOOL-MAST
               MOVE 'A' TO ENROLL-STATUS-MAST
               MOVE SPACES TO ENROLL-EFF-DATE-MAST
               MOVE TRAN-NEW-VALUE   TO CREDITS-TO-DATE
               MOVE 0 TO TERM-CREDITS-MAST
               MOVE 0 TO LAST-GPA-MAST
               MOVE 0 TO YTD-FICA-MAST
               MOVE 0 TO YTD-WITHHOLD-MAST
               MOVE 0 TO AWARD-AMOUNT-MAST
               MOVE SPACES TO TERM-ID-MAST
               WRITE STUDENT-MASTER-REC
               ADD 1 TO TRANS-APPLIED
               MOVE 'APPLIED' TO MAINT-STATUS-OUT

      *    The registrar's status posting. The old status must match
      *    what is on file, like every other change, and the new one
      *    must be a status this system knows. The effective date is
      *    stamped alongside it and shows on the audit line.
       260-APPLY-STATUS.
           IF TRAN-EFF-DATE = SPACES
               MOVE TODAYS-DATE TO STATUS-EFF-DATE
           ELSE
               MOVE TRAN-EFF-DATE TO STATUS-EFF-DATE
           END-IF
           EVALUATE TRUE
               WHEN ON-FILE-SW = 'N'
                   ADD 1 TO TRANS-REJECTED
                       AND TRAN-NEW-STATUS-CODE NOT = 'G'
                   ADD 1 TO TRANS-REJECTED
                   MOVE 'BAD STATUS CODE' TO MAINT-STATUS-OUT
               WHEN STATUS-EFF-DATE IS NOT NUMERIC
                   ADD 1 TO TRANS-REJECTED
                   MOVE 'BAD EFFECTIVE DATE' TO MAINT-STATUS-OUT
               WHEN ENROLL-STATUS-MAST NOT = TRAN-OLD-STATUS-CODE
                   ADD 1 TO TRANS-REJECTED
                   MOVE 'OLD VALUE MISMATCH' TO MAINT-STATUS-OUT
               WHEN OTHER
                   MOVE TRAN-NEW-STATUS-CODE TO ENROLL-STATUS-MAST
                   MOVE STATUS-EFF-DATE TO ENROLL-EFF-DATE-MAST
                   REWRITE STUDENT-MASTER-REC
                   ADD 1 TO TRANS-APPLIED
                   STRING 'APPLIED EFF ' STATUS-EFF-DATE
                       DELIMITED BY SIZE INTO MAINT-STATUS-OUT
                   END-STRING
                   MOVE TRAN-NEW-STATUS-CODE TO MAINT-AFTER-OUT
           END-EVALUATE.

       280-REJECT-BAD-NUMERIC.
           ADD 1 TO TRANS-REJECTED
           MOVE 'BAD NUMERIC VALUE' TO MAINT-STATUS-OUT.

      *    Re-key. The card is proved against the mis-keyed record
      *    the same way as a change, then the student's history rows
      *    are listed and checked under the corrected SSNO before
      *    anything moves.
       300-APPLY-REKEY.
           EVALUATE TRUE
               WHEN ON-FILE-SW = 'N'
                   ADD 1 TO TRANS-REJECTED
                   MOVE 'NOT ON FILE' TO MAINT-STATUS-OUT
               WHEN TRAN-NEW-SSNO = SPACES
                       OR TRAN-NEW-SSNO = TRAN-SSNO
                   ADD 1 TO TRANS-REJECTED
                   MOVE 'BAD NEW SSNO' TO MAINT-STATUS-OUT
               WHEN CREDITS-BEFORE NOT = TRAN-OLD-VALUE
                   ADD 1 TO TRANS-REJECTED
                   MOVE 'OLD VALUE MISMATCH' TO MAINT-STATUS-OUT
               WHEN OTHER
                   PERFORM 310-PREPARE-REKEY
           END-EVALUATE.

       310-PREPARE-REKEY.
           MOVE TRAN-SSNO TO REKEY-OLD-SSNO
           MOVE NAME-MAST TO OLD-NAME
           MOVE SCHOOL-MAST TO OLD-SCHOOL
           MOVE CREDITS-TO-DATE TO OLD-CREDITS
           MOVE TERM-CREDITS-MAST TO OLD-TERM-CREDITS
           MOVE LAST-GPA-MAST TO OLD-GPA
           MOVE TERM-GROSS-MAST TO OLD-TERM-GROSS
           MOVE YTD-GROSS-MAST TO OLD-YTD-GROSS
           MOVE YTD-FICA-MAST TO OLD-YTD-FICA
           MOVE YTD-WITHHOLD-MAST TO OLD-YTD-WITHHOLD
           MOVE AWARD-AMOUNT-MAST TO OLD-AWARD
           MOVE TERM-ID-MAST TO OLD-TERM-ID
           MOVE 'N' TO HIST-OVERFLOW-SW
           MOVE 0 TO CONFLICT-COUNT
           PERFORM 320-LIST-TERM-ROWS
           PERFORM 325-LIST-YEAR-ROWS
           IF HIST-OVERFLOW-SW = 'Y'
               ADD 1 TO TRANS-REJECTED
               MOVE 'TOO MANY HIST ROWS' TO MAINT-STATUS-OUT
           ELSE
               PERFORM 330-COUNT-TERM-CONFLICT
                   VARYING REKEY-SUB FROM 1 BY 1
                       UNTIL REKEY-SUB > REKEY-TERM-COUNT
               PERFORM 335-COUNT-YEAR-CONFLICT
                   VARYING REKEY-SUB FROM 1 BY 1
                       UNTIL REKEY-SUB > REKEY-YEAR-COUNT
               IF CONFLICT-COUNT > 0
                   PERFORM 340-STOP-FOR-REVIEW
               ELSE
                   PERFORM 350-CARRY-STUDENT-ACROSS
               END-IF
           END-IF.

      *    The file is keyed SSNO + term-id, so the student's rows
      *    sit together and the first foreign SSNO ends the list.
       320-LIST-TERM-ROWS.
           MOVE 0 TO REKEY-TERM-COUNT
           IF TERMHIST-ON-FILE-SW = 'Y'
               MOVE 'N' TO HIST-EOF-SW
               MOVE REKEY-OLD-SSNO TO SSNO-HIST
               MOVE LOW-VALUES TO TERM-ID-HIST
               START TERM-HISTORY KEY NOT < TERM-HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO HIST-EOF-SW
               END-START
               PERFORM UNTIL HIST-EOF-SW = 'Y'
                   READ TERM-HISTORY NEXT RECORD
                       AT END
                           MOVE 'Y' TO HIST-EOF-SW
                       NOT AT END
                           IF SSNO-HIST = REKEY-OLD-SSNO
                               IF REKEY-TERM-COUNT < 50
                                   ADD 1 TO REKEY-TERM-COUNT
                                   MOVE TERM-ID-HIST TO REKEY-TERM-ID-T
                                       (REKEY-TERM-COUNT)
                               ELSE
                                   MOVE 'Y' TO HIST-OVERFLOW-SW
                               END-IF
                           ELSE
                               MOVE 'Y' TO HIST-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       325-LIST-YEAR-ROWS.
           MOVE 0 TO REKEY-YEAR-COUNT
           IF YEARHIST-ON-FILE-SW = 'Y'
               MOVE 'N' TO HIST-EOF-SW
               MOVE REKEY-OLD-SSNO TO SSNO-YR
               MOVE LOW-VALUES TO YEAR-ID-YR
               START YEAR-HISTORY KEY NOT < YEAR-HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO HIST-EOF-SW
               END-START
               PERFORM UNTIL HIST-EOF-SW = 'Y'
                   READ YEAR-HISTORY NEXT RECORD
                       AT END
                           MOVE 'Y' TO HIST-EOF-SW
                       NOT AT END
                           IF SSNO-YR = REKEY-OLD-SSNO
                               IF REKEY-YEAR-COUNT < 50
                                   ADD 1 TO REKEY-YEAR-COUNT
                                   MOVE YEAR-ID-YR TO REKEY-YEAR-ID-T
                                       (REKEY-YEAR-COUNT)
                               ELSE
                                   MOVE 'Y' TO HIST-OVERFLOW-SW
                               END-IF
                           ELSE
                               MOVE 'Y' TO HIST-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       330-COUNT-TERM-CONFLICT.
           MOVE TRAN-NEW-SSNO TO SSNO-HIST
           MOVE REKEY-TERM-ID-T (REKEY-SUB) TO TERM-ID-HIST
           READ TERM-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CONFLICT-COUNT
           END-READ.

       335-COUNT-YEAR-CONFLICT.
           MOVE TRAN-NEW-SSNO TO SSNO-YR
           MOVE REKEY-YEAR-ID-T (REKEY-SUB) TO YEAR-ID-YR
           READ YEAR-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CONFLICT-COUNT
           END-READ.

      *    Both SSNOs carry a row for the same term or year - which
      *    row is right is a judgment the operator has to make.
      *    Nothing is moved; the clashing rows list under the
      *    transaction so the review starts from the audit report.
       340-STOP-FOR-REVIEW.
           ADD 1 TO TRANS-REJECTED
           MOVE 'MERGE CONFLICT' TO MAINT-STATUS-OUT
           WRITE MAINT-AUDIT-REC FROM MAINT-DETAIL-LINE
           MOVE 'Y' TO DETAIL-WRITTEN-SW
           PERFORM 342-LIST-TERM-CONFLICT
               VARYING REKEY-SUB FROM 1 BY 1
                   UNTIL REKEY-SUB > REKEY-TERM-COUNT
           PERFORM 344-LIST-YEAR-CONFLICT
               VARYING REKEY-SUB FROM 1 BY 1
                   UNTIL REKEY-SUB > REKEY-YEAR-COUNT.

       342-LIST-TERM-CONFLICT.
           MOVE TRAN-NEW-SSNO TO SSNO-HIST
           MOVE REKEY-TERM-ID-T (REKEY-SUB) TO TERM-ID-HIST
           READ TERM-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO MAINT-REKEY-LINE
                   STRING 'TERMHIST ' REKEY-TERM-ID-T (REKEY-SUB)
                       DELIMITED BY SIZE INTO REKEY-ITEM-OUT
                   END-STRING
                   PERFORM 390-WRITE-REKEY-LINE
           END-READ.

       344-LIST-YEAR-CONFLICT.
           MOVE TRAN-NEW-SSNO TO SSNO-YR
           MOVE REKEY-YEAR-ID-T (REKEY-SUB) TO YEAR-ID-YR
           READ YEAR-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO MAINT-REKEY-LINE
                   STRING 'YEARHIST ' REKEY-YEAR-ID-T (REKEY-SUB)
                       DELIMITED BY SIZE INTO REKEY-ITEM-OUT
                   END-STRING
                   PERFORM 390-WRITE-REKEY-LINE
           END-READ.

      *    Clear to go: the transaction line, then the master moved
      *    or merged, then every history row, payment and queued
      *    reissue carried across.
       350-CARRY-STUDENT-ACROSS.
           MOVE 'N' TO NEW-ON-FILE-SW
           MOVE TRAN-NEW-SSNO TO SSNO-MAST
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO NEW-ON-FILE-SW
           END-READ
           ADD 1 TO TRANS-APPLIED
           MOVE 'APPLIED' TO MAINT-STATUS-OUT
           IF NEW-ON-FILE-SW = 'Y'
               MOVE 'MERGED' TO MAINT-AFTER-OUT
           ELSE
               MOVE 'MOVED' TO MAINT-AFTER-OUT
           END-IF
           WRITE MAINT-AUDIT-REC FROM MAINT-DETAIL-LINE
           MOVE 'Y' TO DETAIL-WRITTEN-SW
           IF NEW-ON-FILE-SW = 'Y'
               PERFORM 360-MERGE-MASTER
           ELSE
               PERFORM 355-MOVE-MASTER
           END-IF
           PERFORM 370-MOVE-TERM-ROW
               VARYING REKEY-SUB FROM 1 BY 1
                   UNTIL REKEY-SUB > REKEY-TERM-COUNT
           PERFORM 375-MOVE-YEAR-ROW
               VARYING REKEY-SUB FROM 1 BY 1
                   UNTIL REKEY-SUB > REKEY-YEAR-COUNT
           IF PAYHIST-ON-FILE-SW = 'Y'
               PERFORM 376-MOVE-PAYMENTS
           END-IF
           IF REISSUEQ-ON-FILE-SW = 'Y'
               PERFORM 380-MOVE-QUEUED-REISSUES
           END-IF.

      *    The miss on the corrected SSNO left the record area
      *    undefined, so the mis-keyed record is read back before it
      *    is filed under its new key.
       355-MOVE-MASTER.
           MOVE REKEY-OLD-SSNO TO SSNO-MAST
           READ STUDENT-MASTER
           MOVE TRAN-NEW-SSNO TO SSNO-MAST
           WRITE STUDENT-MASTER-REC
           MOVE REKEY-OLD-SSNO TO SSNO-MAST
           DELETE STUDENT-MASTER
           MOVE SPACES TO MAINT-REKEY-LINE
           MOVE 'MASTER' TO REKEY-ITEM-OUT
           MOVE OLD-CREDITS TO REKEY-CR-BEFORE-OUT
           MOVE OLD-CREDITS TO REKEY-CR-AFTER-OUT
           MOVE OLD-YTD-GROSS TO REKEY-GROSS-BEFORE-OUT
           MOVE OLD-YTD-GROSS TO REKEY-GROSS-AFTER-OUT
           PERFORM 390-WRITE-REKEY-LINE.

      *    The surviving record is in the record area. Accumulators
      *    add; the descriptive fields stay the survivor's unless it
      *    has none. Enrollment status is always the survivor's - a
      *    status change is the registrar's call, through S.
       360-MERGE-MASTER.
           MOVE CREDITS-TO-DATE TO SURVIVOR-CREDITS
           MOVE YTD-GROSS-MAST TO SURVIVOR-YTD-GROSS
           ADD OLD-CREDITS TO CREDITS-TO-DATE
           ADD OLD-TERM-CREDITS TO TERM-CREDITS-MAST
           ADD OLD-TERM-GROSS TO TERM-GROSS-MAST
           ADD OLD-YTD-GROSS TO YTD-GROSS-MAST
           ADD OLD-YTD-FICA TO YTD-FICA-MAST
           ADD OLD-YTD-WITHHOLD TO YTD-WITHHOLD-MAST
           IF NAME-MAST = SPACES
               MOVE OLD-NAME TO NAME-MAST
           END-IF
           IF SCHOOL-MAST = SPACES
               MOVE OLD-SCHOOL TO SCHOOL-MAST
           END-IF
           IF LAST-GPA-MAST = 0
               MOVE OLD-GPA TO LAST-GPA-MAST
           END-IF
           IF AWARD-AMOUNT-MAST = 0
               MOVE OLD-AWARD TO AWARD-AMOUNT-MAST
           END-IF
      *    The old record's term figures came across above, so the
      *    survivor takes their term too if it had none open.
           IF TERM-ID-MAST = SPACES
               MOVE OLD-TERM-ID TO TERM-ID-MAST
           END-IF
           REWRITE STUDENT-MASTER-REC
           MOVE SPACES TO MAINT-REKEY-LINE
           MOVE 'MASTER (NEW)' TO REKEY-ITEM-OUT
           MOVE SURVIVOR-CREDITS TO REKEY-CR-BEFORE-OUT
           MOVE CREDITS-TO-DATE TO REKEY-CR-AFTER-OUT
           MOVE SURVIVOR-YTD-GROSS TO REKEY-GROSS-BEFORE-OUT
           MOVE YTD-GROSS-MAST TO REKEY-GROSS-AFTER-OUT
           PERFORM 390-WRITE-REKEY-LINE
           MOVE REKEY-OLD-SSNO TO SSNO-MAST
           DELETE STUDENT-MASTER
           MOVE SPACES TO MAINT-REKEY-LINE
           MOVE 'MASTER (OLD)' TO REKEY-ITEM-OUT
           MOVE OLD-CREDITS TO REKEY-CR-BEFORE-OUT
           MOVE 0 TO REKEY-CR-AFTER-OUT
           MOVE OLD-YTD-GROSS TO REKEY-GROSS-BEFORE-OUT
           MOVE 0 TO REKEY-GROSS-AFTER-OUT
           PERFORM 390-WRITE-REKEY-LINE.

      *    A history row's figures are a snapshot of its term or
      *    year and move across unchanged.
       370-MOVE-TERM-ROW.
           MOVE REKEY-OLD-SSNO TO SSNO-HIST
           MOVE REKEY-TERM-ID-T (REKEY-SUB) TO TERM-ID-HIST
           READ TERM-HISTORY
           MOVE SPACES TO MAINT-REKEY-LINE
           STRING 'TERMHIST ' REKEY-TERM-ID-T (REKEY-SUB)
               DELIMITED BY SIZE INTO REKEY-ITEM-OUT
           END-STRING
           MOVE TERM-CREDITS-HIST TO REKEY-CR-BEFORE-OUT
           MOVE TERM-CREDITS-HIST TO REKEY-CR-AFTER-OUT
           MOVE TERM-GROSS-HIST TO REKEY-GROSS-BEFORE-OUT
           MOVE TERM-GROSS-HIST TO REKEY-GROSS-AFTER-OUT
           MOVE TRAN-NEW-SSNO TO SSNO-HIST
           WRITE TERM-HISTORY-REC
           MOVE REKEY-OLD-SSNO TO SSNO-HIST
           DELETE TERM-HISTORY
           PERFORM 390-WRITE-REKEY-LINE.

       375-MOVE-YEAR-ROW.
           MOVE REKEY-OLD-SSNO TO SSNO-YR
           MOVE REKEY-YEAR-ID-T (REKEY-SUB) TO YEAR-ID-YR
           READ YEAR-HISTORY
           MOVE SPACES TO MAINT-REKEY-LINE
           STRING 'YEARHIST ' REKEY-YEAR-ID-T (REKEY-SUB)
               DELIMITED BY SIZE INTO REKEY-ITEM-OUT
           END-STRING
           MOVE CUM-CREDITS-YR TO REKEY-CR-BEFORE-OUT
           MOVE CUM-CREDITS-YR TO REKEY-CR-AFTER-OUT
           MOVE YEAR-GROSS-YR TO REKEY-GROSS-BEFORE-OUT
           MOVE YEAR-GROSS-YR TO REKEY-GROSS-AFTER-OUT
           MOVE TRAN-NEW-SSNO TO SSNO-YR
           WRITE YEAR-HISTORY-REC
           MOVE REKEY-OLD-SSNO TO SSNO-YR
           DELETE YEAR-HISTORY
           PERFORM 390-WRITE-REKEY-LINE.

      *    PAYHIST is keyed by payment number, not SSNO, so the
      *    whole file is read for the student's payments. Every one
      *    moves, whatever its status - VOIDPROC finds the student
      *    by PH-SSNO to void a returned or stale payment, and the
      *    quarterly tax report files the wages under it.
       376-MOVE-PAYMENTS.
           MOVE 'N' TO PAY-EOF-SW
           MOVE 0 TO PH-PAYMENT-NO
           START PAYMENT-HISTORY KEY NOT < PH-PAYMENT-NO
               INVALID KEY
                   MOVE 'Y' TO PAY-EOF-SW
           END-START
           PERFORM UNTIL PAY-EOF-SW = 'Y'
               READ PAYMENT-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO PAY-EOF-SW
                   NOT AT END
                       IF PH-SSNO = REKEY-OLD-SSNO
                           PERFORM 378-MOVE-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

       378-MOVE-ONE-PAYMENT.
           MOVE TRAN-NEW-SSNO TO PH-SSNO
           REWRITE PAYMENT-HISTORY-REC
           MOVE SPACES TO MAINT-REKEY-LINE
           STRING 'PAY ' PH-PAYMENT-NO
               DELIMITED BY SIZE INTO REKEY-ITEM-OUT
           END-STRING
           MOVE PH-GROSS TO REKEY-GROSS-BEFORE-OUT
           MOVE PH-GROSS TO REKEY-GROSS-AFTER-OUT
           PERFORM 390-WRITE-REKEY-LINE.

      *    The queue is keyed by voided payment number, not SSNO, so
      *    the whole file is read for the student's entries. Only
      *    those still queued move - SAMPLE pays a reissue to the
      *    master RQ-SSNO names, and one left under the old SSNO
      *    would be held every run from here on. A paid entry is a
      *    record of what was paid and stays as written.
       380-MOVE-QUEUED-REISSUES.
           MOVE 'N' TO QUEUE-EOF-SW
           MOVE 0 TO RQ-OLD-PAYMENT-NO
           START REISSUE-QUEUE KEY NOT < RQ-OLD-PAYMENT-NO
               INVALID KEY
                   MOVE 'Y' TO QUEUE-EOF-SW
           END-START
           PERFORM UNTIL QUEUE-EOF-SW = 'Y'
               READ REISSUE-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO QUEUE-EOF-SW
                   NOT AT END
                       IF RQ-SSNO = REKEY-OLD-SSNO
                               AND RQ-STATUS = 'Q'
                           PERFORM 385-MOVE-ONE-REISSUE
                       END-IF
               END-READ
           END-PERFORM.

       385-MOVE-ONE-REISSUE.
           MOVE TRAN-NEW-SSNO TO RQ-SSNO
           REWRITE REISSUE-QUEUE-REC
           MOVE SPACES TO MAINT-REKEY-LINE
           STRING 'VOID ' RQ-OLD-PAYMENT-NO
               DELIMITED BY SIZE INTO REKEY-ITEM-OUT
           END-STRING
           MOVE RQ-GROSS TO REKEY-GROSS-BEFORE-OUT
           MOVE RQ-GROSS TO REKEY-GROSS-AFTER-OUT
           PERFORM 390-WRITE-REKEY-LINE.

       390-WRITE-REKEY-LINE.
           MOVE TRAN-REFERENCE TO REKEY-REF-OUT
           MOVE TRAN-ACTION TO REKEY-ACTION-OUT
           MOVE REKEY-OLD-SSNO TO REKEY-FROM-OUT
           MOVE TRAN-NEW-SSNO TO REKEY-TO-OUT
           WRITE MAINT-AUDIT-REC FROM MAINT-REKEY-LINE.
