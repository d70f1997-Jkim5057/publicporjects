                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BATCH-REG-KEY
                 FILE STATUS IS BATCH-REGISTRY-STATUS.
           SELECT BEFORE-IMAGE ASSIGN TO "BEFIMAGE"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BF-KEY
                 FILE STATUS IS BEFORE-IMAGE-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PH-PAYMENT-NO
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.
           SELECT REISSUE-QUEUE ASSIGN TO "REISSUEQ"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RQ-OLD-PAYMENT-NO
                 FILE STATUS IS REISSUE-QUEUE-STATUS.
           SELECT TERM-HISTORY ASSIGN TO "TERMHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TERM-HIST-KEY
                 FILE STATUS IS TERM-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-DATA.
      *    may carry several HDR...detail...TRL batches in sequence;
      *    each balances against its own control records.
           COPY BATCHREC.
      *    Hours arrive on their own TSH timesheet records inside the
      *    same batches - see TIMEREC. The balancing pass tables them
      *    by batch and SSNO; the posting pass pays each student
      *    detail from that table, and skips the TSH records.
           COPY TIMEREC.
      *    On a RUNMODE REPROC run the input is a corrected rejects
      *    file: the same 41 bytes plus the reason code CORRECTN
      *    appended when the record originally rejected. The reason
      *    is carried for the operator's benefit only - posting uses
      *    the EMPLOYEE-RECORD view as usual. The hours and
      *    department code the record's timesheets carried ride
      *    along behind the reason, since a REPROC input has no TSH
      *    records of its own to pay from. The HDR date of the batch
      *    the record first arrived in rides next, so the enrollment
      *    status check still judges the hours by when they were
      *    worked, not by when the correction came back, and the
      *    batch's term rides next, so a correction to a late batch
      *    for a closed term still posts to that term. A record from
      *    an edit run carries EDIT last and stops the run.
       01  CORRECTED-EMPLOYEE-RECORD.
           05                        PICTURE X(41).
           05  RESUB-REASON-IN       PICTURE X(8).
           05  RESUB-HOURS-IN        PICTURE 9(5)V99.
           05  RESUB-DEPT-IN         PICTURE X(6).
           05  RESUB-BATCH-DATE-IN   PICTURE X(8).
           05  RESUB-TERM-IN         PICTURE X(5).
           05  RESUB-EDIT-IN         PICTURE X(4).
      *    PRINT-REC is a generic 92-byte print line. The detail line
      *    is built in WORKING-STORAGE (DETAIL-LINE) and moved in with
      *    WRITE PRINT-REC FROM DETAIL-LINE, the same way HDR-1, HDR-2,
      *    money totals at the bottom. The PAYROLL listing remains the
      *    departmental report; this file is what gets paid.
       FD  PAYMENT-REGISTER.
       01  PAYMENT-REC                          PICTURE X(100).
      *    PROBATION-LETTERS carries one formatted letter per student
      *    the run flags 'P', so the student hears it from a letter
      *    and not from a column on a payroll report. ADVISOR-NOTIFY
      *    RUNMODE REPROC run instead of rekeying into next term's
      *    LABDATA. DUP rejects stay off this file - the first
      *    occurrence already posted, there is nothing to correct.
      *    The student's timesheet hours for the batch and the
      *    department code follow the reason; hours that were not
      *    numeric go out blank for the operator to key. The batch
      *    date and term the record came in under follow. A RUNMODE
      *    EDIT run writes the same file for the lab to fix LABDATA
      *    from before the live run, and closes each record with
      *    EDIT - nothing on it was posted, and a REPROC run will
      *    not take it.
       FD  CORRECTION-FILE.
       01  CORRECTION-REC.
           05  CORR-EMPLOYEE-AREA    PICTURE X(41).
           05  CORR-REASON-OUT       PICTURE X(8).
           05  CORR-HOURS-OUT        PICTURE 9(5)V99.
           05  CORR-DEPT-OUT         PICTURE X(6).
           05  CORR-BATCH-DATE-OUT   PICTURE X(8).
           05  CORR-TERM-OUT         PICTURE X(5).
           05  CORR-EDIT-OUT         PICTURE X(4).
      *    BANK-PAYMENT is the machine leg of the payment register -
      *    one PAY detail per student paid, with the payment number
      *    the bursar's bank will honor, wrapped in HDR/TRL control
      *    before posting - a re-transmitted file or a DD pointed at
      *    yesterday's dataset can no longer double-post a term's
      *    earnings. RERUNOK Y on PARMCARD is the operator's override
      *    for a legitimate intentional rerun; a batch BACKOUT has
      *    reversed needs no override. See BREGREC.
       FD  BATCH-REGISTRY.
           COPY BREGREC.
      *    BEFORE-IMAGE keeps every master record a batch posts to as
      *    it stood before the post, under the batch's registry key,
      *    so BACKOUT can reverse the batch - see BKIMREC.
       FD  BEFORE-IMAGE.
           COPY BKIMREC.
      *    PAYMENT-HISTORY keeps every payment the run makes, for good,
      *    under its payment number - the permanent record behind the
      *    register line and the PAY record. See PAYHREC.
       FD  PAYMENT-HISTORY.
           COPY PAYHREC.
      *    REISSUE-QUEUE holds the payments VOIDPROC has voided and
      *    taken back off the master, waiting to be paid again under
      *    a new number - see REISREC.
       FD  REISSUE-QUEUE.
           COPY REISREC.
      *    TERM-HISTORY is TERMCLOS's close-out snapshot. It tells the
      *    run which terms are closed, and a late batch for one of
      *    them posts against the student's row here instead of the
      *    open term on the master - see HISTREC.
       FD  TERM-HISTORY.
           COPY HISTREC.
       WORKING-STORAGE SECTION.
       01  STUDENT-MASTER-STATUS             PIC XX     VALUE '00'.
       01  PAYMENT-HISTORY-STATUS            PIC XX     VALUE '00'.
       01  REISSUE-QUEUE-STATUS              PIC XX     VALUE '00'.
       01  TERM-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  NEW-STUDENT-SW                    PIC X      VALUE 'N'.
       01  TIME-OF-DAY.
           05 RUN-HOURS                          PIC 99.
       01  CHECKPOINT-EOF-SW                 PIC X      VALUE 'N'.
       01  ARE-THERE-MORE-RECORDS    PICTURE XXX VALUE  'YES'.
       01  LINE-CT                             PIC 99     VALUE 0.
      *    HOURS-WORKED is the student's timesheet total for the
      *    batch and drives the pay; CREDITS-POSTED is CREDITS-IN off
      *    the detail record and drives only the credit accumulators.
       01  HOURS-WORKED                     PIC 9(5)V99 VALUE 0.
       01  CREDITS-POSTED                   PIC 9(3)   VALUE 0.
       01  DEPT-CODE-SAVE                   PIC X(6)   VALUE SPACES.
       01  GROSS-PAY                        PIC 9(5)V99 VALUE 0.
       01  FICA-AMOUNT                      PIC 9(5)V99 VALUE 0.
       01  WITHHOLD-AMOUNT                  PIC 9(5)V99 VALUE 0.
       01  NET-PAY                          PIC 9(5)V99 VALUE 0.
       01  AWARD-STOP-SW                    PIC X      VALUE 'N'.
       01  TOTAL-HOURS                      PIC 9(7)V99 VALUE 0.
       01  TOTAL-GROSS                      PIC 9(7)V99 VALUE 0.
       01  TOTAL-FICA                       PIC 9(7)V99 VALUE 0.
       01  TOTAL-WITHHOLD                   PIC 9(7)V99 VALUE 0.
       01  SCHOOL-INVALID-SW                PIC X      VALUE 'N'.
       01  CREDITS-INVALID-SW               PIC X      VALUE 'N'.
       01  RATE-INVALID-SW                  PIC X      VALUE 'N'.
       01  HOURS-INVALID-SW                 PIC X      VALUE 'N'.
       01  STATUS-HELD-SW                   PIC X      VALUE 'N'.
       01  TERM-INVALID-SW                  PIC X      VALUE 'N'.
       01  ENROLL-STATUS-SAVE               PIC X      VALUE SPACE.
       01  ENROLL-CHECK-DATE                PIC X(8)   VALUE SPACES.
       01  PREV-SCHOOL                      PIC X(12)  VALUE SPACES.
       01  SCHOOL-COUNT                     PIC 9(5)   VALUE 0.
       01  SCHOOL-GPA-TOTAL                 PIC 9(5)V99 VALUE 0.
       01  BATCH-DATE-SAVE                  PIC X(8)   VALUE SPACES.
       01  BATCH-TERM-SAVE                  PIC X(5)   VALUE SPACES.
       01  BAL-CREDITS-WORK                 PIC 9(3)   VALUE 0.
       01  BAL-HOURS-WORK                   PIC 9(5)   VALUE 0.
      *    One entry per HDR...detail...TRL batch in LABDATA - the
      *    lab delivers several extracts a day now, so each batch
      *    balances against its own control records. A batch that
      *    the posting pass, not posted and not rejected) while the
      *    batches that do balance post normally. Detail records
      *    arriving before any HDR are treated as a batch with no
      *    header, which can never balance; nor can one whose HDR
      *    date is not a YYYYMMDD date.
       01  BATCH-TABLE-COUNT                PIC 9(2)   VALUE 0.
       01  BATCHES-BALANCED                 PIC 9(2)   VALUE 0.
       01  BATCHES-SET-ASIDE                PIC 9(2)   VALUE 0.
       01  BATCHES-REGISTERED               PIC 9(2)   VALUE 0.
       01  SAME-KEY-EARLIER-SW              PIC X      VALUE 'N'.
       01  REG-SCAN-SUB                     PIC 9(2)   VALUE 0.
       01  BEFORE-IMAGE-STATUS              PIC XX     VALUE '00'.
       01  IMAGE-FOUND-SW                   PIC X      VALUE 'N'.
       01  IMAGE-BATCH-DATE                 PIC X(8)   VALUE SPACES.
       01  IMAGE-TERM-ID                    PIC X(5)   VALUE SPACES.
       01  LAST-PAYMENT-NO                  PIC 9(8)   VALUE 0.
      *    Who 375-WRITE-PAY-REGISTER pays - the student on the
      *    LABDATA detail, or the payee off a REISSUEQ entry, in
      *    which case REISSUE-ORIG-NO is the voided payment's number
      *    (zero on an ordinary payment).
       01  PAYEE-SSNO                       PIC X(12)  VALUE SPACES.
       01  PAYEE-NAME                       PIC X(18)  VALUE SPACES.
       01  REISSUE-ORIG-NO                  PIC 9(8)   VALUE 0.
       01  REISSUEQ-ON-FILE-SW              PIC X      VALUE 'N'.
       01  REISSUE-EOF-SW                   PIC X      VALUE 'N'.
       01  REISSUE-NO-FREE-SW               PIC X      VALUE 'N'.
       01  REISSUES-PAID                    PIC 9(5)   VALUE 0.
       01  REISSUES-HELD                    PIC 9(5)   VALUE 0.
      *    The student's master fields as 325-CHECK-AWARD-LIMIT read
      *    them, before the post - laid out exactly as BF-BEFORE in
      *    BKIMREC so the image takes them in one move.
       01  MASTER-BEFORE-SAVE.
           05  SAVE-NAME                    PIC X(18).
           05  SAVE-SCHOOL                  PIC X(1).
           05  SAVE-CREDITS                 PIC 9(5).
           05  SAVE-TERM-CREDITS            PIC 9(5).
           05  SAVE-GPA                     PIC 9V99.
           05  SAVE-TERM-GROSS              PIC 9(5)V99.
           05  SAVE-YTD-GROSS               PIC 9(7)V99.
           05  SAVE-YTD-FICA                PIC 9(7)V99.
           05  SAVE-YTD-WITHHOLD            PIC 9(7)V99.
           05  SAVE-ENROLL-STATUS           PIC X(1).
           05  SAVE-ENROLL-EFF-DATE         PIC X(8).
           05  SAVE-AWARD                   PIC 9(5)V99.
           05  SAVE-TERM-ID                 PIC X(5).
      *    Term spend against each school's work-study budget, one
      *    entry per SCHOOL-ENTRY in CODETBL and in the same order.
      *    SPEND-TERM-GROSS is the TERM-GROSS-MAST already on the
      *    master for the school's students when the run started;
      *    SPEND-RUN-GROSS is what this run has paid on top. Each
      *    warning goes out once per school per run.
       01  BUDGETS-ON-FILE                  PIC 9(2)   VALUE 0.
       01  BUDGET-SUB                       PIC 9(2)   VALUE 0.
       01  BUDGET-SPEND-WORK                PIC 9(9)V99 VALUE 0.
       01  BUDGET-WARN-WORK                 PIC 9(9)V99 VALUE 0.
       01  SCHOOL-SPEND-TABLE.
           05  SCHOOL-SPEND OCCURS 10 TIMES.
               10  SPEND-TERM-GROSS      PIC 9(9)V99.
               10  SPEND-RUN-GROSS       PIC 9(9)V99.
               10  SPEND-WARNED-SW       PIC X(1).
               10  SPEND-OVER-SW         PIC X(1).
       01  BATCH-CONTROL-TABLE.
           05  BATCH-ENTRY OCCURS 20 TIMES.
               10  BATCH-DATE-T          PIC X(8).
               10  BATCH-HDR-SW-T        PIC X(1).
               10  BATCH-TRL-SW-T        PIC X(1).
               10  BATCH-BAL-SW-T        PIC X(1).
               10  BATCH-CLASS-T         PIC X(1).
               10  BATCH-EXPECTED-T      PIC 9(5).
               10  BATCH-TRL-COUNT-T     PIC 9(5).
               10  BATCH-ACTUAL-T        PIC 9(5).
               10  BATCH-CREDITS-HASH-T  PIC 9(9).
               10  BATCH-TRL-GPA-T       PIC 9(9).
               10  BATCH-GPA-HASH-T      PIC 9(9).
               10  BATCH-TIMESHEETS-T    PIC 9(5).
               10  BATCH-TRL-HOURS-T     PIC 9(9).
               10  BATCH-HOURS-HASH-T    PIC 9(9).
               10  BATCH-POSTED-T        PIC 9(5).
               10  BATCH-SKIPPED-T       PIC 9(5).
      *    Every timesheet in the balanced input, totalled by batch
      *    and SSNO during the balancing pass. TIME-BAD-SW-T is 'Y'
      *    when any of the student's timesheets carried non-numeric
      *    hours - the detail then rejects rather than paying short.
      *    TIME-USED-SW-T is set as the student's detail picks the
      *    hours up, so a timesheet with no detail behind it can be
      *    listed at end of run instead of silently going unpaid.
      *    Sized like SEEN-SSNO-TABLE, and aborts the same way.
       01  TIME-ENTRY-COUNT                 PIC 9(5)   VALUE 0.
       01  TIME-FOUND-SW                    PIC X      VALUE 'N'.
       01  TIMESHEET-TABLE.
           05  TIME-ENTRY OCCURS 50000 TIMES
                   INDEXED BY TIME-IDX.
               10  TIME-BATCH-T          PIC 9(2).
               10  TIME-SSNO-T           PIC X(12).
               10  TIME-HOURS-T          PIC 9(5)V99.
               10  TIME-DEPT-T           PIC X(6).
               10  TIME-BAD-SW-T         PIC X(1).
               10  TIME-USED-SW-T        PIC X(1).
      *    The open term is the TERM-ID-MAST the master's records
      *    carry, or the PARMCARD TERMID when none carries one - the
      *    first run of a term. Each batch's HDR term is judged
      *    against it: the open term is current (C) and posts to the
      *    master's term accumulators; a term already closed to
      *    TERMHIST is prior (P) and posts as an adjustment to the
      *    student's history row for that term; anything else is
      *    unknown (U) and the batch is set aside. The closed terms
      *    are tabled from TERMHIST the first time a batch needs
      *    them. POST-TERM-ID and POST-TERM-CLASS are the term and
      *    class of the record being posted.
       01  OPEN-TERM-ID                     PIC X(5)   VALUE SPACES.
       01  MASTER-TERM-CONFLICTS            PIC 9(5)   VALUE 0.
       01  TERM-SCAN-EOF-SW                 PIC X      VALUE 'N'.
       01  TERMHIST-ON-FILE-SW              PIC X      VALUE 'N'.
       01  CLOSED-TERMS-LOADED-SW           PIC X      VALUE 'N'.
       01  CLOSED-SCAN-EOF-SW               PIC X      VALUE 'N'.
       01  CLOSED-FOUND-SW                  PIC X      VALUE 'N'.
       01  CLASSIFY-TERM                    PIC X(5)   VALUE SPACES.
       01  TERM-CLASS                       PIC X      VALUE SPACE.
       01  POST-TERM-ID                     PIC X(5)   VALUE SPACES.
       01  POST-TERM-CLASS                  PIC X      VALUE SPACE.
       01  HIST-ROW-FOUND-SW                PIC X      VALUE 'N'.
       01  HIST-CARRY-EOF-SW                PIC X      VALUE 'N'.
       01  PRIOR-CUM-CREDITS                PIC 9(5)   VALUE 0.
       01  BATCHES-PRIOR-TERM               PIC 9(2)   VALUE 0.
       01  BATCHES-UNKNOWN-TERM             PIC 9(2)   VALUE 0.
       01  PRIOR-TERM-POSTED                PIC 9(5)   VALUE 0.
       01  CLOSED-TERM-COUNT                PIC 9(3)   VALUE 0.
       01  CLOSED-TERM-TABLE.
           05  CLOSED-TERM-T OCCURS 200 TIMES
                   INDEXED BY CLOSED-IDX    PIC X(5).
      *    RUNMODE EDIT runs the balancing pass and every edit the
      *    posting pass makes against the master and history as they
      *    stand, opened for input only, and posts, pays, registers
      *    and checkpoints nothing. Its outputs are REJECTS, CORRECTN
      *    and BALRPT, each marked as an edit run, with what a live
      *    run would pay tallied by school. A batch already on
      *    BATCHREG is reported rather than stopping the run.
       01  EDIT-RUN-SW                      PIC X      VALUE 'N'.
       01  EDIT-ON-REGISTRY                 PIC 9(2)   VALUE 0.
       01  EDIT-WOULD-PAY                   PIC 9(5)   VALUE 0.
       01  EDIT-GROSS-TOTAL                 PIC 9(7)V99 VALUE 0.
       01  EDIT-NET-TOTAL                   PIC 9(7)V99 VALUE 0.
       01  EDIT-PAY-TABLE.
           05  EDIT-PAY OCCURS 10 TIMES.
               10  EDIT-PAY-COUNT        PIC 9(5).
               10  EDIT-PAY-GROSS        PIC 9(7)V99.
               10  EDIT-PAY-NET          PIC 9(7)V99.
       01  EDIT-BANNER-LINE.
           05                                  PIC X(44)
                VALUE '*** EDIT RUN - NOTHING POSTED OR PAID ***'.
       01  TIMESHEETS-UNPAID                PIC 9(5)   VALUE 0.
       01  STUDENTS-PAID                    PIC 9(5)   VALUE 0.
       01  STATUS-HELD                      PIC 9(5)   VALUE 0.
       01  DUPLICATES-FOUND                 PIC 9(5)   VALUE 0.
       01  RESUBMISSIONS-READ               PIC 9(5)   VALUE 0.
       01  RECORDS-SKIPPED                  PIC 9(5)   VALUE 0.
      *    CODES file and PARMCARD card by CODELOAD at startup - see
      *    CODETBL for the layout and conventions.
           COPY CODETBL.
      *    Job-stream run control - see RUNCTRL.
           COPY RCTLPARM.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
                VALUE 'SSNO . NO.'.
           05                                  PIC X(20)
                VALUE 'NAME'.
           05                                  PIC X(8)
                VALUE '   HOURS'.
           05                                  PIC X(9)
                VALUE '    GROSS'.
           05                                  PIC X(10)
                VALUE '      FICA'.
           05                                  PIC X(10)
                VALUE '  WITHHOLD'.
           05                                  PIC X(10)
                VALUE '       NET'.
           05                                  PIC X(8)
                VALUE '  DEPT'.
           05                                  PIC X(11)
                VALUE '  REISSUE'.
       01  PAYREG-DETAIL-LINE.
           05  PR-SSNO-OUT                     PIC X(12).
           05                                  PIC X(2)   VALUE SPACES.
           05  PR-NAME-OUT                     PIC X(18).
           05                                  PIC X(2)   VALUE SPACES.
           05  PR-HOURS-OUT                    PIC ZZZZ9.99.
           05                                  PIC X(1)   VALUE SPACES.
           05  PR-GROSS-OUT                    PIC ZZZZ9.99.
           05                                  PIC X(2)   VALUE SPACES.
           05  PR-FICA-OUT                     PIC ZZZZ9.99.
           05  PR-WITHHOLD-OUT                 PIC ZZZZ9.99.
           05                                  PIC X(2)   VALUE SPACES.
           05  PR-NET-OUT                      PIC ZZZZ9.99.
           05                                  PIC X(2)   VALUE SPACES.
           05  PR-DEPT-OUT                     PIC X(6).
           05                                  PIC X(2)   VALUE SPACES.
           05  PR-REISSUE-OUT                  PIC X(9).
       01  PAYREG-TOTAL-LINE.
           05                                  PIC X(12)
                VALUE 'TOTALS'.
           05                                  PIC X(2)   VALUE SPACES.
           05                                  PIC X(18)  VALUE SPACES.
           05  PR-TOTAL-HOURS-OUT              PIC ZZZZZ9.99.
           05  PR-TOTAL-GROSS-OUT              PIC ZZZZZZ9.99.
           05  PR-TOTAL-FICA-OUT               PIC ZZZZZZ9.99.
           05  PR-TOTAL-WITHHOLD-OUT           PIC ZZZZZZ9.99.
           05                                  PIC X(7)
                VALUE '  TERM '.
           05  BAL-TERM-OUT                    PIC X(5).
           05  BAL-EDIT-MARK-OUT               PIC X(10)  VALUE SPACES.
       01  BAL-SUMMARY-LINE.
           05                                  PIC X(20)
                VALUE 'BATCHES IN BALANCE ='.
           05                                  PIC X(14)
                VALUE '  SET ASIDE ='.
           05  BAL-SET-ASIDE-OUT               PIC ZZ9.
       01  BAL-TERM-LINE.
           05                                  PIC X(12)
                VALUE 'OPEN TERM ='.
           05  BAL-OPEN-TERM-OUT               PIC X(5).
           05                                  PIC X(23)
                VALUE '  PRIOR-TERM BATCHES ='.
           05  BAL-PRIOR-OUT                   PIC ZZ9.
           05                                  PIC X(17)
                VALUE '  UNKNOWN TERM ='.
           05  BAL-UNKNOWN-OUT                 PIC ZZ9.
       01  BAL-COL-LINE.
           05                                  PIC X(18)  VALUE SPACES.
           05                                  PIC X(11)
           05  BAL-COMPUTED-OUT                PIC ZZZZZZZZ9.
           05                                  PIC X(2)   VALUE SPACES.
           05  BAL-FLAG-OUT                    PIC X(12).
       01  BAL-COUNT-LINE.
           05  BAL-COUNT-ITEM-OUT              PIC X(16).
           05                                  PIC X(2)   VALUE SPACES.
           05  BAL-COUNT-OUT                   PIC ZZZZZZZZ9.
       01  BAL-STATUS-LINE.
           05                                  PIC X(8)
                VALUE 'STATUS: '.
           05  BAL-STATUS-OUT                  PIC X(45).
       01  BAL-BUDGET-COL-LINE.
           05                                  PIC X(14)
                VALUE 'SCHOOL'.
           05                                  PIC X(12)
                VALUE '    BUDGET'.
           05                                  PIC X(14)
                VALUE '    TERM SPEND'.
           05                                  PIC X(12)
                VALUE '  THIS RUN'.
       01  BAL-BUDGET-LINE.
           05  BAL-BUDGET-SCHOOL-OUT           PIC X(12).
           05                                  PIC X(2)   VALUE SPACES.
           05  BAL-BUDGET-OUT                  PIC ZZZZZZ9.99.
           05                                  PIC X(2)   VALUE SPACES.
           05  BAL-BUDGET-SPEND-OUT            PIC ZZZZZZZZ9.99.
           05                                  PIC X(2)   VALUE SPACES.
           05  BAL-BUDGET-RUN-OUT              PIC ZZZZZZ9.99.
           05                                  PIC X(2)   VALUE SPACES.
           05  BAL-BUDGET-FLAG-OUT             PIC X(15).
       01  BAL-EDIT-COL-LINE.
           05                                  PIC X(14)
                VALUE 'SCHOOL'.
           05                                  PIC X(10)
                VALUE '  STUDENTS'.
           05                                  PIC X(14)
                VALUE '   WOULD GROSS'.
           05                                  PIC X(14)
                VALUE '     WOULD NET'.
       01  BAL-EDIT-LINE.
           05  BAL-EDIT-SCHOOL-OUT             PIC X(12).
           05                                  PIC X(2)   VALUE SPACES.
           05                                  PIC X(2)   VALUE SPACES.
           05  BAL-EDIT-COUNT-OUT              PIC ZZZZZZZ9.
           05                                  PIC X(2)   VALUE SPACES.
           05  BAL-EDIT-GROSS-OUT              PIC ZZZZZZZZ9.99.
           05                                  PIC X(2)   VALUE SPACES.
           05  BAL-EDIT-NET-OUT                PIC ZZZZZZZZ9.99.
      *    One line per batch on the audit log, under the run line -
      *    the per-batch answer to 'which extract posted tonight'.
       01  AUDIT-BATCH-LINE.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-CODE-TABLES
           IF RUN-MODE = 'EDIT'
               MOVE 'Y' TO EDIT-RUN-SW
           END-IF
      *    An edit run neither waits on the dependency table nor
      *    satisfies it - it posts nothing a later job relies on.
           IF EDIT-RUN-SW = 'N'
               PERFORM 190-START-RUN-CONTROL
           END-IF
           PERFORM 105-FIND-OPEN-TERM
      *    A REPROC input is a corrected rejects file - no HDR/TRL
      *    to balance against, so the pre-pass only runs on a
      *    normal lab batch.
           IF RUN-MODE NOT = 'REPROC'
               PERFORM 120-BALANCE-INPUT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TIME-OF-DAY
           MOVE TODAYS-MONTH TO MONTH-OUT
           MOVE TODAYS-DAY TO DAY-OUT
           MOVE TODAYS-YEAR TO YEAR-OUT
           OPEN INPUT EMPLOYEE-DATA
           IF EDIT-RUN-SW = 'Y'
               PERFORM 102-OPEN-EDIT-FILES
           ELSE
               PERFORM 103-OPEN-POSTING-FILES
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ EMPLOYEE-DATA
                    AT END
                         MOVE 'NO'  TO ARE-THERE-MORE-RECORDS
                    NOT AT END
      *    HDR/TRL control records and TSH timesheets were consumed
      *    by the balancing pass - they are not student data and are
      *    not counted, but each HDR moves the posting pass to the
      *    next batch so a set-aside batch's details can be skipped.
                         EVALUATE TRUE
                             WHEN BH-RECORD-TYPE = 'HDR'
                                 IF RUN-MODE NOT = 'REPROC'
                                     PERFORM 150-NOTE-POSTING-BATCH
                                 END-IF
      *    A TRL or TSH before any HDR opened a headerless batch
      *    entry in the balancing pass - mirror that here, the same
      *    rule 160-HANDLE-DETAIL applies to a premature detail, or
      *    the posting pass runs one batch behind the table.
                             WHEN BH-RECORD-TYPE = 'TRL'
                             WHEN BH-RECORD-TYPE = 'TSH'
                                 IF RUN-MODE NOT = 'REPROC'
                                         AND POSTING-BATCH-NO = 0
                                     MOVE 1 TO POSTING-BATCH-NO
                         END-EVALUATE
               END-READ
           END-PERFORM
           IF RUN-MODE NOT = 'REPROC'
               PERFORM 388-LIST-UNPAID-TIMESHEETS
                   VARYING TIME-IDX FROM 1 BY 1
                       UNTIL TIME-IDX > TIME-ENTRY-COUNT
           END-IF
           IF EDIT-RUN-SW = 'Y'
               PERFORM 384-WRITE-EDIT-SUMMARY
               CLOSE EMPLOYEE-DATA
                     EXCEPTION-LISTING
                     STUDENT-MASTER
                     CORRECTION-FILE
               IF TERMHIST-ON-FILE-SW = 'Y'
                   CLOSE TERM-HISTORY
               END-IF
               STOP RUN
           END-IF
           PERFORM 378-PAY-REISSUES
           PERFORM 390-PRINT-GRAND-TOTAL
           PERFORM 385-WRITE-REGISTER-TOTALS
           PERFORM 386-WRITE-BANK-TRAILER
                 CORRECTION-FILE
                 BANK-PAYMENT
                 CHECKPOINT-FILE
                 BEFORE-IMAGE
                 PAYMENT-HISTORY
           IF TERMHIST-ON-FILE-SW = 'Y'
               CLOSE TERM-HISTORY
           END-IF
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

      *    A live run opens the master for update, the recovery
      *    files that must be able to undo or prove what it posts,
      *    and every listing, register and feed it writes.
       103-OPEN-POSTING-FILES.
           OPEN I-O STUDENT-MASTER
           IF STUDENT-MASTER-STATUS = '35'
               OPEN OUTPUT STUDENT-MASTER
               CLOSE STUDENT-MASTER
               OPEN I-O STUDENT-MASTER
           END-IF
           OPEN I-O BEFORE-IMAGE
           IF BEFORE-IMAGE-STATUS = '35'
               OPEN OUTPUT BEFORE-IMAGE
               CLOSE BEFORE-IMAGE
               OPEN I-O BEFORE-IMAGE
           END-IF
      *    No posting without its before-image - a batch that cannot
      *    be backed out must not post.
           IF BEFORE-IMAGE-STATUS NOT = '00'
               DISPLAY 'SAMPLE: CANNOT OPEN BEFIMAGE - STATUS '
                   BEFORE-IMAGE-STATUS ' - RUN ABORTED'
               PERFORM 199-ABORT-RUN
           END-IF
           OPEN I-O PAYMENT-HISTORY
           IF PAYMENT-HISTORY-STATUS = '35'
               OPEN OUTPUT PAYMENT-HISTORY
               CLOSE PAYMENT-HISTORY
               OPEN I-O PAYMENT-HISTORY
           END-IF
      *    Nor any payment the history file cannot keep.
           IF PAYMENT-HISTORY-STATUS NOT = '00'
               DISPLAY 'SAMPLE: CANNOT OPEN PAYHIST - STATUS '
                   PAYMENT-HISTORY-STATUS ' - RUN ABORTED'
               PERFORM 199-ABORT-RUN
           END-IF
           PERFORM 115-INIT-RESTART
           PERFORM 116-OPEN-REPORT-FILES
           ADD 1 TO PAGE-NO
           IF LAST-SSNO NOT = SPACES
               MOVE '*** RESUMED RUN ***' TO HDR-RESUME-MARKER
           END-IF
           WRITE PRINT-REC FROM HDR-1
           MOVE SPACES TO HDR-RESUME-MARKER
           WRITE PRINT-REC FROM HDR-2
           MOVE DATE-OUT TO PAYREG-DATE-OUT
           WRITE PAYMENT-REC FROM PAYREG-HDR-1
           WRITE PAYMENT-REC FROM PAYREG-HDR-2
           PERFORM 117-START-BANK-FILE.

      *    An edit run reads the master and writes only the rejects
      *    listing and the pre-edit correction file, both marked.
       102-OPEN-EDIT-FILES.
           OPEN INPUT STUDENT-MASTER
           IF STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'SAMPLE: EDIT RUN CANNOT OPEN STUDMAST - '
                   'STATUS ' STUDENT-MASTER-STATUS ' - RUN ABORTED'
               PERFORM 199-ABORT-RUN
           END-IF
           OPEN OUTPUT EXCEPTION-LISTING
                       CORRECTION-FILE
           WRITE EXCEPTION-REC FROM EDIT-BANNER-LINE
           DISPLAY 'SAMPLE: EDIT RUN - NOTHING WILL BE POSTED OR PAID'.

      *    Finds the open term before a batch is judged. TERMHIST is
      *    opened for the run - a late batch for a closed term posts
      *    to it - but not created: no TERMHIST means no term has
      *    closed yet. One pass of the master takes the term its
      *    records carry, and the school spend while it is there.
      *    Two different terms on the master mean a close-out missed
      *    records, and nothing can be judged until that is put
      *    right. With no term on the master yet - the first run
      *    after TERMCLOS or MASTCONV - PARMCARD TERMID opens the
      *    term, and a TERMID that is already closed is a card left
      *    over from last term. A TERMID that disagrees with the
      *    master's term would mix two terms' accumulators.
       105-FIND-OPEN-TERM.
           IF EDIT-RUN-SW = 'Y'
               OPEN INPUT TERM-HISTORY
           ELSE
               OPEN I-O TERM-HISTORY
           END-IF
           EVALUATE TRUE
               WHEN TERM-HISTORY-STATUS = '00'
                   MOVE 'Y' TO TERMHIST-ON-FILE-SW
               WHEN TERM-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SAMPLE: CANNOT OPEN TERMHIST - STATUS '
                       TERM-HISTORY-STATUS ' - RUN ABORTED'
                   PERFORM 199-ABORT-RUN
           END-EVALUATE
           PERFORM 112-LOAD-SCHOOL-SPEND
           OPEN INPUT STUDENT-MASTER
           EVALUATE TRUE
               WHEN STUDENT-MASTER-STATUS = '00'
                   MOVE 'N' TO TERM-SCAN-EOF-SW
                   MOVE LOW-VALUES TO SSNO-MAST
                   START STUDENT-MASTER KEY NOT < SSNO-MAST
                       INVALID KEY
                           MOVE 'Y' TO TERM-SCAN-EOF-SW
                   END-START
                   PERFORM UNTIL TERM-SCAN-EOF-SW = 'Y'
                       READ STUDENT-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO TERM-SCAN-EOF-SW
                           NOT AT END
                               PERFORM 106-NOTE-MASTER-TERM
                               IF BUDGETS-ON-FILE > 0
                                   PERFORM 114-ADD-MASTER-SPEND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-MASTER
               WHEN STUDENT-MASTER-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SAMPLE: CANNOT OPEN STUDMAST - STATUS '
                       STUDENT-MASTER-STATUS ' - RUN ABORTED'
                   PERFORM 199-ABORT-RUN
           END-EVALUATE
           IF MASTER-TERM-CONFLICTS > 0
               DISPLAY 'SAMPLE: ' MASTER-TERM-CONFLICTS
                   ' STUDMAST RECORD(S) NOT IN OPEN TERM '
                   OPEN-TERM-ID ' - RUN ABORTED'
               PERFORM 199-ABORT-RUN
           END-IF
           EVALUATE TRUE
               WHEN TERM-ID = SPACES
                   CONTINUE
               WHEN OPEN-TERM-ID = SPACES
                   MOVE TERM-ID TO CLASSIFY-TERM
                   PERFORM 137-CLASSIFY-TERM
                   IF TERM-CLASS = 'P'
                       DISPLAY 'SAMPLE: TERMID ' TERM-ID
                           ' IS ALREADY CLOSED - RUN ABORTED'
                       PERFORM 199-ABORT-RUN
                   END-IF
                   MOVE TERM-ID TO OPEN-TERM-ID
                   DISPLAY 'SAMPLE: TERM ' OPEN-TERM-ID
                       ' OPENED FROM PARMCARD TERMID'
               WHEN TERM-ID NOT = OPEN-TERM-ID
                   DISPLAY 'SAMPLE: TERMID ' TERM-ID
                       ' DOES NOT MATCH OPEN TERM ' OPEN-TERM-ID
                       ' ON STUDMAST - RUN ABORTED'
                   PERFORM 199-ABORT-RUN
           END-EVALUATE.

       106-NOTE-MASTER-TERM.
           IF TERM-ID-MAST NOT = SPACES
               IF OPEN-TERM-ID = SPACES
                   MOVE TERM-ID-MAST TO OPEN-TERM-ID
               ELSE
                   IF TERM-ID-MAST NOT = OPEN-TERM-ID
                       DISPLAY 'SAMPLE: ' SSNO-MAST ' CARRIES TERM '
                           TERM-ID-MAST ' - OPEN TERM IS '
                           OPEN-TERM-ID
                       ADD 1 TO MASTER-TERM-CONFLICTS
                   END-IF
               END-IF
           END-IF.

      *    The run cannot price, decode or flag anything without the
      *    reference tables, so a load failure stops the job before a
               STOP RUN
           END-IF.

      *    Holds the run unless every prerequisite on the dependency
      *    table has completed cleanly, and records the start under
      *    the run date - see RUNCTRL.
       190-START-RUN-CONTROL.
           MOVE 'S' TO RCP-FUNCTION
           MOVE 'SAMPLE' TO RCP-PROGRAM
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCP-PERIOD
           MOVE 0 TO RCP-RETURN-CODE
           CALL 'RUNCTRL' USING RUN-CONTROL-AREA CODE-TABLES
           EVALUATE RCP-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'N'
                   DISPLAY 'SAMPLE: PREREQUISITE NOT MET - RUN HELD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'SAMPLE: NO RUN CONTROL - RUN ABORTED'
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
               DISPLAY 'SAMPLE: FINISH NOT RECORDED ON RUNCTL'
           END-IF
           MOVE RCP-RETURN-CODE TO RETURN-CODE.

      *    Ends a run that has to stop on 16. A posting run has
      *    started on RUNCTL and records its finish on the way
      *    out, or the step would show as started for good.
       199-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           IF EDIT-RUN-SW = 'N'
               PERFORM 195-END-RUN-CONTROL
           END-IF
           STOP RUN.

      *    Pre-pass over LABDATA: prove each extract is complete by
      *    balancing every HDR...detail...TRL batch against its own
      *    control records before a single record is posted anywhere.
           CLOSE EMPLOYEE-DATA
           IF BATCH-TABLE-COUNT = 0
               DISPLAY 'SAMPLE: LABDATA EMPTY - RUN ABORTED'
               PERFORM 199-ABORT-RUN
           END-IF
           PERFORM 135-JUDGE-BATCH
               VARYING BAL-BATCH-SUB FROM 1 BY 1
                   UNTIL BAL-BATCH-SUB > BATCH-TABLE-COUNT
           PERFORM 140-WRITE-BALANCE-REPORT
           IF BATCHES-UNKNOWN-TERM > 0
               DISPLAY 'SAMPLE: ' BATCHES-UNKNOWN-TERM ' LABDATA '
                   'BATCH(ES) FOR A TERM NEITHER OPEN NOR CLOSED'
               IF OPEN-TERM-ID = SPACES
                   DISPLAY 'SAMPLE: NO OPEN TERM ON STUDMAST - '
                       'SUPPLY PARMCARD TERMID'
               END-IF
           END-IF
           IF BATCHES-BALANCED = 0
               DISPLAY 'SAMPLE: NO LABDATA BATCH CAN POST - RUN '
                   'ABORTED - SEE BALRPT'
               PERFORM 199-ABORT-RUN
           END-IF
           IF BATCHES-SET-ASIDE > 0
               DISPLAY 'SAMPLE: ' BATCHES-SET-ASIDE ' LABDATA '
                   'BATCH(ES) SET ASIDE - SEE BALRPT'
           END-IF
           PERFORM 125-CHECK-BATCH-REGISTRY
      *    The first batch labels the run on the bank payment file
      *    moves. RERUNOK Y on PARMCARD waves a legitimate
      *    intentional rerun through, with a console note for the
      *    audit trail. The registry stays open for the completion
      *    postings at end of run. An edit run only reads it - no
      *    registry yet means nothing has posted - and reports an
      *    already-posted batch instead of stopping.
       125-CHECK-BATCH-REGISTRY.
           IF EDIT-RUN-SW = 'Y'
               OPEN INPUT BATCH-REGISTRY
               IF BATCH-REGISTRY-STATUS = '00'
                   PERFORM 126-CHECK-ONE-BATCH
                       VARYING BAL-BATCH-SUB FROM 1 BY 1
                           UNTIL BAL-BATCH-SUB > BATCH-TABLE-COUNT
                   CLOSE BATCH-REGISTRY
               END-IF
           ELSE
               OPEN I-O BATCH-REGISTRY
               IF BATCH-REGISTRY-STATUS = '35'
                   OPEN OUTPUT BATCH-REGISTRY
                   CLOSE BATCH-REGISTRY
                   OPEN I-O BATCH-REGISTRY
               END-IF
               IF BATCH-REGISTRY-STATUS NOT = '00'
                   DISPLAY 'SAMPLE: CANNOT OPEN BATCHREG - STATUS '
                       BATCH-REGISTRY-STATUS
                   PERFORM 199-ABORT-RUN
               END-IF
               PERFORM 126-CHECK-ONE-BATCH
                   VARYING BAL-BATCH-SUB FROM 1 BY 1
                       UNTIL BAL-BATCH-SUB > BATCH-TABLE-COUNT
           END-IF.

      *    Set-aside batches are not checked - they will not post.
       126-CHECK-ONE-BATCH.
                       MOVE 'Y' TO REG-FOUND-SW
               END-READ
               IF REG-FOUND-SW = 'Y' AND REG-STATUS = 'C'
                   EVALUATE TRUE
                       WHEN EDIT-RUN-SW = 'Y'
                           DISPLAY 'SAMPLE: EDIT RUN - BATCH '
                               BATCH-DATE-T (BAL-BATCH-SUB) ' TERM '
                               BATCH-TERM-T (BAL-BATCH-SUB)
                               ' ALREADY POSTED ON ' REG-RUN-DATE
                           ADD 1 TO EDIT-ON-REGISTRY
                       WHEN RERUN-OK = 'Y'
                           DISPLAY 'SAMPLE: BATCH '
                               BATCH-DATE-T (BAL-BATCH-SUB) ' TERM '
                               BATCH-TERM-T (BAL-BATCH-SUB)
                               ' ALREADY POSTED - RERUNOK OVERRIDE '
                               'IN EFFECT'
                       WHEN OTHER
                           DISPLAY 'SAMPLE: BATCH '
                               BATCH-DATE-T (BAL-BATCH-SUB) ' TERM '
                               BATCH-TERM-T (BAL-BATCH-SUB)
                               ' ALREADY POSTED ON ' REG-RUN-DATE
                               ' - RUN ABORTED'
                           PERFORM 199-ABORT-RUN
                   END-EVALUATE
               END-IF
           END-IF.

                       MOVE BT-GPA-HASH
                           TO BATCH-TRL-GPA-T (BATCH-TABLE-COUNT)
                   END-IF
                   IF BT-HOURS-HASH IS NUMERIC
                       MOVE BT-HOURS-HASH
                           TO BATCH-TRL-HOURS-T (BATCH-TABLE-COUNT)
                   END-IF
               WHEN 'TSH'
                   IF BATCH-TABLE-COUNT = 0
                       PERFORM 131-OPEN-BATCH-ENTRY
                   END-IF
                   ADD 1 TO BATCH-TIMESHEETS-T (BATCH-TABLE-COUNT)
                   IF TS-HOURS-IN IS NUMERIC
                       COMPUTE BAL-HOURS-WORK = TS-HOURS-IN * 100
                       ADD BAL-HOURS-WORK
                           TO BATCH-HOURS-HASH-T (BATCH-TABLE-COUNT)
                   END-IF
                   PERFORM 133-TABLE-TIMESHEET
               WHEN OTHER
                   IF BATCH-TABLE-COUNT = 0
                       PERFORM 131-OPEN-BATCH-ENTRY
           IF BATCH-TABLE-COUNT >= 20
               DISPLAY 'SAMPLE: MORE THAN 20 LABDATA BATCHES - '
                   'RUN ABORTED'
               PERFORM 199-ABORT-RUN
           END-IF
           ADD 1 TO BATCH-TABLE-COUNT
           MOVE SPACES TO BATCH-DATE-T (BATCH-TABLE-COUNT)
           MOVE 'N' TO BATCH-HDR-SW-T (BATCH-TABLE-COUNT)
           MOVE 'N' TO BATCH-TRL-SW-T (BATCH-TABLE-COUNT)
           MOVE 'N' TO BATCH-BAL-SW-T (BATCH-TABLE-COUNT)
           MOVE SPACE TO BATCH-CLASS-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-EXPECTED-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-TRL-COUNT-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-ACTUAL-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-CREDITS-HASH-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-TRL-GPA-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-GPA-HASH-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-TIMESHEETS-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-TRL-HOURS-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-HOURS-HASH-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-POSTED-T (BATCH-TABLE-COUNT)
           MOVE 0 TO BATCH-SKIPPED-T (BATCH-TABLE-COUNT).

      *    Adds one timesheet's hours to the student's entry for the
      *    batch currently open, opening the entry on the student's
      *    first timesheet. The first department code seen for the
      *    student in the batch is the one the register shows.
       133-TABLE-TIMESHEET.
           MOVE 'N' TO TIME-FOUND-SW
           IF TIME-ENTRY-COUNT > 0
               SET TIME-IDX TO 1
               SEARCH TIME-ENTRY
                   AT END
                       CONTINUE
                   WHEN TIME-IDX > TIME-ENTRY-COUNT
                       CONTINUE
                   WHEN TIME-BATCH-T (TIME-IDX) = BATCH-TABLE-COUNT
                           AND TIME-SSNO-T (TIME-IDX) = TS-SSNO
                       MOVE 'Y' TO TIME-FOUND-SW
               END-SEARCH
           END-IF
           IF TIME-FOUND-SW = 'N'
               IF TIME-ENTRY-COUNT >= 50000
                   DISPLAY 'SAMPLE: TIMESHEET TABLE FULL AT '
                       TS-SSNO ' - RUN ABORTED'
                   PERFORM 199-ABORT-RUN
               END-IF
               ADD 1 TO TIME-ENTRY-COUNT
               SET TIME-IDX TO TIME-ENTRY-COUNT
               MOVE BATCH-TABLE-COUNT TO TIME-BATCH-T (TIME-IDX)
               MOVE TS-SSNO TO TIME-SSNO-T (TIME-IDX)
               MOVE 0 TO TIME-HOURS-T (TIME-IDX)
               MOVE TS-DEPT-CODE TO TIME-DEPT-T (TIME-IDX)
               MOVE 'N' TO TIME-BAD-SW-T (TIME-IDX)
               MOVE 'N' TO TIME-USED-SW-T (TIME-IDX)
           END-IF
           IF TS-HOURS-IN IS NUMERIC
               ADD TS-HOURS-IN TO TIME-HOURS-T (TIME-IDX)
           ELSE
               MOVE 'Y' TO TIME-BAD-SW-T (TIME-IDX)
           END-IF.

       135-JUDGE-BATCH.
           IF BATCH-HDR-SW-T (BAL-BATCH-SUB) = 'Y'
                   AND BATCH-DATE-T (BAL-BATCH-SUB) IS NUMERIC
                   AND BATCH-TRL-SW-T (BAL-BATCH-SUB) = 'Y'
                   AND BATCH-EXPECTED-T (BAL-BATCH-SUB)
                       = BATCH-ACTUAL-T (BAL-BATCH-SUB)
                       = BATCH-CREDITS-HASH-T (BAL-BATCH-SUB)
                   AND BATCH-TRL-GPA-T (BAL-BATCH-SUB)
                       = BATCH-GPA-HASH-T (BAL-BATCH-SUB)
                   AND BATCH-TRL-HOURS-T (BAL-BATCH-SUB)
                       = BATCH-HOURS-HASH-T (BAL-BATCH-SUB)
               MOVE BATCH-TERM-T (BAL-BATCH-SUB) TO CLASSIFY-TERM
               PERFORM 137-CLASSIFY-TERM
               MOVE TERM-CLASS TO BATCH-CLASS-T (BAL-BATCH-SUB)
               IF TERM-CLASS = 'U'
                   MOVE 'N' TO BATCH-BAL-SW-T (BAL-BATCH-SUB)
                   ADD 1 TO BATCHES-SET-ASIDE
                   ADD 1 TO BATCHES-UNKNOWN-TERM
               ELSE
                   MOVE 'Y' TO BATCH-BAL-SW-T (BAL-BATCH-SUB)
                   ADD 1 TO BATCHES-BALANCED
                   IF TERM-CLASS = 'P'
                       ADD 1 TO BATCHES-PRIOR-TERM
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO BATCH-BAL-SW-T (BAL-BATCH-SUB)
               ADD 1 TO BATCHES-SET-ASIDE
           END-IF.

      *    Current (C) when the term is the open term, prior (P) when
      *    TERMCLOS has already closed it, unknown (U) otherwise.
       137-CLASSIFY-TERM.
           EVALUATE TRUE
               WHEN CLASSIFY-TERM = SPACES
                   MOVE 'U' TO TERM-CLASS
               WHEN CLASSIFY-TERM = OPEN-TERM-ID
                   MOVE 'C' TO TERM-CLASS
               WHEN OTHER
                   IF CLOSED-TERMS-LOADED-SW = 'N'
                       PERFORM 138-LOAD-CLOSED-TERMS
                   END-IF
                   MOVE 'U' TO TERM-CLASS
                   SET CLOSED-IDX TO 1
                   SEARCH CLOSED-TERM-T
                       AT END
                           CONTINUE
                       WHEN CLOSED-IDX > CLOSED-TERM-COUNT
                           CONTINUE
                       WHEN CLOSED-TERM-T (CLOSED-IDX) = CLASSIFY-TERM
                           MOVE 'P' TO TERM-CLASS
                   END-SEARCH
           END-EVALUATE.

      *    Every term with a row on TERMHIST, tabled once per run.
       138-LOAD-CLOSED-TERMS.
           MOVE 'Y' TO CLOSED-TERMS-LOADED-SW
           IF TERMHIST-ON-FILE-SW = 'Y'
               MOVE 'N' TO CLOSED-SCAN-EOF-SW
               MOVE LOW-VALUES TO TERM-HIST-KEY
               START TERM-HISTORY KEY NOT < TERM-HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO CLOSED-SCAN-EOF-SW
               END-START
               PERFORM UNTIL CLOSED-SCAN-EOF-SW = 'Y'
                   READ TERM-HISTORY NEXT RECORD
                       AT END
                           MOVE 'Y' TO CLOSED-SCAN-EOF-SW
                       NOT AT END
                           PERFORM 139-TABLE-CLOSED-TERM
                   END-READ
               END-PERFORM
           END-IF.

       139-TABLE-CLOSED-TERM.
           MOVE 'N' TO CLOSED-FOUND-SW
           SET CLOSED-IDX TO 1
           SEARCH CLOSED-TERM-T
               AT END
                   CONTINUE
               WHEN CLOSED-IDX > CLOSED-TERM-COUNT
                   CONTINUE
               WHEN CLOSED-TERM-T (CLOSED-IDX) = TERM-ID-HIST
                   MOVE 'Y' TO CLOSED-FOUND-SW
           END-SEARCH
           IF CLOSED-FOUND-SW = 'N'
               IF CLOSED-TERM-COUNT >= 200
                   DISPLAY 'SAMPLE: MORE THAN 200 TERMS ON TERMHIST'
                       ' - RUN ABORTED'
                   PERFORM 199-ABORT-RUN
               END-IF
               ADD 1 TO CLOSED-TERM-COUNT
               MOVE TERM-ID-HIST TO CLOSED-TERM-T (CLOSED-TERM-COUNT)
           END-IF.

      *    One section per batch, each balanced against its own
      *    control records, then the file-level summary.
       140-WRITE-BALANCE-REPORT.
           OPEN OUTPUT BALANCE-REPORT
           IF EDIT-RUN-SW = 'Y'
               WRITE BALANCE-REC FROM EDIT-BANNER-LINE
               MOVE '  EDIT RUN' TO BAL-EDIT-MARK-OUT
           END-IF
           PERFORM 142-WRITE-BATCH-SECTION
               VARYING BAL-BATCH-SUB FROM 1 BY 1
                   UNTIL BAL-BATCH-SUB > BATCH-TABLE-COUNT
           MOVE BATCHES-BALANCED TO BAL-BALANCED-OUT
           MOVE BATCHES-SET-ASIDE TO BAL-SET-ASIDE-OUT
           WRITE BALANCE-REC FROM BAL-SUMMARY-LINE
           IF OPEN-TERM-ID = SPACES
               MOVE 'NONE' TO BAL-OPEN-TERM-OUT
           ELSE
               MOVE OPEN-TERM-ID TO BAL-OPEN-TERM-OUT
           END-IF
           MOVE BATCHES-PRIOR-TERM TO BAL-PRIOR-OUT
           MOVE BATCHES-UNKNOWN-TERM TO BAL-UNKNOWN-OUT
           WRITE BALANCE-REC FROM BAL-TERM-LINE
           CLOSE BALANCE-REPORT.

       142-WRITE-BATCH-SECTION.
           MOVE BATCH-GPA-HASH-T (BAL-BATCH-SUB)
               TO BAL-COMPUTED-WORK
           PERFORM 145-WRITE-BAL-DETAIL
           MOVE 'HOURS HASH' TO BAL-ITEM-OUT
           MOVE BATCH-TRL-HOURS-T (BAL-BATCH-SUB)
               TO BAL-REPORTED-WORK
           MOVE BATCH-HOURS-HASH-T (BAL-BATCH-SUB)
               TO BAL-COMPUTED-WORK
           PERFORM 145-WRITE-BAL-DETAIL
           EVALUATE TRUE
               WHEN BATCH-HDR-SW-T (BAL-BATCH-SUB) = 'N'
                   MOVE 'NO HDR RECORD - BATCH SET ASIDE'
               WHEN BATCH-TRL-SW-T (BAL-BATCH-SUB) = 'N'
                   MOVE 'NO TRL RECORD - BATCH SET ASIDE'
                       TO BAL-STATUS-OUT
               WHEN BATCH-DATE-T (BAL-BATCH-SUB) IS NOT NUMERIC
                   MOVE 'HDR DATE NOT YYYYMMDD - BATCH SET ASIDE'
                       TO BAL-STATUS-OUT
               WHEN BATCH-CLASS-T (BAL-BATCH-SUB) = 'U'
                   MOVE 'TERM NOT OPEN OR CLOSED - BATCH SET ASIDE'
                       TO BAL-STATUS-OUT
               WHEN BATCH-BAL-SW-T (BAL-BATCH-SUB) = 'N'
                   MOVE 'OUT OF BALANCE - BATCH SET ASIDE'
                       TO BAL-STATUS-OUT
               WHEN BATCH-CLASS-T (BAL-BATCH-SUB) = 'P'
                   MOVE 'IN BALANCE - PRIOR-TERM ADJUSTMENT'
                       TO BAL-STATUS-OUT
               WHEN OTHER
                   MOVE 'IN BALANCE' TO BAL-STATUS-OUT
           END-EVALUATE
               ADD 1 TO RECORDS-READ
               IF RUN-MODE = 'REPROC'
                   ADD 1 TO RESUBMISSIONS-READ
      *    An edit run's CORRECTN is the lab's to fix LABDATA from -
      *    its records never posted, so they cannot be resubmitted.
                   IF RESUB-EDIT-IN = 'EDIT'
                       DISPLAY 'SAMPLE: CORRECTN IS FROM AN EDIT RUN'
                           ' - NOT A REJECTS FILE - RUN ABORTED'
                       PERFORM 199-ABORT-RUN
                   END-IF
               END-IF
               IF SKIP-SW = 'Y'
                   ADD 1 TO RECORDS-SKIPPED
      *    Posted before the crash - its hours were paid then, so
      *    they must not turn up as unpaid at end of run.
                   PERFORM 322-FIND-TIMESHEET-HOURS
                   IF SSNO-IN = LAST-SSNO
                       MOVE 'N' TO SKIP-SW
                   END-IF
               ELSE
                   PERFORM 300-WAGE-ROUTINE
                   IF EDIT-RUN-SW = 'N'
                       PERFORM 398-WRITE-CHECKPOINT
                   END-IF
               END-IF
           END-IF.

           ELSE
               MOVE CHECK-START-NO TO NEXT-PAYMENT-NO
           END-IF
           PERFORM 118-CHECK-PAYMENT-NUMBER
           IF LAST-SSNO = SPACES
               MOVE SPACES TO BANK-PAYMENT-HEADER
               MOVE 'HDR' TO BPH-RECORD-TYPE
               WRITE BANK-PAYMENT-HEADER
           END-IF.

      *    The first number this run would pay under must never have
      *    been paid before - a CHECKNO card left over from an
      *    earlier run would otherwise hand the bank two payments
      *    under one number. PAYHIST knows every number ever used.
       118-CHECK-PAYMENT-NUMBER.
           MOVE NEXT-PAYMENT-NO TO PH-PAYMENT-NO
           READ PAYMENT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'SAMPLE: PAYMENT NUMBER ' NEXT-PAYMENT-NO
                       ' ALREADY ON PAYHIST - CHECK THE CHECKNO '
                       'CARD - RUN ABORTED'
                   PERFORM 199-ABORT-RUN
           END-READ.

      *    What each budgeted school has already spent this term,
      *    from the master as the run finds it - TERMCLOS zeroes
      *    TERM-GROSS-MAST at term end, so the sum is the term's
      *    spend so far. No budgets on the CODES file, no sum; the
      *    sum is taken in 105-FIND-OPEN-TERM's pass of the master.
       112-LOAD-SCHOOL-SPEND.
           MOVE 0 TO BUDGETS-ON-FILE
           PERFORM 113-INIT-SCHOOL-SPEND
               VARYING BUDGET-SUB FROM 1 BY 1
                   UNTIL BUDGET-SUB > SCHOOL-ENTRY-COUNT.

       113-INIT-SCHOOL-SPEND.
           MOVE 0 TO SPEND-TERM-GROSS (BUDGET-SUB)
           MOVE 0 TO SPEND-RUN-GROSS (BUDGET-SUB)
           MOVE 'N' TO SPEND-WARNED-SW (BUDGET-SUB)
           MOVE 'N' TO SPEND-OVER-SW (BUDGET-SUB)
           MOVE 0 TO EDIT-PAY-COUNT (BUDGET-SUB)
           MOVE 0 TO EDIT-PAY-GROSS (BUDGET-SUB)
           MOVE 0 TO EDIT-PAY-NET (BUDGET-SUB)
           IF SCHOOL-BUDGET (BUDGET-SUB) > 0
               ADD 1 TO BUDGETS-ON-FILE
           END-IF.

       114-ADD-MASTER-SPEND.
           SET SCHOOL-IDX TO 1
           SEARCH SCHOOL-ENTRY
               AT END
                   CONTINUE
               WHEN SCHOOL-IDX > SCHOOL-ENTRY-COUNT
                   CONTINUE
               WHEN SCHOOL-CODE (SCHOOL-IDX) = SCHOOL-MAST
                   SET BUDGET-SUB TO SCHOOL-IDX
                   ADD TERM-GROSS-MAST
                       TO SPEND-TERM-GROSS (BUDGET-SUB)
           END-SEARCH.

       398-WRITE-CHECKPOINT.
           MOVE SSNO-IN TO CHECKPOINT-SSNO
           MOVE NEXT-PAYMENT-NO TO CHECKPOINT-PAY-NO
      *    table has been resized.
                   DISPLAY 'SAMPLE: SEEN-SSNO TABLE FULL AT '
                       DUP-CHECK-SSNO ' - RUN ABORTED'
                   PERFORM 199-ABORT-RUN
               END-IF
           END-IF.

           MOVE 'N' TO SCHOOL-INVALID-SW
           MOVE 'N' TO CREDITS-INVALID-SW
           MOVE 'N' TO RATE-INVALID-SW
           MOVE 'N' TO HOURS-INVALID-SW
           MOVE 'N' TO STATUS-HELD-SW
           MOVE 'N' TO AWARD-STOP-SW
           MOVE 'N' TO TERM-INVALID-SW
           MOVE 0 TO LAST-PAYMENT-NO
           PERFORM 307-SET-POSTING-TERM
           MOVE SSNO-IN TO SSNO-OUT
           MOVE STUDENT-NAME-IN TO STUDENT-NAME-OUT
           MULTIPLY GPA-IN BY .01 GIVING GPA-OUT
           IF CLASS-INVALID-SW = 'Y' OR SCHOOL-INVALID-SW = 'Y'
                   OR CREDITS-INVALID-SW = 'Y'
                   OR RATE-INVALID-SW = 'Y'
                   OR HOURS-INVALID-SW = 'Y'
                   OR STATUS-HELD-SW = 'Y'
                   OR AWARD-STOP-SW = 'Y'
                   OR TERM-INVALID-SW = 'Y'
               ADD 1 TO RECORDS-REJECTED
               IF STATUS-HELD-SW = 'Y'
                   ADD 1 TO STATUS-HELD
               END-IF
               PERFORM 340-WRITE-EXCEPTIONS
           ELSE
               ADD 1 TO RECORDS-WRITTEN
      *    An edit run counts what it would pay and stops there.
               IF EDIT-RUN-SW = 'Y'
                   PERFORM 383-TALLY-EDIT-PAY
               ELSE
                   PERFORM 330-UPDATE-STUDENT-MASTER
                   PERFORM 350-CONTROL-BREAK-CHECK
                   PERFORM 360-PAGE-BREAK-CHECK
                   WRITE PRINT-REC FROM DETAIL-LINE
                   PERFORM 370-WRITE-REGISTRAR-EXTRACT
      *    A student with no hours in the batch still posts credits
      *    but has nothing to be paid - no register line, no check.
                   IF GROSS-PAY > 0
                       MOVE SSNO-IN TO PAYEE-SSNO
                       MOVE STUDENT-NAME-IN TO PAYEE-NAME
                       MOVE 0 TO REISSUE-ORIG-NO
      *    A closed term's budget is closed with it - a late batch's
      *    pay is not this term's spend.
                       IF POST-TERM-CLASS = 'C'
                           PERFORM 334-CHECK-SCHOOL-BUDGET
                       END-IF
                       PERFORM 375-WRITE-PAY-REGISTER
                   END-IF
                   PERFORM 332-WRITE-BEFORE-IMAGE
                   IF DEAN-FLAG-OUT = 'P'
                       PERFORM 380-WRITE-PROBATION-LETTER
                       PERFORM 382-WRITE-ADVISOR-NOTIFY
                   END-IF
               END-IF
           END-IF.

      *    The term the record posts to and its class - the batch's,
      *    judged in the balancing pass. A REPROC record carries the
      *    term it first came in under; an older correction file
      *    without one is taken as the open term. A term that is
      *    neither open nor closed cannot post and the record goes
      *    back out on CORRECTN.
       307-SET-POSTING-TERM.
           IF RUN-MODE = 'REPROC'
               IF RESUB-TERM-IN = SPACES
                   MOVE OPEN-TERM-ID TO POST-TERM-ID
               ELSE
                   MOVE RESUB-TERM-IN TO POST-TERM-ID
               END-IF
               MOVE POST-TERM-ID TO CLASSIFY-TERM
               PERFORM 137-CLASSIFY-TERM
               MOVE TERM-CLASS TO POST-TERM-CLASS
               IF POST-TERM-CLASS = 'U'
                   MOVE 'Y' TO TERM-INVALID-SW
               END-IF
           ELSE
               MOVE BATCH-TERM-T (POSTING-BATCH-NO) TO POST-TERM-ID
               MOVE BATCH-CLASS-T (POSTING-BATCH-NO)
                   TO POST-TERM-CLASS
           END-IF.

       350-CONTROL-BREAK-CHECK.
           ADD 1 TO REGEXTR-WRITTEN.

      *    End-of-run proof that the outputs agree: every record read
      *    is accounted for, the registrar extract and the master
      *    updates each carry exactly the records the run says it
      *    wrote, and the payment register and bank file each carry
      *    exactly the students it paid. The summary goes on BALRPT
      *    under the input balancing, and the run's RETURN-CODE tells
      *    the night scheduler what happened:
      *        0 - everything balances
      *        4 - balances, but rejects exceed REJECT-PCT-MAX, an
      *            input batch was set aside out of balance, or a
      *            timesheet had no student detail to pay against
      *        8 - an output disagrees - downstream jobs must not run
      *       16 - (set elsewhere) the run aborted before posting
       392-RECONCILE-OUTPUTS.
           IF RECORDS-ACCOUNTED NOT = RECORDS-READ
                   OR REGEXTR-WRITTEN NOT = RECORDS-WRITTEN
                   OR MASTER-UPDATES NOT = RECORDS-WRITTEN
                   OR REGISTER-WRITTEN NOT = STUDENTS-PAID
                   OR BANKPAY-WRITTEN NOT = STUDENTS-PAID
               MOVE 'Y' TO RECON-BAD-SW
           END-IF
           OPEN EXTEND BALANCE-REPORT
           MOVE MASTER-UPDATES TO BAL-COMPUTED-WORK
           PERFORM 145-WRITE-BAL-DETAIL
           MOVE 'REGISTER LINES' TO BAL-ITEM-OUT
           MOVE STUDENTS-PAID TO BAL-REPORTED-WORK
           MOVE REGISTER-WRITTEN TO BAL-COMPUTED-WORK
           PERFORM 145-WRITE-BAL-DETAIL
           MOVE 'BANKPAY RECORDS' TO BAL-ITEM-OUT
           MOVE STUDENTS-PAID TO BAL-REPORTED-WORK
           MOVE BANKPAY-WRITTEN TO BAL-COMPUTED-WORK
           PERFORM 145-WRITE-BAL-DETAIL
           IF TIMESHEETS-UNPAID > 0
               MOVE 'UNPAID TIMESHEET' TO BAL-ITEM-OUT
               MOVE 0 TO BAL-REPORTED-WORK
               MOVE TIMESHEETS-UNPAID TO BAL-COMPUTED-WORK
               PERFORM 145-WRITE-BAL-DETAIL
           END-IF
      *    Held for enrollment status - already inside the rejected
      *    count above, broken out so financial aid can see how many
      *    withdrawn or graduated students the lab still sent hours
      *    for.
           MOVE 'STATUS HELD' TO BAL-COUNT-ITEM-OUT
           MOVE STATUS-HELD TO BAL-COUNT-OUT
           WRITE BALANCE-REC FROM BAL-COUNT-LINE
      *    Late batches for a closed term - inside the master updates
      *    above, broken out because their term figures went to
      *    TERMHIST.
           IF BATCHES-PRIOR-TERM > 0 OR PRIOR-TERM-POSTED > 0
               MOVE 'PRIOR-TERM POSTS' TO BAL-COUNT-ITEM-OUT
               MOVE PRIOR-TERM-POSTED TO BAL-COUNT-OUT
               WRITE BALANCE-REC FROM BAL-COUNT-LINE
           END-IF
      *    Reissues ride on the run's register and bank file - inside
      *    the register and BANKPAY counts above - broken out so the
      *    bursar can match them to the signed void register.
           IF REISSUEQ-ON-FILE-SW = 'Y'
               MOVE 'REISSUES PAID' TO BAL-COUNT-ITEM-OUT
               MOVE REISSUES-PAID TO BAL-COUNT-OUT
               WRITE BALANCE-REC FROM BAL-COUNT-LINE
               MOVE 'REISSUES HELD' TO BAL-COUNT-ITEM-OUT
               MOVE REISSUES-HELD TO BAL-COUNT-OUT
               WRITE BALANCE-REC FROM BAL-COUNT-LINE
           END-IF
           IF BUDGETS-ON-FILE > 0
               MOVE SPACES TO BALANCE-REC
               WRITE BALANCE-REC
               MOVE 'SCHOOL WORK-STUDY BUDGETS' TO BALANCE-REC
               WRITE BALANCE-REC
               WRITE BALANCE-REC FROM BAL-BUDGET-COL-LINE
               PERFORM 399-WRITE-BUDGET-LINE
                   VARYING BUDGET-SUB FROM 1 BY 1
                       UNTIL BUDGET-SUB > SCHOOL-ENTRY-COUNT
               MOVE SPACES TO BALANCE-REC
               WRITE BALANCE-REC
           END-IF
           COMPUTE REJECT-PCT-WORK =
               RECORDS-REJECTED * 100
           EVALUATE TRUE
                   MOVE 'BATCH SET ASIDE - RETURN CODE 4'
                       TO BAL-STATUS-OUT
                   MOVE 4 TO RETURN-CODE
               WHEN TIMESHEETS-UNPAID > 0
                   MOVE 'TIMESHEET WITHOUT DETAIL - RETURN CODE 4'
                       TO BAL-STATUS-OUT
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'SAMPLE: ' TIMESHEETS-UNPAID
                       ' TIMESHEET(S) WITH NO STUDENT DETAIL - '
                       'SEE REJECTS'
               WHEN OTHER
                   MOVE 'IN BALANCE - RETURN CODE 0'
                       TO BAL-STATUS-OUT
           WRITE BALANCE-REC FROM BAL-STATUS-LINE
           CLOSE BALANCE-REPORT.

      *    One line per budgeted school: the term's spend after this
      *    run, what this run added, and whether the school now
      *    stands past the warning percentage or over budget.
       399-WRITE-BUDGET-LINE.
           IF SCHOOL-BUDGET (BUDGET-SUB) > 0
               COMPUTE BUDGET-SPEND-WORK =
                   SPEND-TERM-GROSS (BUDGET-SUB)
                   + SPEND-RUN-GROSS (BUDGET-SUB)
               COMPUTE BUDGET-WARN-WORK ROUNDED =
                   SCHOOL-BUDGET (BUDGET-SUB) * BUDGET-WARN-PCT / 100
               MOVE SCHOOL-NAME (BUDGET-SUB) TO BAL-BUDGET-SCHOOL-OUT
               MOVE SCHOOL-BUDGET (BUDGET-SUB) TO BAL-BUDGET-OUT
               MOVE BUDGET-SPEND-WORK TO BAL-BUDGET-SPEND-OUT
               MOVE SPEND-RUN-GROSS (BUDGET-SUB) TO BAL-BUDGET-RUN-OUT
               EVALUATE TRUE
                   WHEN BUDGET-SPEND-WORK > SCHOOL-BUDGET (BUDGET-SUB)
                       MOVE '*** OVER BUDGET' TO BAL-BUDGET-FLAG-OUT
                   WHEN BUDGET-SPEND-WORK >= BUDGET-WARN-WORK
                       MOVE '*** PAST PCT' TO BAL-BUDGET-FLAG-OUT
                   WHEN OTHER
                       MOVE SPACES TO BAL-BUDGET-FLAG-OUT
               END-EVALUATE
               WRITE BALANCE-REC FROM BAL-BUDGET-LINE
           END-IF.

      *    The run made it to the end - register every batch that
      *    posted as completed so the next run can refuse to post it
      *    again. The lab's same-day extracts for one term share a
           MOVE BATCH-ACTUAL-T (BAL-BATCH-SUB) TO AB-READ-OUT
           MOVE BATCH-POSTED-T (BAL-BATCH-SUB) TO AB-POSTED-OUT
           MOVE BATCH-SKIPPED-T (BAL-BATCH-SUB) TO AB-SKIPPED-OUT
           EVALUATE TRUE
               WHEN BATCH-CLASS-T (BAL-BATCH-SUB) = 'U'
                   MOVE 'UNKNOWN TERM' TO AB-STATUS-OUT
               WHEN BATCH-BAL-SW-T (BAL-BATCH-SUB) = 'N'
                   MOVE 'SET ASIDE' TO AB-STATUS-OUT
               WHEN BATCH-CLASS-T (BAL-BATCH-SUB) = 'P'
                   MOVE 'PRIOR TERM' TO AB-STATUS-OUT
               WHEN OTHER
                   MOVE 'IN BALANCE' TO AB-STATUS-OUT
           END-EVALUATE
           WRITE AUDIT-REC FROM AUDIT-BATCH-LINE.

       360-PAGE-BREAK-CHECK.
               END-IF
           END-IF.

      *    Pay is the student's timesheet hours for the batch at the
      *    detail record's hourly rate; CREDITS-IN is academic credit
      *    and only posts to the credit accumulators. Non-numeric
      *    credits or hours reject the record either way.
       320-COMPUTE-GROSS-PAY.
           IF CREDITS-IN IS NOT NUMERIC
               MOVE 'Y' TO CREDITS-INVALID-SW
               MOVE 0 TO CREDITS-POSTED
           ELSE
               MOVE CREDITS-IN TO CREDITS-POSTED
           END-IF
           PERFORM 322-FIND-TIMESHEET-HOURS
           IF HOURS-INVALID-SW = 'Y'
               MOVE 0 TO HOURS-WORKED
               MOVE 0 TO GROSS-PAY
               MOVE 0 TO FICA-AMOUNT
               MOVE 0 TO WITHHOLD-AMOUNT
               MOVE 0 TO NET-PAY
           ELSE
               COMPUTE GROSS-PAY ROUNDED =
                   HOURS-WORKED * HOURLY-RATE-IN
               COMPUTE FICA-AMOUNT ROUNDED =
                   GROSS-PAY * FICA-RATE
               COMPUTE WITHHOLD-AMOUNT ROUNDED =
           END-IF
           MOVE GROSS-PAY TO GROSS-PAY-OUT.

      *    The hours the balancing pass tabled for this student in
      *    the batch being posted - none on file is zero hours, not
      *    an error. On a REPROC run they come off the correction
      *    record instead.
       322-FIND-TIMESHEET-HOURS.
           MOVE 0 TO HOURS-WORKED
           MOVE SPACES TO DEPT-CODE-SAVE
           IF RUN-MODE = 'REPROC'
               IF RESUB-HOURS-IN IS NUMERIC
                   MOVE RESUB-HOURS-IN TO HOURS-WORKED
               ELSE
                   MOVE 'Y' TO HOURS-INVALID-SW
               END-IF
               MOVE RESUB-DEPT-IN TO DEPT-CODE-SAVE
           ELSE
               IF TIME-ENTRY-COUNT > 0
                   SET TIME-IDX TO 1
                   SEARCH TIME-ENTRY
                       AT END
                           CONTINUE
                       WHEN TIME-IDX > TIME-ENTRY-COUNT
                           CONTINUE
                       WHEN TIME-BATCH-T (TIME-IDX) = POSTING-BATCH-NO
                               AND TIME-SSNO-T (TIME-IDX) = SSNO-IN
                           MOVE TIME-HOURS-T (TIME-IDX) TO HOURS-WORKED
                           MOVE TIME-DEPT-T (TIME-IDX)
                               TO DEPT-CODE-SAVE
                           MOVE 'Y' TO TIME-USED-SW-T (TIME-IDX)
                           IF TIME-BAD-SW-T (TIME-IDX) = 'Y'
                               MOVE 'Y' TO HOURS-INVALID-SW
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

      *    Reads the student's master record ahead of the post and
      *    enforces the term work-study award: a payment that would
      *    push TERM-GROSS-MAST past a non-zero AWARD-AMOUNT-MAST
                   MOVE SPACES TO NAME-MAST
                   MOVE SPACES TO SCHOOL-MAST
                   MOVE 'A' TO ENROLL-STATUS-MAST
                   MOVE SPACES TO ENROLL-EFF-DATE-MAST
                   MOVE 0 TO CREDITS-TO-DATE
                   MOVE 0 TO TERM-CREDITS-MAST
                   MOVE 0 TO LAST-GPA-MAST
                   MOVE 0 TO YTD-FICA-MAST
                   MOVE 0 TO YTD-WITHHOLD-MAST
                   MOVE 0 TO AWARD-AMOUNT-MAST
                   MOVE SPACES TO TERM-ID-MAST
           END-READ
           MOVE NAME-MAST TO SAVE-NAME
           MOVE SCHOOL-MAST TO SAVE-SCHOOL
           MOVE CREDITS-TO-DATE TO SAVE-CREDITS
           MOVE TERM-CREDITS-MAST TO SAVE-TERM-CREDITS
           MOVE LAST-GPA-MAST TO SAVE-GPA
           MOVE TERM-GROSS-MAST TO SAVE-TERM-GROSS
           MOVE YTD-GROSS-MAST TO SAVE-YTD-GROSS
           MOVE YTD-FICA-MAST TO SAVE-YTD-FICA
           MOVE YTD-WITHHOLD-MAST TO SAVE-YTD-WITHHOLD
           MOVE ENROLL-STATUS-MAST TO SAVE-ENROLL-STATUS
           MOVE ENROLL-EFF-DATE-MAST TO SAVE-ENROLL-EFF-DATE
           MOVE AWARD-AMOUNT-MAST TO SAVE-AWARD
           MOVE TERM-ID-MAST TO SAVE-TERM-ID
           PERFORM 327-CHECK-ENROLL-STATUS
           EVALUATE POST-TERM-CLASS
               WHEN 'C'
                   IF AWARD-AMOUNT-MAST > 0
                       IF TERM-GROSS-MAST + GROSS-PAY
                               > AWARD-AMOUNT-MAST
                           MOVE 'Y' TO AWARD-STOP-SW
                       END-IF
                   END-IF
               WHEN 'P'
                   PERFORM 326-CHECK-PRIOR-AWARD
           END-EVALUATE.

      *    A late batch is capped by the award the closed term had,
      *    against the gross already on its history row. A student
      *    with no row for the term - no pay or credits posted before
      *    the close-out - has no award on record and no cap.
       326-CHECK-PRIOR-AWARD.
           MOVE SSNO-IN TO SSNO-HIST
           MOVE POST-TERM-ID TO TERM-ID-HIST
           READ TERM-HISTORY
               INVALID KEY
                   MOVE 'N' TO HIST-ROW-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO HIST-ROW-FOUND-SW
           END-READ
           IF HIST-ROW-FOUND-SW = 'Y' AND AWARD-HIST > 0
               IF TERM-GROSS-HIST + GROSS-PAY > AWARD-HIST
                   MOVE 'Y' TO AWARD-STOP-SW
               END-IF
           END-IF.

      *    A withdrawn or graduated student is paid only for a batch
      *    dated on or before the day the status took effect - the
      *    HDR date of the batch being posted, or on a REPROC run the
      *    original batch date the correction record carries (the
      *    run date when an older correction file has none). A W or
      *    G with no effective date on file cannot prove the hours
      *    came first and holds too. A resubmitted reject is judged
      *    against the master as it stands now, so it pays once the
      *    registrar has put the student back to A or dated the
      *    status later than the batch.
       327-CHECK-ENROLL-STATUS.
           MOVE ENROLL-STATUS-MAST TO ENROLL-STATUS-SAVE
           IF RUN-MODE = 'REPROC'
               IF RESUB-BATCH-DATE-IN = SPACES
                   MOVE TODAYS-DATE TO ENROLL-CHECK-DATE
               ELSE
                   MOVE RESUB-BATCH-DATE-IN TO ENROLL-CHECK-DATE
               END-IF
           ELSE
               MOVE BATCH-DATE-T (POSTING-BATCH-NO)
                   TO ENROLL-CHECK-DATE
           END-IF
           IF ENROLL-STATUS-MAST = 'W' OR ENROLL-STATUS-MAST = 'G'
               IF ENROLL-EFF-DATE-MAST = SPACES
                       OR ENROLL-CHECK-DATE > ENROLL-EFF-DATE-MAST
                   MOVE 'Y' TO STATUS-HELD-SW
               END-IF
           END-IF.

      *    Posts credits and money to the record area left by
      *    325-CHECK-AWARD-LIMIT - always performed in the same
      *    all-clear leg, never on a rejected record. Name and school
      *    are captured from the lab record on every post, so the
      *    master always carries the latest the lab knows; the
      *    enrollment status belongs to STUMAINT and is left alone.
      *    A prior-term post goes to the credits to date and the
      *    year-to-date money on the master - the student has them
      *    whatever term they came from - but the term figures go to
      *    the closed term's history row, not the open term's.
       330-UPDATE-STUDENT-MASTER.
           MOVE STUDENT-NAME-IN TO NAME-MAST
           MOVE SCHOOL-IN TO SCHOOL-MAST
           ADD CREDITS-POSTED TO CREDITS-TO-DATE
           IF POST-TERM-CLASS = 'P'
               PERFORM 336-POST-PRIOR-TERM
           ELSE
               ADD CREDITS-POSTED TO TERM-CREDITS-MAST
               MOVE GPA-NUM TO LAST-GPA-MAST
               ADD GROSS-PAY TO TERM-GROSS-MAST
               MOVE POST-TERM-ID TO TERM-ID-MAST
           END-IF
           ADD GROSS-PAY TO YTD-GROSS-MAST
           ADD FICA-AMOUNT TO YTD-FICA-MAST
           ADD WITHHOLD-AMOUNT TO YTD-WITHHOLD-MAST
               ADD 1 TO BATCH-POSTED-T (POSTING-BATCH-NO)
           END-IF.

      *    Adds the late batch's term figures to the student's row
      *    for the closed term, dated so TERMSTMT shows the row was
      *    amended, or starts the row if the student had none. A
      *    new row's cumulative credits run on from the student's
      *    last row before the term - the master's figure already
      *    holds every later closed term too. The credits also
      *    carry into the cumulative credits of every later term
      *    already closed for the student.
       336-POST-PRIOR-TERM.
           IF HIST-ROW-FOUND-SW = 'Y'
               ADD CREDITS-POSTED TO TERM-CREDITS-HIST
               ADD CREDITS-POSTED TO CUM-CREDITS-HIST
               MOVE GPA-NUM TO TERM-GPA-HIST
               ADD GROSS-PAY TO TERM-GROSS-HIST
               MOVE TODAYS-DATE TO ADJUST-DATE-HIST
               REWRITE TERM-HISTORY-REC
           ELSE
               PERFORM 337-FIND-PRIOR-CUM
               MOVE SSNO-IN TO SSNO-HIST
               MOVE POST-TERM-ID TO TERM-ID-HIST
               MOVE STUDENT-NAME-IN TO NAME-HIST
               MOVE SCHOOL-IN TO SCHOOL-HIST
               MOVE ENROLL-STATUS-MAST TO ENROLL-STATUS-HIST
               MOVE CREDITS-POSTED TO TERM-CREDITS-HIST
               COMPUTE CUM-CREDITS-HIST =
                   PRIOR-CUM-CREDITS + CREDITS-POSTED
               MOVE GPA-NUM TO TERM-GPA-HIST
               MOVE GROSS-PAY TO TERM-GROSS-HIST
               MOVE 0 TO YTD-GROSS-HIST
               MOVE 0 TO AWARD-HIST
               MOVE TODAYS-DATE TO ADJUST-DATE-HIST
               WRITE TERM-HISTORY-REC
           END-IF
           IF CREDITS-POSTED > 0
               PERFORM 338-CARRY-CUM-CREDITS
           END-IF
           ADD 1 TO PRIOR-TERM-POSTED.

      *    The file is keyed SSNO + term-id, so the student's rows
      *    before the late term are the ones read ahead of it; the
      *    last of them holds the cumulative figure to run on from.
      *    Zero when the late term is the student's first.
       337-FIND-PRIOR-CUM.
           MOVE 0 TO PRIOR-CUM-CREDITS
           MOVE 'N' TO HIST-CARRY-EOF-SW
           MOVE SSNO-IN TO SSNO-HIST
           MOVE LOW-VALUES TO TERM-ID-HIST
           START TERM-HISTORY KEY NOT < TERM-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO HIST-CARRY-EOF-SW
           END-START
           PERFORM UNTIL HIST-CARRY-EOF-SW = 'Y'
               READ TERM-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO HIST-CARRY-EOF-SW
                   NOT AT END
                       IF SSNO-HIST = SSNO-IN
                               AND TERM-ID-HIST < POST-TERM-ID
                           MOVE CUM-CREDITS-HIST TO PRIOR-CUM-CREDITS
                       ELSE
                           MOVE 'Y' TO HIST-CARRY-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       338-CARRY-CUM-CREDITS.
           MOVE 'N' TO HIST-CARRY-EOF-SW
           START TERM-HISTORY KEY > TERM-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO HIST-CARRY-EOF-SW
           END-START
           PERFORM UNTIL HIST-CARRY-EOF-SW = 'Y'
               READ TERM-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO HIST-CARRY-EOF-SW
                   NOT AT END
                       IF SSNO-HIST = SSNO-IN
                           ADD CREDITS-POSTED TO CUM-CREDITS-HIST
                           REWRITE TERM-HISTORY-REC
                       ELSE
                           MOVE 'Y' TO HIST-CARRY-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      *    The registry key of the batch being posted. A REPROC run
      *    has no batch: its postings file under RP and the run date
      *    as YYMMDD, with the record's own term. 135-JUDGE-BATCH
      *    sets aside any HDR whose date is not all digits, so that
      *    key can never be a LABDATA batch's, and BACKOUT reverses
      *    a day's corrections without touching a batch dated today.
       331-SET-BATCH-KEY.
           IF RUN-MODE = 'REPROC'
               MOVE 'RP' TO IMAGE-BATCH-DATE (1:2)
               MOVE TODAYS-DATE (3:6) TO IMAGE-BATCH-DATE (3:6)
               MOVE POST-TERM-ID TO IMAGE-TERM-ID
           ELSE
               MOVE BATCH-DATE-T (POSTING-BATCH-NO)
                   TO IMAGE-BATCH-DATE
               MOVE BATCH-TERM-T (POSTING-BATCH-NO) TO IMAGE-TERM-ID
           END-IF.

      *    Adds the payment to its school's spend and warns the
      *    operator the first time the run carries the school past
      *    BUDGETPCT of its budget, and again if past the budget
      *    itself. The payment still goes out - the budget is
      *    financial aid's to manage, not a reason to hold wages a
      *    student has worked. SCHOOL-IDX is still on the school the
      *    306 decode found.
       334-CHECK-SCHOOL-BUDGET.
           SET BUDGET-SUB TO SCHOOL-IDX
           ADD GROSS-PAY TO SPEND-RUN-GROSS (BUDGET-SUB)
           IF SCHOOL-BUDGET (BUDGET-SUB) > 0
               COMPUTE BUDGET-SPEND-WORK =
                   SPEND-TERM-GROSS (BUDGET-SUB)
                   + SPEND-RUN-GROSS (BUDGET-SUB)
               COMPUTE BUDGET-WARN-WORK ROUNDED =
                   SCHOOL-BUDGET (BUDGET-SUB) * BUDGET-WARN-PCT / 100
               IF BUDGET-SPEND-WORK > SCHOOL-BUDGET (BUDGET-SUB)
                       AND SPEND-OVER-SW (BUDGET-SUB) = 'N'
                   MOVE 'Y' TO SPEND-OVER-SW (BUDGET-SUB)
                   MOVE 'Y' TO SPEND-WARNED-SW (BUDGET-SUB)
                   DISPLAY 'SAMPLE: SCHOOL ' SCHOOL-CODE (BUDGET-SUB)
                       ' ' SCHOOL-NAME (BUDGET-SUB)
                       ' IS OVER ITS WORK-STUDY BUDGET - SEE BALRPT'
               END-IF
               IF BUDGET-SPEND-WORK >= BUDGET-WARN-WORK
                       AND SPEND-WARNED-SW (BUDGET-SUB) = 'N'
                   MOVE 'Y' TO SPEND-WARNED-SW (BUDGET-SUB)
                   DISPLAY 'SAMPLE: SCHOOL ' SCHOOL-CODE (BUDGET-SUB)
                       ' ' SCHOOL-NAME (BUDGET-SUB) ' HAS SPENT '
                       BUDGET-WARN-PCT ' PCT OF ITS WORK-STUDY '
                       'BUDGET - SEE BALRPT'
               END-IF
           END-IF.

      *    Files the master as it stood before this post and as the
      *    post left it, under the batch's registry key - see 331
      *    for the key a REPROC run, which has no batch, files
      *    under. An image already on file from an earlier posting
      *    of the same key keeps its before-values unless that
      *    posting has since been backed out, so a RERUNOK re-post
      *    still backs out to the record's starting point.
       332-WRITE-BEFORE-IMAGE.
           PERFORM 331-SET-BATCH-KEY
           MOVE IMAGE-BATCH-DATE TO BF-BATCH-DATE
           MOVE IMAGE-TERM-ID TO BF-TERM-ID
           MOVE SSNO-IN TO BF-SSNO
           READ BEFORE-IMAGE
               INVALID KEY
                   MOVE 'N' TO IMAGE-FOUND-SW
                   MOVE SPACES TO BEFORE-IMAGE-REC
                   MOVE IMAGE-BATCH-DATE TO BF-BATCH-DATE
                   MOVE IMAGE-TERM-ID TO BF-TERM-ID
                   MOVE SSNO-IN TO BF-SSNO
               NOT INVALID KEY
                   MOVE 'Y' TO IMAGE-FOUND-SW
           END-READ
           IF IMAGE-FOUND-SW = 'N' OR BF-STATUS = 'B'
               MOVE MASTER-BEFORE-SAVE TO BF-BEFORE
               MOVE NEW-STUDENT-SW TO BF-NEW-RECORD-SW
           END-IF
           MOVE 'P' TO BF-STATUS
           MOVE TODAYS-DATE TO BF-RUN-DATE
           MOVE LAST-PAYMENT-NO TO BF-PAYMENT-NO
           MOVE NAME-MAST TO BF-NAME-AFTER
           MOVE SCHOOL-MAST TO BF-SCHOOL-AFTER
           MOVE CREDITS-TO-DATE TO BF-CREDITS-AFTER
           MOVE TERM-CREDITS-MAST TO BF-TERM-CREDITS-AFTER
           MOVE LAST-GPA-MAST TO BF-GPA-AFTER
           MOVE TERM-GROSS-MAST TO BF-TERM-GROSS-AFTER
           MOVE YTD-GROSS-MAST TO BF-YTD-GROSS-AFTER
           MOVE YTD-FICA-MAST TO BF-YTD-FICA-AFTER
           MOVE YTD-WITHHOLD-MAST TO BF-YTD-WITHHOLD-AFTER
           MOVE ENROLL-STATUS-MAST TO BF-STATUS-AFTER
           MOVE ENROLL-EFF-DATE-MAST TO BF-EFF-DATE-AFTER
           MOVE AWARD-AMOUNT-MAST TO BF-AWARD-AFTER
           MOVE TERM-ID-MAST TO BF-TERM-STAMP-AFTER
           IF IMAGE-FOUND-SW = 'Y'
               REWRITE BEFORE-IMAGE-REC
           ELSE
               WRITE BEFORE-IMAGE-REC
           END-IF.

       340-WRITE-EXCEPTIONS.
           IF CLASS-INVALID-SW = 'Y'
               MOVE SPACES TO EXCEPTION-REC
               MOVE HOURLY-RATE-IN (1:3) TO EXC-CODE-OUT
               WRITE EXCEPTION-REC
           END-IF
           IF HOURS-INVALID-SW = 'Y'
               MOVE SPACES TO EXCEPTION-REC
               MOVE SSNO-IN TO EXC-SSNO-OUT
               MOVE STUDENT-NAME-IN TO EXC-NAME-OUT
               MOVE 'HOURS' TO EXC-FIELD-OUT
               MOVE 'TSH' TO EXC-CODE-OUT
               WRITE EXCEPTION-REC
           END-IF
           IF STATUS-HELD-SW = 'Y'
               MOVE SPACES TO EXCEPTION-REC
               MOVE SSNO-IN TO EXC-SSNO-OUT
               MOVE STUDENT-NAME-IN TO EXC-NAME-OUT
               MOVE 'ENROLL' TO EXC-FIELD-OUT
               MOVE ENROLL-STATUS-SAVE TO EXC-CODE-OUT
               WRITE EXCEPTION-REC
           END-IF
           IF AWARD-STOP-SW = 'Y'
               MOVE SPACES TO EXCEPTION-REC
               MOVE SSNO-IN TO EXC-SSNO-OUT
               MOVE 'CAP' TO EXC-CODE-OUT
               WRITE EXCEPTION-REC
           END-IF
           IF TERM-INVALID-SW = 'Y'
               MOVE SPACES TO EXCEPTION-REC
               MOVE SSNO-IN TO EXC-SSNO-OUT
               MOVE STUDENT-NAME-IN TO EXC-NAME-OUT
               MOVE 'TERM' TO EXC-FIELD-OUT
               MOVE 'UNK' TO EXC-CODE-OUT
               WRITE EXCEPTION-REC
           END-IF
           PERFORM 342-WRITE-CORRECTION.

      *    One correction record per reject, tagged with the first
                   MOVE 'CREDITS' TO CORR-REASON-OUT
               WHEN RATE-INVALID-SW = 'Y'
                   MOVE 'RATE' TO CORR-REASON-OUT
               WHEN HOURS-INVALID-SW = 'Y'
                   MOVE 'HOURS' TO CORR-REASON-OUT
               WHEN STATUS-HELD-SW = 'Y'
                   MOVE 'STATUS' TO CORR-REASON-OUT
               WHEN AWARD-STOP-SW = 'Y'
                   MOVE 'AWARD' TO CORR-REASON-OUT
               WHEN TERM-INVALID-SW = 'Y'
                   MOVE 'TERM' TO CORR-REASON-OUT
           END-EVALUATE
           IF HOURS-INVALID-SW = 'N'
               MOVE HOURS-WORKED TO CORR-HOURS-OUT
           END-IF
           MOVE DEPT-CODE-SAVE TO CORR-DEPT-OUT
           MOVE ENROLL-CHECK-DATE TO CORR-BATCH-DATE-OUT
           MOVE POST-TERM-ID TO CORR-TERM-OUT
           IF EDIT-RUN-SW = 'Y'
               MOVE 'EDIT' TO CORR-EDIT-OUT
           END-IF
           WRITE CORRECTION-REC.

       375-WRITE-PAY-REGISTER.
           MOVE PAYEE-SSNO TO PR-SSNO-OUT
           MOVE PAYEE-NAME TO PR-NAME-OUT
           MOVE HOURS-WORKED TO PR-HOURS-OUT
           MOVE GROSS-PAY TO PR-GROSS-OUT
           MOVE FICA-AMOUNT TO PR-FICA-OUT
           MOVE WITHHOLD-AMOUNT TO PR-WITHHOLD-OUT
           MOVE NET-PAY TO PR-NET-OUT
           MOVE DEPT-CODE-SAVE TO PR-DEPT-OUT
           IF REISSUE-ORIG-NO > 0
               MOVE REISSUE-ORIG-NO TO PR-REISSUE-OUT
           ELSE
               MOVE SPACES TO PR-REISSUE-OUT
           END-IF
           ADD 1 TO STUDENTS-PAID
           ADD HOURS-WORKED TO TOTAL-HOURS
           ADD GROSS-PAY TO TOTAL-GROSS
           ADD FICA-AMOUNT TO TOTAL-FICA
           ADD WITHHOLD-AMOUNT TO TOTAL-WITHHOLD
           MOVE SPACES TO BANK-PAYMENT-DETAIL
           MOVE 'PAY' TO BP-RECORD-TYPE
           MOVE NEXT-PAYMENT-NO TO BP-PAYMENT-NO
           MOVE NEXT-PAYMENT-NO TO LAST-PAYMENT-NO
           MOVE PAYEE-SSNO TO BP-SSNO
           MOVE PAYEE-NAME TO BP-NAME
           MOVE NET-PAY TO BP-NET-AMOUNT
           WRITE BANK-PAYMENT-DETAIL
           ADD NET-PAY TO BANK-NET-HASH
           PERFORM 379-WRITE-PAYMENT-HISTORY
           ADD 1 TO NEXT-PAYMENT-NO
           ADD 1 TO BANKPAY-WRITTEN.

      *    Pays every payment VOIDPROC has queued for reissue, after
      *    the LABDATA details, on this run's register and bank file
      *    under new numbers. The voided amounts go back on the
      *    master exactly as VOIDPROC took them off - the YTD
      *    figures always, the term gross only where VOIDPROC took
      *    it off the master (RQ-TERM-SOURCE 'M'). A payee no longer
      *    on the master stays queued and is counted held. No queue
      *    yet means nothing has ever been voided.
      *    The checkpoint only knows the LABDATA details, so a
      *    resumed run first steps past any numbers reissues took
      *    before the crash.
       378-PAY-REISSUES.
           OPEN I-O REISSUE-QUEUE
           EVALUATE TRUE
               WHEN REISSUE-QUEUE-STATUS = '00'
                   MOVE 'Y' TO REISSUEQ-ON-FILE-SW
               WHEN REISSUE-QUEUE-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SAMPLE: CANNOT OPEN REISSUEQ - STATUS '
                       REISSUE-QUEUE-STATUS ' - RUN ABORTED'
                   PERFORM 199-ABORT-RUN
           END-EVALUATE
           IF REISSUEQ-ON-FILE-SW = 'Y'
               IF LAST-SSNO NOT = SPACES
                   MOVE 'N' TO REISSUE-NO-FREE-SW
                   PERFORM 376-SKIP-USED-NUMBER
                       UNTIL REISSUE-NO-FREE-SW = 'Y'
               END-IF
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
                           IF RQ-STATUS = 'Q'
                               PERFORM 374-PAY-ONE-REISSUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REISSUE-QUEUE
               MOVE 0 TO REISSUE-ORIG-NO
           END-IF.

       374-PAY-ONE-REISSUE.
           MOVE RQ-SSNO TO SSNO-MAST
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'SAMPLE: REISSUE OF PAYMENT '
                       RQ-OLD-PAYMENT-NO ' HELD - ' RQ-SSNO
                       ' NOT ON MASTER'
                   ADD 1 TO REISSUES-HELD
               NOT INVALID KEY
                   ADD RQ-GROSS TO YTD-GROSS-MAST
                   ADD RQ-FICA TO YTD-FICA-MAST
                   ADD RQ-WITHHOLD TO YTD-WITHHOLD-MAST
                   IF RQ-TERM-SOURCE = 'M'
                       IF RQ-TERM-ID = TERM-ID-MAST
                               OR TERMHIST-ON-FILE-SW = 'N'
                           ADD RQ-GROSS TO TERM-GROSS-MAST
                       ELSE
                           PERFORM 373-RESTORE-CLOSED-TERM-GROSS
                       END-IF
                   END-IF
                   REWRITE STUDENT-MASTER-REC
                   MOVE RQ-SSNO TO PAYEE-SSNO
                   MOVE RQ-NAME TO PAYEE-NAME
                   MOVE RQ-OLD-PAYMENT-NO TO REISSUE-ORIG-NO
                   MOVE RQ-GROSS TO GROSS-PAY
                   MOVE RQ-FICA TO FICA-AMOUNT
                   MOVE RQ-WITHHOLD TO WITHHOLD-AMOUNT
                   MOVE RQ-NET TO NET-PAY
                   MOVE 0 TO HOURS-WORKED
                   MOVE SPACES TO DEPT-CODE-SAVE
                   PERFORM 375-WRITE-PAY-REGISTER
                   MOVE 'P' TO RQ-STATUS
                   MOVE LAST-PAYMENT-NO TO RQ-NEW-PAYMENT-NO
                   MOVE TODAYS-DATE TO RQ-PAID-DATE
                   REWRITE REISSUE-QUEUE-REC
                   ADD 1 TO REISSUES-PAID
           END-READ.

      *    VOIDPROC took the gross off the master's term gross while
      *    the term was open. If TERMCLOS has closed the term since,
      *    the gross goes back on the term's history row, which was
      *    snapshotted without it; otherwise back on the master.
       373-RESTORE-CLOSED-TERM-GROSS.
           MOVE RQ-SSNO TO SSNO-HIST
           MOVE RQ-TERM-ID TO TERM-ID-HIST
           READ TERM-HISTORY
               INVALID KEY
                   ADD RQ-GROSS TO TERM-GROSS-MAST
               NOT INVALID KEY
                   ADD RQ-GROSS TO TERM-GROSS-HIST
                   MOVE TODAYS-DATE TO ADJUST-DATE-HIST
                   REWRITE TERM-HISTORY-REC
           END-READ.

       376-SKIP-USED-NUMBER.
           MOVE NEXT-PAYMENT-NO TO PH-PAYMENT-NO
           READ PAYMENT-HISTORY
               INVALID KEY
                   MOVE 'Y' TO REISSUE-NO-FREE-SW
               NOT INVALID KEY
                   ADD 1 TO NEXT-PAYMENT-NO
           END-READ.

      *    The permanent record of the payment just sent to the bank.
      *    118-CHECK-PAYMENT-NUMBER proved the run's numbering clear
      *    at startup, so a number already on file here means the
      *    numbering has run into an earlier run's - stop before the
      *    bank file carries it. A reissue is paid under the run
      *    date and the voided payment's own term, and carries the
      *    voided number.
       379-WRITE-PAYMENT-HISTORY.
           IF REISSUE-ORIG-NO > 0
               MOVE TODAYS-DATE TO IMAGE-BATCH-DATE
               MOVE RQ-TERM-ID TO IMAGE-TERM-ID
           ELSE
               PERFORM 331-SET-BATCH-KEY
           END-IF
           MOVE SPACES TO PAYMENT-HISTORY-REC
           MOVE NEXT-PAYMENT-NO TO PH-PAYMENT-NO
           MOVE PAYEE-SSNO TO PH-SSNO
           MOVE PAYEE-NAME TO PH-NAME
           MOVE TODAYS-DATE TO PH-PAY-DATE
           MOVE IMAGE-TERM-ID TO PH-TERM-ID
           MOVE GROSS-PAY TO PH-GROSS
           MOVE FICA-AMOUNT TO PH-FICA
           MOVE WITHHOLD-AMOUNT TO PH-WITHHOLD
           MOVE NET-PAY TO PH-NET
           MOVE IMAGE-BATCH-DATE TO PH-BATCH-DATE
           MOVE IMAGE-TERM-ID TO PH-BATCH-TERM
           MOVE 'P' TO PH-STATUS
           MOVE REISSUE-ORIG-NO TO PH-ORIG-PAYMENT-NO
           WRITE PAYMENT-HISTORY-REC
               INVALID KEY
                   DISPLAY 'SAMPLE: PAYMENT NUMBER ' NEXT-PAYMENT-NO
                       ' ALREADY ON PAYHIST - RUN ABORTED'
                   PERFORM 199-ABORT-RUN
           END-WRITE.

      *    One letter per flagged student: who, where, the GPA and
      *    the cutoff it fell under, and the boilerplate next steps
      *    the advising offices agreed on. The separator line keeps
           MOVE CSV-LINE TO ADVISOR-REC
           WRITE ADVISOR-REC.

      *    What the record would have paid, by the school the 306
      *    decode found.
       383-TALLY-EDIT-PAY.
           IF POST-TERM-CLASS = 'P'
               ADD 1 TO PRIOR-TERM-POSTED
           END-IF
           IF GROSS-PAY > 0
               SET BUDGET-SUB TO SCHOOL-IDX
               ADD 1 TO EDIT-PAY-COUNT (BUDGET-SUB)
               ADD GROSS-PAY TO EDIT-PAY-GROSS (BUDGET-SUB)
               ADD NET-PAY TO EDIT-PAY-NET (BUDGET-SUB)
               ADD 1 TO EDIT-WOULD-PAY
               ADD GROSS-PAY TO EDIT-GROSS-TOTAL
               ADD NET-PAY TO EDIT-NET-TOTAL
           END-IF.

      *    The edit run's answer on BALRPT, under the balancing
      *    sections: how the records would go, what would be paid by
      *    school, and the return code a live run would be heading
      *    for - 8 when a batch is already posted, since the live run
      *    would stop on it.
       384-WRITE-EDIT-SUMMARY.
           OPEN EXTEND BALANCE-REPORT
           IF BALANCE-REPORT-STATUS NOT = '00'
               OPEN OUTPUT BALANCE-REPORT
           END-IF
           MOVE SPACES TO BALANCE-REC
           WRITE BALANCE-REC
           WRITE BALANCE-REC FROM EDIT-BANNER-LINE
           MOVE 'EDIT RUN - WHAT A LIVE RUN WOULD DO' TO BALANCE-REC
           WRITE BALANCE-REC
           MOVE 'RECORDS READ' TO BAL-COUNT-ITEM-OUT
           MOVE RECORDS-READ TO BAL-COUNT-OUT
           WRITE BALANCE-REC FROM BAL-COUNT-LINE
           MOVE 'WOULD POST' TO BAL-COUNT-ITEM-OUT
           MOVE RECORDS-WRITTEN TO BAL-COUNT-OUT
           WRITE BALANCE-REC FROM BAL-COUNT-LINE
           MOVE 'WOULD REJECT' TO BAL-COUNT-ITEM-OUT
           MOVE RECORDS-REJECTED TO BAL-COUNT-OUT
           WRITE BALANCE-REC FROM BAL-COUNT-LINE
           MOVE 'DUPLICATES' TO BAL-COUNT-ITEM-OUT
           MOVE DUPLICATES-FOUND TO BAL-COUNT-OUT
           WRITE BALANCE-REC FROM BAL-COUNT-LINE
           MOVE 'STATUS HELD' TO BAL-COUNT-ITEM-OUT
           MOVE STATUS-HELD TO BAL-COUNT-OUT
           WRITE BALANCE-REC FROM BAL-COUNT-LINE
           MOVE 'UNPAID TIMESHEET' TO BAL-COUNT-ITEM-OUT
           MOVE TIMESHEETS-UNPAID TO BAL-COUNT-OUT
           WRITE BALANCE-REC FROM BAL-COUNT-LINE
           MOVE 'PRIOR-TERM POSTS' TO BAL-COUNT-ITEM-OUT
           MOVE PRIOR-TERM-POSTED TO BAL-COUNT-OUT
           WRITE BALANCE-REC FROM BAL-COUNT-LINE
           MOVE 'ON BATCHREG' TO BAL-COUNT-ITEM-OUT
           MOVE EDIT-ON-REGISTRY TO BAL-COUNT-OUT
           WRITE BALANCE-REC FROM BAL-COUNT-LINE
           MOVE SPACES TO BALANCE-REC
           WRITE BALANCE-REC
           MOVE 'WOULD PAY BY SCHOOL' TO BALANCE-REC
           WRITE BALANCE-REC
           WRITE BALANCE-REC FROM BAL-EDIT-COL-LINE
           PERFORM 389-WRITE-EDIT-SCHOOL-LINE
               VARYING BUDGET-SUB FROM 1 BY 1
                   UNTIL BUDGET-SUB > SCHOOL-ENTRY-COUNT
           MOVE 'TOTAL' TO BAL-EDIT-SCHOOL-OUT
           MOVE EDIT-WOULD-PAY TO BAL-EDIT-COUNT-OUT
           MOVE EDIT-GROSS-TOTAL TO BAL-EDIT-GROSS-OUT
           MOVE EDIT-NET-TOTAL TO BAL-EDIT-NET-OUT
           WRITE BALANCE-REC FROM BAL-EDIT-LINE
           MOVE SPACES TO BALANCE-REC
           WRITE BALANCE-REC
           COMPUTE REJECT-PCT-WORK =
               RECORDS-REJECTED * 100
           EVALUATE TRUE
               WHEN EDIT-ON-REGISTRY > 0
                   MOVE 'EDIT - BATCH ALREADY POSTED - RETURN CODE 8'
                       TO BAL-STATUS-OUT
                   MOVE 8 TO RETURN-CODE
               WHEN RECORDS-READ > 0 AND REJECT-PCT-WORK >
                       REJECT-PCT-MAX * RECORDS-READ
                   MOVE 'EDIT - REJECTS OVER LIMIT - RETURN CODE 4'
                       TO BAL-STATUS-OUT
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'SAMPLE: EDIT RUN - REJECTS WOULD EXCEED '
                       'OPERATOR LIMIT'
               WHEN BATCHES-SET-ASIDE > 0
                   MOVE 'EDIT - BATCH SET ASIDE - RETURN CODE 4'
                       TO BAL-STATUS-OUT
                   MOVE 4 TO RETURN-CODE
               WHEN TIMESHEETS-UNPAID > 0
                   MOVE 'EDIT - TIMESHEET WITHOUT DETAIL - RC 4'
                       TO BAL-STATUS-OUT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'EDIT - CLEAN - RETURN CODE 0'
                       TO BAL-STATUS-OUT
           END-EVALUATE
           WRITE BALANCE-REC FROM BAL-STATUS-LINE
           CLOSE BALANCE-REPORT
           DISPLAY 'SAMPLE: EDIT RUN - ' RECORDS-WRITTEN
               ' WOULD POST, ' RECORDS-REJECTED ' WOULD REJECT - '
               'SEE BALRPT AND REJECTS'.

       389-WRITE-EDIT-SCHOOL-LINE.
           IF EDIT-PAY-COUNT (BUDGET-SUB) > 0
               MOVE SCHOOL-NAME (BUDGET-SUB) TO BAL-EDIT-SCHOOL-OUT
               MOVE EDIT-PAY-COUNT (BUDGET-SUB) TO BAL-EDIT-COUNT-OUT
               MOVE EDIT-PAY-GROSS (BUDGET-SUB) TO BAL-EDIT-GROSS-OUT
               MOVE EDIT-PAY-NET (BUDGET-SUB) TO BAL-EDIT-NET-OUT
               WRITE BALANCE-REC FROM BAL-EDIT-LINE
           END-IF.

       385-WRITE-REGISTER-TOTALS.
           MOVE TOTAL-HOURS TO PR-TOTAL-HOURS-OUT
           MOVE TOTAL-GROSS TO PR-TOTAL-GROSS-OUT
           MOVE TOTAL-FICA TO PR-TOTAL-FICA-OUT
           MOVE TOTAL-WITHHOLD TO PR-TOTAL-WITHHOLD-OUT
           MOVE BANK-NET-HASH TO BPT-NET-HASH
           WRITE BANK-PAYMENT-TRAILER.

      *    A timesheet whose student never turned up in a balanced
      *    batch (or turned up only as a DUP) was not paid - list it
      *    on the exception listing so the department can chase the
      *    missing detail record. Set-aside batches are the lab's to
      *    re-send whole and are not listed.
       388-LIST-UNPAID-TIMESHEETS.
           IF TIME-USED-SW-T (TIME-IDX) = 'N'
                   AND BATCH-BAL-SW-T (TIME-BATCH-T (TIME-IDX)) = 'Y'
               ADD 1 TO TIMESHEETS-UNPAID
               MOVE SPACES TO EXCEPTION-REC
               MOVE TIME-SSNO-T (TIME-IDX) TO EXC-SSNO-OUT
               MOVE 'NO DETAIL' TO EXC-FIELD-OUT
               MOVE 'TSH' TO EXC-CODE-OUT
               WRITE EXCEPTION-REC
           END-IF.

       345-WRITE-DUP-EXCEPTION.
           MOVE SPACES TO EXCEPTION-REC
           MOVE SSNO-IN TO EXC-SSNO-OUT
