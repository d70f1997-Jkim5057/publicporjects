       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
      *    Reverses one posted LABDATA batch. SAMPLE files a
      *    before-image of every master record a batch posts to -
      *    see BKIMREC - under the batch's registry key (HDR batch
      *    date and term). This run reads those images back for the
      *    batch named on PARMCARD (BKOUTDATE and TERMID) and puts
      *    each student master back the way the batch found it:
      *    credits, term credits, last GPA, TERM-GROSS-MAST, the YTD
      *    gross/FICA/withholding accumulators, name and school, and
      *    the open-term stamp, so a term's first run posted under
      *    the wrong TERMID leaves no term behind on the master. A
      *    master record the batch created is removed again. The
      *    registry entry is then marked B (backed out) instead of
      *    C, so the corrected batch can be posted without RERUNOK.
      *
      *    Where a later run has posted to the student since, the
      *    record no longer matches the image's after-values; only
      *    the batch's own difference (after less before) is taken
      *    off, so the later posting survives, and the line says so.
      *    A STUMAINT change since - enrollment status, its effective
      *    date or the award - counts as a move the same way, so a
      *    record the batch created is never removed out from under
      *    the maintenance.
      *
      *    The run refuses to start if TERMCLOS has closed the
      *    batch's term, or YEARCLOS the calendar year it posted in,
      *    for any student on the batch - the accumulators it would
      *    reverse have already been snapped to TERMHIST / YEARHIST
      *    and reset, and the correction then belongs on the history
      *    files, not here. Nothing is changed on a refused run.
      *
      *    Every payment the batch made a reversed student is marked
      *    B on PAYHIST, so the quarterly tax report stops counting
      *    pay the master no longer carries. The payments are found
      *    on PAYHIST by the batch's key, not the image, since a
      *    batch re-posted under RERUNOK paid once per posting and
      *    comes off back to before the first. A student any of
      *    whose payments VOIDPROC has already voided is not
      *    reversed here - the void took the pay back off once and
      *    the reissue pays it again, so backing it out as well
      *    would take it off twice.
      *    The student lists as PAYMENT VOIDED and counts with those
      *    that cannot be reversed.
      *
      *    A REPROC run has no batch and no registry entry: its
      *    postings file under BKOUTDATE RP and the run's date as
      *    YYMMDD (RP261015, say) with the record's term, a key no
      *    LABDATA HDR can carry, so a day's corrections come off
      *    without touching a batch posted the same day.
      *
      *    Every reversed student and amount lists on BKOUTRPT.
      *    Return codes: 0 clean; 4 only the difference could be
      *    reversed, or a LABDATA batch was not on the registry; 8
      *    a student could not be reversed - the master now holds
      *    less than the batch posted, or the student is no longer
      *    on the master at all (a STUMAINT R re-key carries the
      *    pay to another SSNO) - that image and its payment stay
      *    posted and the registry entry is left C for a rerun once
      *    the master is put right; 16 the run was refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-name convention as in SAMPLE.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SSNO-MAST
                 FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT BATCH-REGISTRY ASSIGN TO "BATCHREG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BATCH-REG-KEY
                 FILE STATUS IS BATCH-REGISTRY-STATUS.
           SELECT BEFORE-IMAGE ASSIGN TO "BEFIMAGE"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BF-KEY
                 FILE STATUS IS BEFORE-IMAGE-STATUS.
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
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PH-PAYMENT-NO
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.
           SELECT BACKOUT-REPORT ASSIGN TO "BKOUTRPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUMREC.
       FD  BATCH-REGISTRY.
           COPY BREGREC.
       FD  BEFORE-IMAGE.
           COPY BKIMREC.
       FD  TERM-HISTORY.
           COPY HISTREC.
       FD  YEAR-HISTORY.
           COPY YEARREC.
       FD  PAYMENT-HISTORY.
           COPY PAYHREC.
       FD  BACKOUT-REPORT.
       01  BACKOUT-REPORT-REC                   PICTURE X(100).
       WORKING-STORAGE SECTION.
       01  STUDENT-MASTER-STATUS             PIC XX     VALUE '00'.
       01  BATCH-REGISTRY-STATUS             PIC XX     VALUE '00'.
       01  BEFORE-IMAGE-STATUS               PIC XX     VALUE '00'.
       01  TERM-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  YEAR-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  TERMHIST-ON-FILE-SW               PIC X      VALUE 'N'.
       01  YEARHIST-ON-FILE-SW               PIC X      VALUE 'N'.
       01  PAYMENT-HISTORY-STATUS            PIC XX     VALUE '00'.
       01  PAYHIST-ON-FILE-SW                PIC X      VALUE 'N'.
       01  REG-FOUND-SW                      PIC X      VALUE 'N'.
       01  REPROC-KEY-SW                     PIC X      VALUE 'N'.
       01  IMAGE-EOF-SW                      PIC X      VALUE 'N'.
       01  PERIOD-CLOSED-SW                  PIC X      VALUE 'N'.
       01  MASTER-FOUND-SW                   PIC X      VALUE 'N'.
       01  MASTER-UNMOVED-SW                 PIC X      VALUE 'N'.
       01  PAYMENT-VOIDED-SW                 PIC X      VALUE 'N'.
       01  PAY-EOF-SW                        PIC X      VALUE 'N'.
       01  CLOSED-YEAR-ID                    PIC X(4).
       01  IMAGES-POSTED                     PIC 9(5)   VALUE 0.
       01  IMAGES-ALREADY-OUT                PIC 9(5)   VALUE 0.
       01  STUDENTS-RESTORED                 PIC 9(5)   VALUE 0.
       01  RECORDS-REMOVED                   PIC 9(5)   VALUE 0.
       01  DELTAS-REVERSED                   PIC 9(5)   VALUE 0.
       01  NOT-ON-MASTER                     PIC 9(5)   VALUE 0.
       01  CANNOT-REVERSE                    PIC 9(5)   VALUE 0.
      *    Every payment the batch made, from PAYHIST - a batch
      *    re-posted under RERUNOK paid its students once per
      *    posting, and each payment comes off with the batch.
       01  BATCH-PAY-COUNT                   PIC 9(5)   VALUE 0.
       01  BATCH-PAY-SUB                     PIC 9(5)   VALUE 0.
       01  BATCH-PAY-TABLE.
           05  BATCH-PAY-ENTRY OCCURS 20000 TIMES.
               10  BATCH-PAY-SSNO            PIC X(12).
               10  BATCH-PAY-NO              PIC 9(8).
               10  BATCH-PAY-STATUS          PIC X(1).
      *    The batch's own effect on one student - after less before.
       01  DELTA-CREDITS                     PIC 9(5)   VALUE 0.
       01  DELTA-TERM-CREDITS                PIC 9(5)   VALUE 0.
       01  DELTA-TERM-GROSS                  PIC 9(5)V99 VALUE 0.
       01  DELTA-YTD-GROSS                   PIC 9(7)V99 VALUE 0.
       01  DELTA-YTD-FICA                    PIC 9(7)V99 VALUE 0.
       01  DELTA-YTD-WITHHOLD                PIC 9(7)V99 VALUE 0.
       01  TOTAL-CREDITS-REVERSED            PIC 9(7)   VALUE 0.
       01  TOTAL-GROSS-REVERSED              PIC 9(7)V99 VALUE 0.
       01  TOTAL-FICA-REVERSED               PIC 9(7)V99 VALUE 0.
       01  TOTAL-WITHHOLD-REVERSED           PIC 9(7)V99 VALUE 0.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
           05 TODAYS-DAY                           PIC 99.
      *    BKOUTDATE and TERMID name the batch; both come through
      *    CODELOAD like every other PARMCARD setting.
           COPY CODETBL.
       01  BACKOUT-HDR-1.
           05                                  PIC X(26)
                VALUE 'BATCH BACKOUT REGISTER'.
           05                                  PIC X(6)
                VALUE 'BATCH '.
           05  BK-BATCH-DATE-OUT               PIC X(8).
           05                                  PIC X(6)
                VALUE ' TERM '.
           05  BK-TERM-OUT                     PIC X(5).
           05                                  PIC X(2)   VALUE SPACES.
           05  BK-DATE-OUT.
               10 BK-MONTH-OUT                 PIC XX.
               10                              PIC X      VALUE '/'.
               10 BK-DAY-OUT                   PIC XX.
               10                              PIC X      VALUE '/'.
               10 BK-YEAR-OUT                  PIC XXXX.
       01  BACKOUT-HDR-2.
           05                                  PIC X(32)
                VALUE 'SSNO          NAME'.
           05                                  PIC X(38)
                VALUE ' CREDITS     GROSS      FICA  WITHHOLD'.
           05                                  PIC X(18)
                VALUE '    PAY NO  ACTION'.
       01  BACKOUT-DETAIL-LINE.
           05  BK-SSNO-OUT                     PIC X(12).
           05                                  PIC X(2).
           05  BK-NAME-OUT                     PIC X(18).
           05                                  PIC X(3).
           05  BK-CREDITS-OUT                  PIC ZZZZ9.
           05                                  PIC X(2).
           05  BK-GROSS-OUT                    PIC ZZZZ9.99.
           05                                  PIC X(2).
           05  BK-FICA-OUT                     PIC ZZZZ9.99.
           05                                  PIC X(2).
           05  BK-WITHHOLD-OUT                 PIC ZZZZ9.99.
           05                                  PIC X(2).
           05  BK-PAY-NO-OUT                   PIC Z(7)9.
           05                                  PIC X(2).
           05  BK-ACTION-OUT                   PIC X(16).
       01  BACKOUT-COUNT-LINE.
           05  BK-ITEM-OUT                     PIC X(22).
           05  BK-COUNT-OUT                    PIC ZZZZZZ9.
       01  BACKOUT-MONEY-LINE.
           05  BK-MONEY-ITEM-OUT               PIC X(22).
           05  BK-MONEY-OUT                    PIC ZZZZZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-CODE-TABLES
           IF BACKOUT-BATCH-DATE = SPACES OR TERM-ID = SPACES
               DISPLAY 'BACKOUT: BKOUTDATE AND TERMID REQUIRED ON '
                   'PARMCARD - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           PERFORM 120-OPEN-FILES
           PERFORM 200-CHECK-REGISTRY
           PERFORM 300-CHECK-PERIODS-OPEN
           IF IMAGES-POSTED = 0
               DISPLAY 'BACKOUT: NO POSTED BEFORE-IMAGES FOR BATCH '
                   BACKOUT-BATCH-DATE ' TERM ' TERM-ID
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PERIOD-CLOSED-SW = 'Y'
               DISPLAY 'BACKOUT: PERIOD CLOSED SINCE BATCH POSTED - '
                   'RUN ABORTED, NOTHING CHANGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PAYHIST-ON-FILE-SW = 'Y'
               PERFORM 350-LOAD-BATCH-PAYMENTS
           END-IF
           OPEN OUTPUT BACKOUT-REPORT
           PERFORM 150-WRITE-HEADERS
           PERFORM 400-REVERSE-BATCH
           PERFORM 500-MARK-REGISTRY
           PERFORM 600-WRITE-TOTALS
           CLOSE STUDENT-MASTER
                 BATCH-REGISTRY
                 BEFORE-IMAGE
                 BACKOUT-REPORT
           IF TERMHIST-ON-FILE-SW = 'Y'
               CLOSE TERM-HISTORY
           END-IF
           IF YEARHIST-ON-FILE-SW = 'Y'
               CLOSE YEAR-HISTORY
           END-IF
           IF PAYHIST-ON-FILE-SW = 'Y'
               CLOSE PAYMENT-HISTORY
           END-IF
           EVALUATE TRUE
               WHEN CANNOT-REVERSE > 0
                   DISPLAY 'BACKOUT: ' CANNOT-REVERSE
                       ' STUDENT(S) NOT REVERSED - SEE BKOUTRPT'
                   MOVE 8 TO RETURN-CODE
               WHEN DELTAS-REVERSED > 0
                       OR (REG-FOUND-SW = 'N' AND REPROC-KEY-SW = 'N')
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       110-LOAD-CODE-TABLES.
           CALL 'CODELOAD' USING CODE-TABLES
           IF CODE-LOAD-STATUS NOT = 'Y'
               DISPLAY 'BACKOUT: CODE TABLES NOT LOADED - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    No TERMHIST or YEARHIST yet (status 35) just means no term
      *    or year has ever been closed, so nothing can be closed
      *    under this batch either.
       120-OPEN-FILES.
           OPEN I-O STUDENT-MASTER
           IF STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'BACKOUT: CANNOT OPEN STUDMAST - STATUS '
                   STUDENT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BATCH-REGISTRY
           IF BATCH-REGISTRY-STATUS NOT = '00'
               DISPLAY 'BACKOUT: CANNOT OPEN BATCHREG - STATUS '
                   BATCH-REGISTRY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BEFORE-IMAGE
           IF BEFORE-IMAGE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: CANNOT OPEN BEFIMAGE - STATUS '
                   BEFORE-IMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TERM-HISTORY
           EVALUATE TRUE
               WHEN TERM-HISTORY-STATUS = '00'
                   MOVE 'Y' TO TERMHIST-ON-FILE-SW
               WHEN TERM-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BACKOUT: CANNOT OPEN TERMHIST - STATUS '
                       TERM-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT YEAR-HISTORY
           EVALUATE TRUE
               WHEN YEAR-HISTORY-STATUS = '00'
                   MOVE 'Y' TO YEARHIST-ON-FILE-SW
               WHEN YEAR-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BACKOUT: CANNOT OPEN YEARHIST - STATUS '
                       YEAR-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
      *    A batch posted before PAYHIST existed has no payments on
      *    it to mark.
           OPEN I-O PAYMENT-HISTORY
           EVALUATE TRUE
               WHEN PAYMENT-HISTORY-STATUS = '00'
                   MOVE 'Y' TO PAYHIST-ON-FILE-SW
               WHEN PAYMENT-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BACKOUT: CANNOT OPEN PAYHIST - STATUS '
                       PAYMENT-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       150-WRITE-HEADERS.
           MOVE BACKOUT-BATCH-DATE TO BK-BATCH-DATE-OUT
           MOVE TERM-ID TO BK-TERM-OUT
           MOVE TODAYS-MONTH TO BK-MONTH-OUT
           MOVE TODAYS-DAY TO BK-DAY-OUT
           MOVE TODAYS-YEAR TO BK-YEAR-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-HDR-1
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-HDR-2.

      *    A batch already backed out is refused outright. A REPROC
      *    key is never registered and is reversed from its images
      *    alone. A LABDATA batch not on the registry can still be
      *    reversed from its images, with a warning.
       200-CHECK-REGISTRY.
           IF BACKOUT-BATCH-DATE (1:2) = 'RP'
               MOVE 'Y' TO REPROC-KEY-SW
               MOVE 'N' TO REG-FOUND-SW
               DISPLAY 'BACKOUT: REPROC POSTINGS ' BACKOUT-BATCH-DATE
                   ' TERM ' TERM-ID ' - REVERSING FROM BEFORE-IMAGES'
           ELSE
               PERFORM 210-READ-REGISTRY
           END-IF.

       210-READ-REGISTRY.
           MOVE BACKOUT-BATCH-DATE TO REG-BATCH-DATE
           MOVE TERM-ID TO REG-TERM-ID
           READ BATCH-REGISTRY
               INVALID KEY
                   MOVE 'N' TO REG-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO REG-FOUND-SW
           END-READ
           IF REG-FOUND-SW = 'Y' AND REG-STATUS = 'B'
               DISPLAY 'BACKOUT: BATCH ' BACKOUT-BATCH-DATE ' TERM '
                   TERM-ID ' ALREADY BACKED OUT - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REG-FOUND-SW = 'N'
               DISPLAY 'BACKOUT: BATCH ' BACKOUT-BATCH-DATE ' TERM '
                   TERM-ID ' NOT ON BATCHREG - REVERSING FROM '
                   'BEFORE-IMAGES ONLY'
           END-IF.

      *    First sweep of the batch's images - counts the students
      *    still posted and proves, before anything is touched, that
      *    neither the batch's term nor the year it posted in has
      *    been closed for any of them.
       300-CHECK-PERIODS-OPEN.
           PERFORM 310-START-IMAGES
           PERFORM UNTIL IMAGE-EOF-SW = 'Y'
               READ BEFORE-IMAGE NEXT RECORD
                   AT END
                       MOVE 'Y' TO IMAGE-EOF-SW
                   NOT AT END
                       IF BF-BATCH-DATE = BACKOUT-BATCH-DATE
                               AND BF-TERM-ID = TERM-ID
                           IF BF-STATUS = 'P'
                               ADD 1 TO IMAGES-POSTED
                               PERFORM 320-CHECK-STUDENT-PERIODS
                           END-IF
                       ELSE
                           MOVE 'Y' TO IMAGE-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      *    Positions on the batch's first image. The file is keyed
      *    batch date + term + SSNO, so the batch's images sit
      *    together and the first foreign key ends the batch.
       310-START-IMAGES.
           MOVE 'N' TO IMAGE-EOF-SW
           MOVE BACKOUT-BATCH-DATE TO BF-BATCH-DATE
           MOVE TERM-ID TO BF-TERM-ID
           MOVE LOW-VALUES TO BF-SSNO
           START BEFORE-IMAGE KEY NOT < BF-KEY
               INVALID KEY
                   MOVE 'Y' TO IMAGE-EOF-SW
           END-START.

       320-CHECK-STUDENT-PERIODS.
           IF TERMHIST-ON-FILE-SW = 'Y'
               MOVE BF-SSNO TO SSNO-HIST
               MOVE BF-TERM-ID TO TERM-ID-HIST
               READ TERM-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO PERIOD-CLOSED-SW
                       DISPLAY 'BACKOUT: TERM ' BF-TERM-ID
                           ' CLOSED FOR SSNO ' BF-SSNO
               END-READ
           END-IF
           IF YEARHIST-ON-FILE-SW = 'Y'
               MOVE BF-RUN-DATE (1:4) TO CLOSED-YEAR-ID
               MOVE BF-SSNO TO SSNO-YR
               MOVE CLOSED-YEAR-ID TO YEAR-ID-YR
               READ YEAR-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO PERIOD-CLOSED-SW
                       DISPLAY 'BACKOUT: YEAR ' CLOSED-YEAR-ID
                           ' CLOSED FOR SSNO ' BF-SSNO
               END-READ
           END-IF.

      *    The batch's payments are filed under its registry key on
      *    PAYHIST, which is keyed by payment number, so the file is
      *    read through once before anything is touched. Reissues
      *    are left out - they carry the voided payment they replace
      *    and belong to no batch's posting - and so are payments an
      *    earlier backout already marked B.
       350-LOAD-BATCH-PAYMENTS.
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
                       IF PH-BATCH-DATE = BACKOUT-BATCH-DATE
                               AND PH-BATCH-TERM = TERM-ID
                               AND PH-ORIG-PAYMENT-NO = 0
                               AND (PH-STATUS = 'P' OR PH-STATUS = 'V')
                           PERFORM 355-TABLE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

       355-TABLE-PAYMENT.
           IF BATCH-PAY-COUNT < 20000
               ADD 1 TO BATCH-PAY-COUNT
               MOVE PH-SSNO TO BATCH-PAY-SSNO (BATCH-PAY-COUNT)
               MOVE PH-PAYMENT-NO TO BATCH-PAY-NO (BATCH-PAY-COUNT)
               MOVE PH-STATUS TO BATCH-PAY-STATUS (BATCH-PAY-COUNT)
           ELSE
               DISPLAY 'BACKOUT: BATCH PAYMENT TABLE FULL AT '
                   PH-PAYMENT-NO ' - RUN ABORTED, NOTHING CHANGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Second sweep - the reversal proper. Images already marked
      *    B (from an earlier backout that stopped on a student it
      *    could not reverse) are passed over.
       400-REVERSE-BATCH.
           PERFORM 310-START-IMAGES
           PERFORM UNTIL IMAGE-EOF-SW = 'Y'
               READ BEFORE-IMAGE NEXT RECORD
                   AT END
                       MOVE 'Y' TO IMAGE-EOF-SW
                   NOT AT END
                       IF BF-BATCH-DATE = BACKOUT-BATCH-DATE
                               AND BF-TERM-ID = TERM-ID
                           IF BF-STATUS = 'P'
                               PERFORM 410-REVERSE-STUDENT
                           ELSE
                               ADD 1 TO IMAGES-ALREADY-OUT
                           END-IF
                       ELSE
                           MOVE 'Y' TO IMAGE-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      *    Restores outright when the master is exactly as the batch
      *    left it; otherwise takes off only the batch's difference,
      *    leaving the current name and school (a later post
      *    captured those from the lab more recently). A record
      *    holding less than the batch posted cannot have had this
      *    batch's amounts in it any more - it is listed and left.
       410-REVERSE-STUDENT.
           COMPUTE DELTA-CREDITS =
               BF-CREDITS-AFTER - BF-CREDITS-BEFORE
           COMPUTE DELTA-TERM-CREDITS =
               BF-TERM-CREDITS-AFTER - BF-TERM-CREDITS-BEFORE
           COMPUTE DELTA-TERM-GROSS =
               BF-TERM-GROSS-AFTER - BF-TERM-GROSS-BEFORE
           COMPUTE DELTA-YTD-GROSS =
               BF-YTD-GROSS-AFTER - BF-YTD-GROSS-BEFORE
           COMPUTE DELTA-YTD-FICA =
               BF-YTD-FICA-AFTER - BF-YTD-FICA-BEFORE
           COMPUTE DELTA-YTD-WITHHOLD =
               BF-YTD-WITHHOLD-AFTER - BF-YTD-WITHHOLD-BEFORE
           MOVE SPACES TO BACKOUT-DETAIL-LINE
           MOVE BF-SSNO TO BK-SSNO-OUT
           MOVE BF-NAME-AFTER TO BK-NAME-OUT
           MOVE DELTA-CREDITS TO BK-CREDITS-OUT
           MOVE DELTA-YTD-GROSS TO BK-GROSS-OUT
           MOVE DELTA-YTD-FICA TO BK-FICA-OUT
           MOVE DELTA-YTD-WITHHOLD TO BK-WITHHOLD-OUT
           MOVE BF-PAYMENT-NO TO BK-PAY-NO-OUT
           MOVE BF-SSNO TO SSNO-MAST
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ
           IF MASTER-FOUND-SW = 'Y'
               PERFORM 420-CHECK-MASTER-UNMOVED
           END-IF
           PERFORM 415-CHECK-PAYMENT-VOIDED
           EVALUATE TRUE
               WHEN MASTER-FOUND-SW = 'N'
                   ADD 1 TO NOT-ON-MASTER
                   ADD 1 TO CANNOT-REVERSE
                   MOVE 'NOT ON MASTER' TO BK-ACTION-OUT
               WHEN PAYMENT-VOIDED-SW = 'Y'
                   ADD 1 TO CANNOT-REVERSE
                   MOVE 'PAYMENT VOIDED' TO BK-ACTION-OUT
               WHEN MASTER-UNMOVED-SW = 'Y'
                       AND BF-NEW-RECORD-SW = 'Y'
                   DELETE STUDENT-MASTER
                   ADD 1 TO RECORDS-REMOVED
                   MOVE 'RECORD REMOVED' TO BK-ACTION-OUT
                   PERFORM 440-ADD-TO-TOTALS
                   PERFORM 450-MARK-IMAGE-BACKED-OUT
               WHEN MASTER-UNMOVED-SW = 'Y'
                   MOVE BF-NAME-BEFORE TO NAME-MAST
                   MOVE BF-SCHOOL-BEFORE TO SCHOOL-MAST
                   MOVE BF-CREDITS-BEFORE TO CREDITS-TO-DATE
                   MOVE BF-TERM-CREDITS-BEFORE TO TERM-CREDITS-MAST
                   MOVE BF-GPA-BEFORE TO LAST-GPA-MAST
                   MOVE BF-TERM-GROSS-BEFORE TO TERM-GROSS-MAST
                   MOVE BF-YTD-GROSS-BEFORE TO YTD-GROSS-MAST
                   MOVE BF-YTD-FICA-BEFORE TO YTD-FICA-MAST
                   MOVE BF-YTD-WITHHOLD-BEFORE TO YTD-WITHHOLD-MAST
                   MOVE BF-TERM-STAMP-BEFORE TO TERM-ID-MAST
                   REWRITE STUDENT-MASTER-REC
                   ADD 1 TO STUDENTS-RESTORED
                   MOVE 'RESTORED' TO BK-ACTION-OUT
                   PERFORM 440-ADD-TO-TOTALS
                   PERFORM 450-MARK-IMAGE-BACKED-OUT
               WHEN CREDITS-TO-DATE < DELTA-CREDITS
                       OR TERM-CREDITS-MAST < DELTA-TERM-CREDITS
                       OR TERM-GROSS-MAST < DELTA-TERM-GROSS
                       OR YTD-GROSS-MAST < DELTA-YTD-GROSS
                       OR YTD-FICA-MAST < DELTA-YTD-FICA
                       OR YTD-WITHHOLD-MAST < DELTA-YTD-WITHHOLD
                   ADD 1 TO CANNOT-REVERSE
                   MOVE 'CANNOT REVERSE' TO BK-ACTION-OUT
               WHEN OTHER
                   SUBTRACT DELTA-CREDITS FROM CREDITS-TO-DATE
                   SUBTRACT DELTA-TERM-CREDITS FROM TERM-CREDITS-MAST
                   SUBTRACT DELTA-TERM-GROSS FROM TERM-GROSS-MAST
                   SUBTRACT DELTA-YTD-GROSS FROM YTD-GROSS-MAST
                   SUBTRACT DELTA-YTD-FICA FROM YTD-FICA-MAST
                   SUBTRACT DELTA-YTD-WITHHOLD FROM YTD-WITHHOLD-MAST
                   REWRITE STUDENT-MASTER-REC
                   ADD 1 TO DELTAS-REVERSED
                   MOVE 'DELTA REVERSED' TO BK-ACTION-OUT
                   PERFORM 440-ADD-TO-TOTALS
                   PERFORM 450-MARK-IMAGE-BACKED-OUT
           END-EVALUATE
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-DETAIL-LINE.

      *    Any of the student's payments from the batch voided -
      *    VOIDPROC has already taken that pay off the master.
       415-CHECK-PAYMENT-VOIDED.
           MOVE 'N' TO PAYMENT-VOIDED-SW
           PERFORM 416-CHECK-ONE-PAYMENT
               VARYING BATCH-PAY-SUB FROM 1 BY 1
                   UNTIL BATCH-PAY-SUB > BATCH-PAY-COUNT.

       416-CHECK-ONE-PAYMENT.
           IF BATCH-PAY-SSNO (BATCH-PAY-SUB) = BF-SSNO
                   AND BATCH-PAY-STATUS (BATCH-PAY-SUB) = 'V'
               MOVE 'Y' TO PAYMENT-VOIDED-SW
           END-IF.

       420-CHECK-MASTER-UNMOVED.
           MOVE 'N' TO MASTER-UNMOVED-SW
           IF NAME-MAST = BF-NAME-AFTER
                   AND SCHOOL-MAST = BF-SCHOOL-AFTER
                   AND CREDITS-TO-DATE = BF-CREDITS-AFTER
                   AND TERM-CREDITS-MAST = BF-TERM-CREDITS-AFTER
                   AND LAST-GPA-MAST = BF-GPA-AFTER
                   AND TERM-GROSS-MAST = BF-TERM-GROSS-AFTER
                   AND YTD-GROSS-MAST = BF-YTD-GROSS-AFTER
                   AND YTD-FICA-MAST = BF-YTD-FICA-AFTER
                   AND YTD-WITHHOLD-MAST = BF-YTD-WITHHOLD-AFTER
                   AND ENROLL-STATUS-MAST = BF-STATUS-AFTER
                   AND ENROLL-EFF-DATE-MAST = BF-EFF-DATE-AFTER
                   AND AWARD-AMOUNT-MAST = BF-AWARD-AFTER
                   AND TERM-ID-MAST = BF-TERM-STAMP-AFTER
               MOVE 'Y' TO MASTER-UNMOVED-SW
           END-IF.

       440-ADD-TO-TOTALS.
           ADD DELTA-CREDITS TO TOTAL-CREDITS-REVERSED
           ADD DELTA-YTD-GROSS TO TOTAL-GROSS-REVERSED
           ADD DELTA-YTD-FICA TO TOTAL-FICA-REVERSED
           ADD DELTA-YTD-WITHHOLD TO TOTAL-WITHHOLD-REVERSED.

       450-MARK-IMAGE-BACKED-OUT.
           MOVE 'B' TO BF-STATUS
           REWRITE BEFORE-IMAGE-REC
           PERFORM 455-MARK-PAYMENT-BACKED-OUT
               VARYING BATCH-PAY-SUB FROM 1 BY 1
                   UNTIL BATCH-PAY-SUB > BATCH-PAY-COUNT.

      *    Every payment the batch made the student - one per
      *    posting - and still standing as paid is marked.
       455-MARK-PAYMENT-BACKED-OUT.
           IF BATCH-PAY-SSNO (BATCH-PAY-SUB) = BF-SSNO
                   AND BATCH-PAY-STATUS (BATCH-PAY-SUB) = 'P'
               MOVE BATCH-PAY-NO (BATCH-PAY-SUB) TO PH-PAYMENT-NO
               READ PAYMENT-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'B' TO PH-STATUS
                       REWRITE PAYMENT-HISTORY-REC
                       MOVE 'B' TO BATCH-PAY-STATUS (BATCH-PAY-SUB)
               END-READ
           END-IF.

      *    The registry entry goes to B only when every student on
      *    the batch came off; with one left standing the batch is
      *    still partly posted and stays C.
       500-MARK-REGISTRY.
           IF REG-FOUND-SW = 'Y' AND CANNOT-REVERSE = 0
               MOVE 'B' TO REG-STATUS
               REWRITE BATCH-REGISTRY-REC
           END-IF.

       600-WRITE-TOTALS.
           MOVE SPACES TO BACKOUT-REPORT-REC
           WRITE BACKOUT-REPORT-REC
           MOVE 'STUDENTS ON BATCH' TO BK-ITEM-OUT
           MOVE IMAGES-POSTED TO BK-COUNT-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-COUNT-LINE
           MOVE 'RESTORED' TO BK-ITEM-OUT
           MOVE STUDENTS-RESTORED TO BK-COUNT-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-COUNT-LINE
           MOVE 'RECORDS REMOVED' TO BK-ITEM-OUT
           MOVE RECORDS-REMOVED TO BK-COUNT-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-COUNT-LINE
           MOVE 'DELTAS REVERSED' TO BK-ITEM-OUT
           MOVE DELTAS-REVERSED TO BK-COUNT-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-COUNT-LINE
           MOVE 'NOT ON MASTER' TO BK-ITEM-OUT
           MOVE NOT-ON-MASTER TO BK-COUNT-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-COUNT-LINE
           MOVE 'CANNOT REVERSE' TO BK-ITEM-OUT
           MOVE CANNOT-REVERSE TO BK-COUNT-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-COUNT-LINE
           MOVE 'ALREADY BACKED OUT' TO BK-ITEM-OUT
           MOVE IMAGES-ALREADY-OUT TO BK-COUNT-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-COUNT-LINE
           MOVE 'CREDITS REVERSED' TO BK-ITEM-OUT
           MOVE TOTAL-CREDITS-REVERSED TO BK-COUNT-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-COUNT-LINE
           MOVE 'GROSS REVERSED' TO BK-MONEY-ITEM-OUT
           MOVE TOTAL-GROSS-REVERSED TO BK-MONEY-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-MONEY-LINE
           MOVE 'FICA REVERSED' TO BK-MONEY-ITEM-OUT
           MOVE TOTAL-FICA-REVERSED TO BK-MONEY-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-MONEY-LINE
           MOVE 'WITHHOLDING REVERSED' TO BK-MONEY-ITEM-OUT
           MOVE TOTAL-WITHHOLD-REVERSED TO BK-MONEY-OUT
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-MONEY-LINE
           MOVE SPACES TO BACKOUT-COUNT-LINE
           IF REG-FOUND-SW = 'Y' AND CANNOT-REVERSE = 0
               MOVE 'REGISTRY MARKED B' TO BK-ITEM-OUT
           ELSE
               MOVE 'REGISTRY NOT CHANGED' TO BK-ITEM-OUT
           END-IF
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-COUNT-LINE.
