       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOIDPROC.
      *    Applies the void transactions BANKRECN writes to VOIDTRAN -
      *    see VOIDREC - one per returned item and per payment gone
      *    stale. For each void the payment is looked up on PAYHIST
      *    and its amounts are taken back off what the student was
      *    paid:
      *        YTD gross, FICA and withholding come off the student
      *        master - or off the student's YEARHIST row when
      *        YEARCLOS has already closed the year the payment was
      *        made in, since the master's accumulators were zeroed
      *        behind it and the YEARHIST row is what the earnings
      *        statement and the tax filing were drawn from;
      *        the gross comes off TERM-GROSS-MAST as well while the
      *        payment's term is still open. Once TERMCLOS has closed
      *        the term the TERMHIST figure stands: the student still
      *        earned the money in that term, and the reissue pays it.
      *    The payment is marked V on PAYHIST and queued on REISSUEQ
      *    (see REISREC) for the next SAMPLE run to pay again under a
      *    new payment number.
      *
      *    A void is rejected - nothing changed, listed with the
      *    reason - when the payment is not on PAYHIST, is no longer
      *    standing as paid (voided or backed out already, so a
      *    rerun of the same VOIDTRAN changes nothing twice), does
      *    not match the transaction's SSNO or amount, or the file
      *    it would come off holds less than the payment.
      *
      *    VOIDRPT is the void register: every void applied or
      *    rejected, the totals, and a sign-off block for the
      *    bursar.
      *
      *    Return codes: 0 clean; 4 a void was rejected; 16 the run
      *    could not start.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-name convention as in SAMPLE.
           SELECT VOID-TRANSACTIONS ASSIGN TO "VOIDTRAN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS VOID-TRAN-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PH-PAYMENT-NO
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
                 ORGANIZATION IS INDEXED
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
           SELECT VOID-REPORT ASSIGN TO "VOIDRPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VOID-TRANSACTIONS.
           COPY VOIDREC.
       FD  PAYMENT-HISTORY.
           COPY PAYHREC.
       FD  STUDENT-MASTER.
           COPY STUMREC.
       FD  TERM-HISTORY.
           COPY HISTREC.
       FD  YEAR-HISTORY.
           COPY YEARREC.
       FD  REISSUE-QUEUE.
           COPY REISREC.
       FD  VOID-REPORT.
       01  VOID-REPORT-REC                      PICTURE X(100).
       WORKING-STORAGE SECTION.
       01  VOID-TRAN-STATUS                  PIC XX     VALUE '00'.
       01  PAYMENT-HISTORY-STATUS            PIC XX     VALUE '00'.
       01  STUDENT-MASTER-STATUS             PIC XX     VALUE '00'.
       01  TERM-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  YEAR-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  REISSUE-QUEUE-STATUS              PIC XX     VALUE '00'.
       01  TERMHIST-ON-FILE-SW               PIC X      VALUE 'N'.
       01  YEARHIST-ON-FILE-SW               PIC X      VALUE 'N'.
       01  VOID-EOF-SW                       PIC X      VALUE 'N'.
       01  VOID-OK-SW                        PIC X      VALUE 'N'.
       01  MASTER-FOUND-SW                   PIC X      VALUE 'N'.
       01  YEAR-CLOSED-SW                    PIC X      VALUE 'N'.
       01  TERM-CLOSED-SW                    PIC X      VALUE 'N'.
       01  VOIDS-READ                        PIC 9(5)   VALUE 0.
       01  VOIDS-APPLIED                     PIC 9(5)   VALUE 0.
       01  VOIDS-REJECTED                    PIC 9(5)   VALUE 0.
       01  VOIDED-GROSS                      PIC 9(9)V99 VALUE 0.
       01  VOIDED-FICA                       PIC 9(9)V99 VALUE 0.
       01  VOIDED-WITHHOLD                   PIC 9(9)V99 VALUE 0.
       01  VOIDED-NET                        PIC 9(9)V99 VALUE 0.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
           05 TODAYS-DAY                           PIC 99.
       01  VOID-HDR-1.
           05                                  PIC X(30)
                VALUE 'VOID REGISTER'.
           05  VOID-DATE-OUT.
               10 VOID-MONTH-OUT               PIC XX.
               10                              PIC X      VALUE '/'.
               10 VOID-DAY-OUT                 PIC XX.
               10                              PIC X      VALUE '/'.
               10 VOID-YEAR-OUT                PIC XXXX.
       01  VOID-HDR-2.
           05                                  PIC X(10)
                VALUE 'PAYMENT'.
           05                                  PIC X(14)
                VALUE 'SSNO . NO.'.
           05                                  PIC X(20)
                VALUE 'NAME'.
           05                                  PIC X(8)
                VALUE 'REASON'.
           05                                  PIC X(10)
                VALUE '     GROSS'.
           05                                  PIC X(10)
                VALUE '       NET'.
           05                                  PIC X(10)
                VALUE '  YTD FROM'.
           05                                  PIC X(18)
                VALUE '  ACTION'.
       01  VOID-DETAIL-LINE.
           05  VD-PAYMENT-NO-OUT               PIC 9(8).
           05                                  PIC X(2).
           05  VD-SSNO-OUT                     PIC X(12).
           05                                  PIC X(2).
           05  VD-NAME-OUT                     PIC X(18).
           05                                  PIC X(2).
           05  VD-REASON-OUT                   PIC X(8).
           05  VD-GROSS-OUT                    PIC ZZZZZ9.99.
           05                                  PIC X(1).
           05  VD-NET-OUT                      PIC ZZZZZ9.99.
           05                                  PIC X(2).
           05  VD-YTD-FROM-OUT                 PIC X(8).
           05                                  PIC X(2).
           05  VD-ACTION-OUT                   PIC X(18).
       01  VOID-COUNT-LINE.
           05  VOID-ITEM-OUT                   PIC X(22).
           05  VOID-COUNT-OUT                  PIC ZZZZZZ9.
       01  VOID-MONEY-LINE.
           05  VOID-MONEY-ITEM-OUT             PIC X(22).
           05  VOID-MONEY-OUT                  PIC ZZZZZZZZ9.99.
       01  VOID-SIGNOFF-LINE.
           05  VOID-SIGNOFF-ITEM-OUT           PIC X(14).
           05                                  PIC X(32)
                VALUE ALL '_'.
           05                                  PIC X(8)
                VALUE '  DATE '.
           05                                  PIC X(12)
                VALUE ALL '_'.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           PERFORM 120-OPEN-FILES
           OPEN OUTPUT VOID-REPORT
           PERFORM 150-WRITE-HEADERS
           PERFORM UNTIL VOID-EOF-SW = 'Y'
               READ VOID-TRANSACTIONS
                   AT END
                       MOVE 'Y' TO VOID-EOF-SW
                   NOT AT END
                       ADD 1 TO VOIDS-READ
                       PERFORM 200-PROCESS-VOID
               END-READ
           END-PERFORM
           PERFORM 600-WRITE-TOTALS
           CLOSE VOID-TRANSACTIONS
                 PAYMENT-HISTORY
                 STUDENT-MASTER
                 REISSUE-QUEUE
                 VOID-REPORT
           IF TERMHIST-ON-FILE-SW = 'Y'
               CLOSE TERM-HISTORY
           END-IF
           IF YEARHIST-ON-FILE-SW = 'Y'
               CLOSE YEAR-HISTORY
           END-IF
           IF VOIDS-REJECTED > 0
               DISPLAY 'VOIDPROC: ' VOIDS-REJECTED
                   ' VOID(S) REJECTED - SEE VOIDRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       120-OPEN-FILES.
           OPEN INPUT VOID-TRANSACTIONS
           IF VOID-TRAN-STATUS NOT = '00'
               DISPLAY 'VOIDPROC: CANNOT OPEN VOIDTRAN - STATUS '
                   VOID-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PAYMENT-HISTORY
           IF PAYMENT-HISTORY-STATUS NOT = '00'
               DISPLAY 'VOIDPROC: CANNOT OPEN PAYHIST - STATUS '
                   PAYMENT-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O STUDENT-MASTER
           IF STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'VOIDPROC: CANNOT OPEN STUDMAST - STATUS '
                   STUDENT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    First void ever creates the queue, the same bootstrap
      *    TERMCLOS uses for TERMHIST.
           OPEN I-O REISSUE-QUEUE
           IF REISSUE-QUEUE-STATUS = '35'
               OPEN OUTPUT REISSUE-QUEUE
               CLOSE REISSUE-QUEUE
               OPEN I-O REISSUE-QUEUE
           END-IF
           IF REISSUE-QUEUE-STATUS NOT = '00'
               DISPLAY 'VOIDPROC: CANNOT OPEN REISSUEQ - STATUS '
                   REISSUE-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No history file yet means no term or year closed yet.
           OPEN INPUT TERM-HISTORY
           EVALUATE TRUE
               WHEN TERM-HISTORY-STATUS = '00'
                   MOVE 'Y' TO TERMHIST-ON-FILE-SW
               WHEN TERM-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'VOIDPROC: CANNOT OPEN TERMHIST - STATUS '
                       TERM-HISTORY-STATUS
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
                   DISPLAY 'VOIDPROC: CANNOT OPEN YEARHIST - STATUS '
                       YEAR-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       150-WRITE-HEADERS.
           MOVE TODAYS-MONTH TO VOID-MONTH-OUT
           MOVE TODAYS-DAY TO VOID-DAY-OUT
           MOVE TODAYS-YEAR TO VOID-YEAR-OUT
           WRITE VOID-REPORT-REC FROM VOID-HDR-1
           MOVE SPACES TO VOID-REPORT-REC
           WRITE VOID-REPORT-REC
           WRITE VOID-REPORT-REC FROM VOID-HDR-2.

      *    Every check is made before anything is changed, so a
      *    rejected void leaves all the files as they were.
       200-PROCESS-VOID.
           MOVE 'Y' TO VOID-OK-SW
           MOVE SPACES TO VOID-DETAIL-LINE
           MOVE VT-PAYMENT-NO TO VD-PAYMENT-NO-OUT
           MOVE VT-SSNO TO VD-SSNO-OUT
           MOVE VT-NAME TO VD-NAME-OUT
           MOVE VT-NET-AMOUNT TO VD-NET-OUT
           EVALUATE VT-REASON
               WHEN 'R'
                   MOVE 'RETURNED' TO VD-REASON-OUT
               WHEN 'S'
                   MOVE 'STALE' TO VD-REASON-OUT
               WHEN OTHER
                   MOVE VT-REASON TO VD-REASON-OUT
           END-EVALUATE
           MOVE VT-PAYMENT-NO TO PH-PAYMENT-NO
           READ PAYMENT-HISTORY
               INVALID KEY
                   MOVE 'N' TO VOID-OK-SW
                   MOVE 'NOT ON PAYHIST' TO VD-ACTION-OUT
           END-READ
           IF VOID-OK-SW = 'Y'
               MOVE PH-GROSS TO VD-GROSS-OUT
               EVALUATE TRUE
                   WHEN PH-STATUS = 'V'
                       MOVE 'N' TO VOID-OK-SW
                       MOVE 'ALREADY VOIDED' TO VD-ACTION-OUT
                   WHEN PH-STATUS NOT = 'P'
                       MOVE 'N' TO VOID-OK-SW
                       MOVE 'NOT STANDING PAID' TO VD-ACTION-OUT
                   WHEN PH-SSNO NOT = VT-SSNO
                       MOVE 'N' TO VOID-OK-SW
                       MOVE 'SSNO MISMATCH' TO VD-ACTION-OUT
                   WHEN PH-NET NOT = VT-NET-AMOUNT
                       MOVE 'N' TO VOID-OK-SW
                       MOVE 'AMOUNT MISMATCH' TO VD-ACTION-OUT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF VOID-OK-SW = 'Y'
               PERFORM 210-FIND-STUDENT-FIGURES
           END-IF
           IF VOID-OK-SW = 'Y'
               PERFORM 300-APPLY-VOID
           ELSE
               ADD 1 TO VOIDS-REJECTED
           END-IF
           WRITE VOID-REPORT-REC FROM VOID-DETAIL-LINE.

      *    Reads the master, and the YEARHIST row for the payment's
      *    year and the TERMHIST row for its term where those periods
      *    have closed, and proves each holds at least what is about
      *    to come off it.
       210-FIND-STUDENT-FIGURES.
           MOVE PH-SSNO TO SSNO-MAST
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ
           MOVE 'N' TO YEAR-CLOSED-SW
           IF YEARHIST-ON-FILE-SW = 'Y'
               MOVE PH-SSNO TO SSNO-YR
               MOVE PH-PAY-DATE (1:4) TO YEAR-ID-YR
               READ YEAR-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO YEAR-CLOSED-SW
               END-READ
           END-IF
           MOVE 'N' TO TERM-CLOSED-SW
           IF TERMHIST-ON-FILE-SW = 'Y'
               MOVE PH-SSNO TO SSNO-HIST
               MOVE PH-TERM-ID TO TERM-ID-HIST
               READ TERM-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO TERM-CLOSED-SW
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN MASTER-FOUND-SW = 'N'
                   MOVE 'N' TO VOID-OK-SW
                   MOVE 'NOT ON MASTER' TO VD-ACTION-OUT
               WHEN YEAR-CLOSED-SW = 'Y'
                       AND (YEAR-GROSS-YR < PH-GROSS
                       OR YEAR-FICA-YR < PH-FICA
                       OR YEAR-WITHHOLD-YR < PH-WITHHOLD)
                   MOVE 'N' TO VOID-OK-SW
                   MOVE 'CANNOT REVERSE' TO VD-ACTION-OUT
               WHEN YEAR-CLOSED-SW = 'N'
                       AND (YTD-GROSS-MAST < PH-GROSS
                       OR YTD-FICA-MAST < PH-FICA
                       OR YTD-WITHHOLD-MAST < PH-WITHHOLD)
                   MOVE 'N' TO VOID-OK-SW
                   MOVE 'CANNOT REVERSE' TO VD-ACTION-OUT
               WHEN TERM-CLOSED-SW = 'N'
                       AND TERM-GROSS-MAST < PH-GROSS
                   MOVE 'N' TO VOID-OK-SW
                   MOVE 'CANNOT REVERSE' TO VD-ACTION-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       300-APPLY-VOID.
           IF YEAR-CLOSED-SW = 'Y'
               SUBTRACT PH-GROSS FROM YEAR-GROSS-YR
               SUBTRACT PH-FICA FROM YEAR-FICA-YR
               SUBTRACT PH-WITHHOLD FROM YEAR-WITHHOLD-YR
               REWRITE YEAR-HISTORY-REC
               MOVE 'YEARHIST' TO VD-YTD-FROM-OUT
           ELSE
               SUBTRACT PH-GROSS FROM YTD-GROSS-MAST
               SUBTRACT PH-FICA FROM YTD-FICA-MAST
               SUBTRACT PH-WITHHOLD FROM YTD-WITHHOLD-MAST
               MOVE 'MASTER' TO VD-YTD-FROM-OUT
           END-IF
           IF TERM-CLOSED-SW = 'N'
               SUBTRACT PH-GROSS FROM TERM-GROSS-MAST
           END-IF
           REWRITE STUDENT-MASTER-REC
           MOVE 'V' TO PH-STATUS
           REWRITE PAYMENT-HISTORY-REC
           PERFORM 310-QUEUE-REISSUE
           ADD 1 TO VOIDS-APPLIED
           ADD PH-GROSS TO VOIDED-GROSS
           ADD PH-FICA TO VOIDED-FICA
           ADD PH-WITHHOLD TO VOIDED-WITHHOLD
           ADD PH-NET TO VOIDED-NET.

       310-QUEUE-REISSUE.
           MOVE SPACES TO REISSUE-QUEUE-REC
           MOVE PH-PAYMENT-NO TO RQ-OLD-PAYMENT-NO
           MOVE PH-SSNO TO RQ-SSNO
           MOVE PH-NAME TO RQ-NAME
           MOVE PH-TERM-ID TO RQ-TERM-ID
           MOVE PH-GROSS TO RQ-GROSS
           MOVE PH-FICA TO RQ-FICA
           MOVE PH-WITHHOLD TO RQ-WITHHOLD
           MOVE PH-NET TO RQ-NET
           IF TERM-CLOSED-SW = 'Y'
               MOVE 'H' TO RQ-TERM-SOURCE
           ELSE
               MOVE 'M' TO RQ-TERM-SOURCE
           END-IF
           MOVE VT-REASON TO RQ-REASON
           MOVE TODAYS-DATE TO RQ-VOID-DATE
           MOVE 'Q' TO RQ-STATUS
           MOVE 0 TO RQ-NEW-PAYMENT-NO
           MOVE 'VOIDED - QUEUED' TO VD-ACTION-OUT
           WRITE REISSUE-QUEUE-REC
               INVALID KEY
                   DISPLAY 'VOIDPROC: PAYMENT ' PH-PAYMENT-NO
                       ' ALREADY ON REISSUEQ'
           END-WRITE.

       600-WRITE-TOTALS.
           MOVE SPACES TO VOID-REPORT-REC
           WRITE VOID-REPORT-REC
           MOVE 'VOIDS READ' TO VOID-ITEM-OUT
           MOVE VOIDS-READ TO VOID-COUNT-OUT
           WRITE VOID-REPORT-REC FROM VOID-COUNT-LINE
           MOVE 'VOIDS APPLIED' TO VOID-ITEM-OUT
           MOVE VOIDS-APPLIED TO VOID-COUNT-OUT
           WRITE VOID-REPORT-REC FROM VOID-COUNT-LINE
           MOVE 'VOIDS REJECTED' TO VOID-ITEM-OUT
           MOVE VOIDS-REJECTED TO VOID-COUNT-OUT
           WRITE VOID-REPORT-REC FROM VOID-COUNT-LINE
           MOVE 'GROSS VOIDED' TO VOID-MONEY-ITEM-OUT
           MOVE VOIDED-GROSS TO VOID-MONEY-OUT
           WRITE VOID-REPORT-REC FROM VOID-MONEY-LINE
           MOVE 'FICA VOIDED' TO VOID-MONEY-ITEM-OUT
           MOVE VOIDED-FICA TO VOID-MONEY-OUT
           WRITE VOID-REPORT-REC FROM VOID-MONEY-LINE
           MOVE 'WITHHOLD VOIDED' TO VOID-MONEY-ITEM-OUT
           MOVE VOIDED-WITHHOLD TO VOID-MONEY-OUT
           WRITE VOID-REPORT-REC FROM VOID-MONEY-LINE
           MOVE 'NET VOIDED' TO VOID-MONEY-ITEM-OUT
           MOVE VOIDED-NET TO VOID-MONEY-OUT
           WRITE VOID-REPORT-REC FROM VOID-MONEY-LINE
      *    The bursar signs the register before the reissues go out.
           MOVE SPACES TO VOID-REPORT-REC
           WRITE VOID-REPORT-REC
           WRITE VOID-REPORT-REC
           MOVE 'PREPARED BY' TO VOID-SIGNOFF-ITEM-OUT
           WRITE VOID-REPORT-REC FROM VOID-SIGNOFF-LINE
           MOVE SPACES TO VOID-REPORT-REC
           WRITE VOID-REPORT-REC
           MOVE 'APPROVED BY' TO VOID-SIGNOFF-ITEM-OUT
           WRITE VOID-REPORT-REC FROM VOID-SIGNOFF-LINE.
