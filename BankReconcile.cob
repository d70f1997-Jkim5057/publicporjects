      *    every issued payment still outstanding - so the bursar
      *    chases a report, not a drawer of register pages.
      *
      *    Every returned item, and every payment still outstanding
      *    more than STALEDAYS days (PARMCARD) after it was paid, is
      *    written to VOIDTRAN as a void transaction for VOIDPROC to
      *    reverse and queue for reissue. The pay date and the
      *    payment's standing come from PAYHIST: a payment already
      *    voided or backed out there is listed but never voided a
      *    second time, and is no longer outstanding. A payment from
      *    before PAYHIST existed ages from its BANKPAY header date.
      *
      *    Return code follows the SAMPLE scheduler convention:
      *        0 - every payment cashed, everything matches
      *        4 - outstanding payments only (normal float), or
      *            stale payments voided
      *        8 - returned items, amount differences or unknown
      *            payment numbers - the bursar must look
      *       16 - run aborted (file problem or table overflow)
                 FILE STATUS IS BANK-ITEMS-STATUS.
           SELECT RECON-REPORT ASSIGN TO "RECNRPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PH-PAYMENT-NO
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.
           SELECT VOID-TRANSACTIONS ASSIGN TO "VOIDTRAN"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-PAYMENT.
           05  BI-CLEAR-DATE         PICTURE X(8).
       FD  RECON-REPORT.
       01  RECON-REPORT-REC                     PICTURE X(80).
       FD  PAYMENT-HISTORY.
           COPY PAYHREC.
       FD  VOID-TRANSACTIONS.
           COPY VOIDREC.
       WORKING-STORAGE SECTION.
       01  BANK-PAYMENT-STATUS               PIC XX     VALUE '00'.
       01  BANK-ITEMS-STATUS                 PIC XX     VALUE '00'.
       01  AMOUNT-DIFFS                      PIC 9(5)   VALUE 0.
       01  OUTSTANDING-COUNT                 PIC 9(5)   VALUE 0.
       01  OUTSTANDING-AMOUNT                PIC 9(9)V99 VALUE 0.
       01  PAYMENT-HISTORY-STATUS            PIC XX     VALUE '00'.
       01  PAYHIST-ON-FILE-SW                PIC X      VALUE 'N'.
       01  BANKPAY-HDR-DATE                  PIC X(8)   VALUE SPACES.
       01  DAYS-OUT-WORK                     PIC S9(7)  VALUE 0.
       01  VOIDS-WRITTEN                     PIC 9(5)   VALUE 0.
       01  STALE-VOIDED                      PIC 9(5)   VALUE 0.
       01  ALREADY-VOIDED                    PIC 9(5)   VALUE 0.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
               10  ISSUED-SSNO           PIC X(12).
               10  ISSUED-NAME           PIC X(18).
               10  ISSUED-AMOUNT         PIC 9(5)V99.
      *    'O' outstanding, 'C' cashed, 'R' returned, 'S' stale.
               10  ISSUED-DISP           PIC X(1).
      *    The pay date, and the PAYHIST status - P paid, B backed
      *    out, V voided; blank when the payment is not on PAYHIST.
               10  ISSUED-PAY-DATE       PIC X(8).
               10  ISSUED-PH-STATUS      PIC X(1).
      *    Shared reference load - BANKRECN needs STALE-DAYS.
           COPY CODETBL.
      *    Job-stream run control - see RUNCTRL.
           COPY RCTLPARM.
       01  RECN-HDR-1.
           05                                  PIC X(32)
                VALUE 'BANK PAYMENT RECONCILIATION'.
           05  RECN-MONEY-OUT                  PIC ZZZZZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-CODE-TABLES
           PERFORM 190-START-RUN-CONTROL
           OPEN OUTPUT RECON-REPORT
                       VOID-TRANSACTIONS
           PERFORM 120-OPEN-PAYMENT-HISTORY
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           MOVE TODAYS-MONTH TO RECN-MONTH-OUT
           MOVE TODAYS-DAY TO RECN-DAY-OUT
           PERFORM 400-REPORT-OUTSTANDING
           PERFORM 500-WRITE-RUN-TOTALS
           CLOSE RECON-REPORT
                 VOID-TRANSACTIONS
           IF PAYHIST-ON-FILE-SW = 'Y'
               CLOSE PAYMENT-HISTORY
           END-IF
           IF VOIDS-WRITTEN > 0
               DISPLAY 'BANKRECN: ' VOIDS-WRITTEN
                   ' VOID TRANSACTION(S) WRITTEN - RUN VOIDPROC'
           END-IF
           EVALUATE TRUE
               WHEN ITEMS-RETURNED > 0 OR ITEMS-UNKNOWN > 0
                       OR AMOUNT-DIFFS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OUTSTANDING-COUNT > 0 OR STALE-VOIDED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

       110-LOAD-CODE-TABLES.
           CALL 'CODELOAD' USING CODE-TABLES
           IF CODE-LOAD-STATUS NOT = 'Y'
               DISPLAY 'BANKRECN: CODE TABLES NOT LOADED - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Holds the run unless every prerequisite on the dependency
      *    table has completed cleanly, and records the start under
      *    the run date - see RUNCTRL.
       190-START-RUN-CONTROL.
           MOVE 'S' TO RCP-FUNCTION
           MOVE 'BANKRECN' TO RCP-PROGRAM
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCP-PERIOD
           MOVE 0 TO RCP-RETURN-CODE
           CALL 'RUNCTRL' USING RUN-CONTROL-AREA CODE-TABLES
           EVALUATE RCP-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'N'
                   DISPLAY 'BANKRECN: PREREQUISITE NOT MET - RUN HELD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'BANKRECN: NO RUN CONTROL - RUN ABORTED'
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
               DISPLAY 'BANKRECN: FINISH NOT RECORDED ON RUNCTL'
           END-IF
           MOVE RCP-RETURN-CODE TO RETURN-CODE.

      *    Ends a run that has to stop on 16 once it has started
      *    on RUNCTL, recording the finish on the way out so the
      *    step does not show as started for good.
       199-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           PERFORM 195-END-RUN-CONTROL
           STOP RUN.

      *    Before the first payment SAMPLE ever wrote to PAYHIST the
      *    file does not exist, and every payment ages from its
      *    BANKPAY header instead.
       120-OPEN-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY
           EVALUATE TRUE
               WHEN PAYMENT-HISTORY-STATUS = '00'
                   MOVE 'Y' TO PAYHIST-ON-FILE-SW
               WHEN PAYMENT-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BANKRECN: CANNOT OPEN PAYHIST - STATUS '
                       PAYMENT-HISTORY-STATUS
                   PERFORM 199-ABORT-RUN
           END-EVALUATE.

       200-LOAD-ISSUED-PAYMENTS.
           OPEN INPUT BANK-PAYMENT
           IF BANK-PAYMENT-STATUS NOT = '00'
               DISPLAY 'BANKRECN: CANNOT OPEN BANKPAY - STATUS '
                   BANK-PAYMENT-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
           PERFORM UNTIL ISSUED-EOF-SW = 'Y'
               READ BANK-PAYMENT
                   AT END
                       MOVE 'Y' TO ISSUED-EOF-SW
                   NOT AT END
                       IF BP-RECORD-TYPE = 'HDR'
                           MOVE BPH-BATCH-DATE TO BANKPAY-HDR-DATE
                       END-IF
                       IF BP-RECORD-TYPE = 'PAY'
                           PERFORM 210-ADD-ISSUED-ENTRY
                       END-IF
               MOVE BP-NAME TO ISSUED-NAME (ISSUED-IDX)
               MOVE BP-NET-AMOUNT TO ISSUED-AMOUNT (ISSUED-IDX)
               MOVE 'O' TO ISSUED-DISP (ISSUED-IDX)
               MOVE BANKPAY-HDR-DATE TO ISSUED-PAY-DATE (ISSUED-IDX)
               MOVE SPACE TO ISSUED-PH-STATUS (ISSUED-IDX)
               IF PAYHIST-ON-FILE-SW = 'Y'
                   PERFORM 220-READ-PAYMENT-HISTORY
               END-IF
           ELSE
               DISPLAY 'BANKRECN: ISSUED TABLE FULL - RUN ABORTED'
               PERFORM 199-ABORT-RUN
           END-IF.

       220-READ-PAYMENT-HISTORY.
           MOVE BP-PAYMENT-NO TO PH-PAYMENT-NO
           READ PAYMENT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PH-PAY-DATE TO ISSUED-PAY-DATE (ISSUED-IDX)
                   MOVE PH-STATUS TO ISSUED-PH-STATUS (ISSUED-IDX)
           END-READ.

       300-MATCH-BANK-ITEMS.
           OPEN INPUT BANK-ITEMS
           IF BANK-ITEMS-STATUS NOT = '00'
               DISPLAY 'BANKRECN: CANNOT OPEN BANKITMS - STATUS '
                   BANK-ITEMS-STATUS
               PERFORM 199-ABORT-RUN
           END-IF
           MOVE 'RETURNED AND DISPUTED ITEMS'
               TO RECN-SECTION-OUT
               WRITE RECON-REPORT-REC FROM RECN-DETAIL-LINE
           END-IF.

      *    A returned item is voided unless PAYHIST says the payment
      *    was voided or backed out already.
       320-APPLY-ITEM.
           IF BI-STATUS = 'R'
               ADD 1 TO ITEMS-RETURNED
               MOVE 'R' TO ISSUED-DISP (ISSUED-IDX)
               PERFORM 330-WRITE-ITEM-LINE
               IF ISSUED-PH-STATUS (ISSUED-IDX) = 'V'
                       OR ISSUED-PH-STATUS (ISSUED-IDX) = 'B'
                   ADD 1 TO ALREADY-VOIDED
                   MOVE 'RETURNED - VOIDED' TO RECN-NOTE-OUT
               ELSE
                   MOVE 0 TO VT-DAYS-OUT
                   MOVE 'R' TO VT-REASON
                   PERFORM 340-WRITE-VOID-TRAN
                   MOVE 'RETURNED - VOID' TO RECN-NOTE-OUT
               END-IF
               WRITE RECON-REPORT-REC FROM RECN-DETAIL-LINE
           ELSE
               ADD 1 TO ITEMS-CASHED
           MOVE ISSUED-NAME (ISSUED-IDX) TO RECN-NAME-OUT
           MOVE BI-AMOUNT TO RECN-AMOUNT-OUT.

       340-WRITE-VOID-TRAN.
           MOVE ISSUED-PAYMENT-NO (ISSUED-IDX) TO VT-PAYMENT-NO
           MOVE ISSUED-SSNO (ISSUED-IDX) TO VT-SSNO
           MOVE ISSUED-NAME (ISSUED-IDX) TO VT-NAME
           MOVE ISSUED-AMOUNT (ISSUED-IDX) TO VT-NET-AMOUNT
           MOVE ISSUED-PAY-DATE (ISSUED-IDX) TO VT-ISSUE-DATE
           MOVE TODAYS-DATE TO VT-RECON-DATE
           WRITE VOID-TRANSACTION-REC
           ADD 1 TO VOIDS-WRITTEN.

       400-REPORT-OUTSTANDING.
           MOVE 'OUTSTANDING PAYMENTS' TO RECN-SECTION-OUT
           MOVE SPACES TO RECON-REPORT-REC
                       UNTIL ISSUED-IDX > ISSUED-COUNT
           END-IF.

      *    An uncashed payment already voided or backed out on
      *    PAYHIST is no longer owed - it lists, but is not counted
      *    outstanding. One outstanding past STALEDAYS is voided.
       410-LIST-IF-OUTSTANDING.
           IF ISSUED-DISP (ISSUED-IDX) = 'O'
               MOVE SPACES TO RECN-DETAIL-LINE
               MOVE ISSUED-PAYMENT-NO (ISSUED-IDX)
                   TO RECN-PAYNO-OUT
               MOVE ISSUED-NAME (ISSUED-IDX) TO RECN-NAME-OUT
               MOVE ISSUED-AMOUNT (ISSUED-IDX)
                   TO RECN-AMOUNT-OUT
               PERFORM 420-AGE-PAYMENT
               EVALUATE TRUE
                   WHEN ISSUED-PH-STATUS (ISSUED-IDX) = 'V'
                           OR ISSUED-PH-STATUS (ISSUED-IDX) = 'B'
                       ADD 1 TO ALREADY-VOIDED
                       MOVE 'VOIDED' TO RECN-NOTE-OUT
                   WHEN STALE-DAYS > 0 AND DAYS-OUT-WORK > STALE-DAYS
                       ADD 1 TO STALE-VOIDED
                       MOVE 'S' TO ISSUED-DISP (ISSUED-IDX)
                       MOVE DAYS-OUT-WORK TO VT-DAYS-OUT
                       MOVE 'S' TO VT-REASON
                       PERFORM 340-WRITE-VOID-TRAN
                       MOVE 'STALE - VOID' TO RECN-NOTE-OUT
                   WHEN OTHER
                       ADD 1 TO OUTSTANDING-COUNT
                       ADD ISSUED-AMOUNT (ISSUED-IDX)
                           TO OUTSTANDING-AMOUNT
                       MOVE 'OUTSTANDING' TO RECN-NOTE-OUT
               END-EVALUATE
               WRITE RECON-REPORT-REC FROM RECN-DETAIL-LINE
           END-IF.

      *    Days from the pay date to today; an unreadable date ages
      *    as zero, so it can never be voided as stale by accident.
       420-AGE-PAYMENT.
           MOVE 0 TO DAYS-OUT-WORK
           IF ISSUED-PAY-DATE (ISSUED-IDX) IS NUMERIC
               COMPUTE DAYS-OUT-WORK =
                   FUNCTION INTEGER-OF-DATE (
                       FUNCTION NUMVAL (TODAYS-DATE))
                   - FUNCTION INTEGER-OF-DATE (
                       FUNCTION NUMVAL (ISSUED-PAY-DATE (ISSUED-IDX)))
           END-IF
           IF DAYS-OUT-WORK < 0
               MOVE 0 TO DAYS-OUT-WORK
           END-IF.

       500-WRITE-RUN-TOTALS.
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           WRITE RECON-REPORT-REC FROM RECN-COUNT-LINE
           MOVE 'OUTSTANDING AMOUNT' TO RECN-MONEY-ITEM-OUT
           MOVE OUTSTANDING-AMOUNT TO RECN-MONEY-OUT
           WRITE RECON-REPORT-REC FROM RECN-MONEY-LINE
           MOVE 'STALE PAYMENTS VOIDED' TO RECN-ITEM-OUT
           MOVE STALE-VOIDED TO RECN-COUNT-OUT
           WRITE RECON-REPORT-REC FROM RECN-COUNT-LINE
           MOVE 'VOID TRANSACTIONS' TO RECN-ITEM-OUT
           MOVE VOIDS-WRITTEN TO RECN-COUNT-OUT
           WRITE RECON-REPORT-REC FROM RECN-COUNT-LINE
           MOVE 'ALREADY VOIDED' TO RECN-ITEM-OUT
           MOVE ALREADY-VOIDED TO RECN-COUNT-OUT
           WRITE RECON-REPORT-REC FROM RECN-COUNT-LINE.
