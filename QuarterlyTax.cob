       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXQTR.
      *    Quarterly payroll tax liability for the federal filing.
      *    Reads the payment history file SAMPLE writes - one record
      *    per payment, see PAYHREC - for the calendar quarter named
      *    on PARMCARD (YEARID and TAXQTR 1-4) and reports, by month
      *    and for the quarter, the gross wages paid, the employee
      *    FICA withheld, the employer's matching FICA share, the
      *    income tax withheld and the total liability (both FICA
      *    shares plus the tax withheld). A month belongs to the
      *    quarter by the payment's pay date - wages count as paid
      *    the day the run paid them. Only payments standing as paid
      *    (status P) count; a backed-out or voided payment is listed
      *    in the counts but carries no wages.
      *
      *    The quarter is then proved: every paid payment in the year
      *    on PAYHIST is totalled and checked against the year's YTD
      *    figures - against YEARHIST when YEARCLOS has closed the
      *    year, otherwise against the running YTD accumulators on
      *    STUDMAST. Any disagreement is flagged on the report.
      *
      *    Return codes: 0 clean; 8 the proof disagrees; 16 the run
      *    was refused (no YEARID, TAXQTR not 1-4, or PAYHIST could
      *    not be read).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-name convention as in SAMPLE.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PH-PAYMENT-NO
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SSNO-MAST
                 FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT YEAR-HISTORY ASSIGN TO "YEARHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS YEAR-HIST-KEY
                 FILE STATUS IS YEAR-HISTORY-STATUS.
           SELECT TAX-REPORT ASSIGN TO "TAXRPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY.
           COPY PAYHREC.
       FD  STUDENT-MASTER.
           COPY STUMREC.
       FD  YEAR-HISTORY.
           COPY YEARREC.
       FD  TAX-REPORT.
       01  TAX-REPORT-REC                       PICTURE X(100).
       WORKING-STORAGE SECTION.
       01  PAYMENT-HISTORY-STATUS            PIC XX     VALUE '00'.
       01  STUDENT-MASTER-STATUS             PIC XX     VALUE '00'.
       01  YEAR-HISTORY-STATUS               PIC XX     VALUE '00'.
       01  PAYMENT-EOF-SW                    PIC X      VALUE 'N'.
       01  MASTER-EOF-SW                     PIC X      VALUE 'N'.
       01  YEARHIST-EOF-SW                   PIC X      VALUE 'N'.
       01  YEAR-CLOSED-SW                    PIC X      VALUE 'N'.
       01  PROOF-DIFF-SW                     PIC X      VALUE 'N'.
       01  PAYMENTS-READ                     PIC 9(7)   VALUE 0.
       01  QTR-NOT-PAID                      PIC 9(7)   VALUE 0.
       01  QTR-FIRST-MONTH                   PIC 99     VALUE 0.
       01  PAY-MONTH                         PIC 99     VALUE 0.
       01  MONTH-SUB                         PIC 9      VALUE 0.
       01  PERIOD-LIABILITY                  PIC 9(10)V99 VALUE 0.
      *    One slot per month of the quarter, then the quarter total.
       01  QUARTER-MONTHS.
           05  QTR-MONTH OCCURS 3 TIMES.
               10  QM-COUNT                  PIC 9(7).
               10  QM-GROSS                  PIC 9(9)V99.
               10  QM-FICA                   PIC 9(9)V99.
               10  QM-WITHHOLD               PIC 9(9)V99.
       01  QTR-COUNT                         PIC 9(7)   VALUE 0.
       01  QTR-GROSS                         PIC 9(9)V99 VALUE 0.
       01  QTR-FICA                          PIC 9(9)V99 VALUE 0.
       01  QTR-WITHHOLD                      PIC 9(9)V99 VALUE 0.
      *    The year's paid payments on PAYHIST, and the same three
      *    figures from whichever file holds the year's YTD.
       01  PAID-YEAR-GROSS                   PIC 9(9)V99 VALUE 0.
       01  PAID-YEAR-FICA                    PIC 9(9)V99 VALUE 0.
       01  PAID-YEAR-WITHHOLD                PIC 9(9)V99 VALUE 0.
       01  YTD-PROOF-GROSS                   PIC 9(9)V99 VALUE 0.
       01  YTD-PROOF-FICA                    PIC 9(9)V99 VALUE 0.
       01  YTD-PROOF-WITHHOLD                PIC 9(9)V99 VALUE 0.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
           05 TODAYS-DAY                           PIC 99.
      *    Shared reference load - TAXQTR needs YEAR-ID and
      *    TAX-QUARTER.
           COPY CODETBL.
       01  TAX-HDR-1.
           05                                  PIC X(34)
                VALUE 'QUARTERLY PAYROLL TAX LIABILITY'.
           05                                  PIC X(5)
                VALUE 'YEAR '.
           05  TAX-YEAR-ID-OUT                 PIC X(4).
           05                                  PIC X(11)
                VALUE '  QUARTER '.
           05  TAX-QUARTER-OUT                 PIC 9.
           05                                  PIC X(3)   VALUE SPACES.
           05  TAX-DATE-OUT.
               10 TAX-MONTH-OUT                PIC XX.
               10                              PIC X      VALUE '/'.
               10 TAX-DAY-OUT                  PIC XX.
               10                              PIC X      VALUE '/'.
               10 TAX-YEAR-OUT                 PIC XXXX.
       01  TAX-HDR-2.
           05                                  PIC X(9)
                VALUE 'PERIOD'.
           05                                  PIC X(8)
                VALUE 'PAYMENTS'.
           05                                  PIC X(14)
                VALUE '   GROSS WAGES'.
           05                                  PIC X(14)
                VALUE ' EMPLOYEE FICA'.
           05                                  PIC X(14)
                VALUE ' EMPLOYER FICA'.
           05                                  PIC X(14)
                VALUE '  TAX WITHHELD'.
           05                                  PIC X(15)
                VALUE 'TOTAL LIABILITY'.
       01  TAX-DETAIL-LINE.
           05  TX-PERIOD-OUT.
               10  TX-PERIOD-YEAR-OUT          PIC X(4).
               10  TX-PERIOD-DASH-OUT          PIC X(1).
               10  TX-PERIOD-MONTH-OUT         PIC 99.
               10                              PIC X(1).
           05                                  PIC X(2).
           05  TX-COUNT-OUT                    PIC ZZZZZZ9.
           05                                  PIC X(2).
           05  TX-GROSS-OUT                    PIC ZZZZZZZZ9.99.
           05                                  PIC X(2).
           05  TX-EMPLOYEE-FICA-OUT            PIC ZZZZZZZZ9.99.
           05                                  PIC X(2).
           05  TX-EMPLOYER-FICA-OUT            PIC ZZZZZZZZ9.99.
           05                                  PIC X(2).
           05  TX-WITHHOLD-OUT                 PIC ZZZZZZZZ9.99.
           05                                  PIC X(2).
           05  TX-LIABILITY-OUT                PIC ZZZZZZZZZ9.99.
       01  TAX-COUNT-LINE.
           05  TAX-ITEM-OUT                    PIC X(26).
           05  TAX-COUNT-OUT                   PIC ZZZZZZ9.
       01  PROOF-HDR-1.
           05                                  PIC X(30)
                VALUE 'YEAR-TO-DATE PROOF - YEAR'.
           05  PROOF-YEAR-OUT                  PIC X(4).
           05                                  PIC X(14)
                VALUE '  AGAINST'.
           05  PROOF-SOURCE-OUT                PIC X(8).
       01  PROOF-HDR-2.
           05                                  PIC X(22)
                VALUE SPACES.
           05                                  PIC X(12)
                VALUE '     PAYHIST'.
           05                                  PIC X(2)   VALUE SPACES.
           05                                  PIC X(4)   VALUE SPACES.
           05  PROOF-SOURCE-HDR-OUT            PIC X(8).
       01  PROOF-LINE.
           05  PROOF-ITEM-OUT                  PIC X(22).
           05  PROOF-PAID-OUT                  PIC ZZZZZZZZ9.99.
           05                                  PIC X(2).
           05  PROOF-YTD-OUT                   PIC ZZZZZZZZ9.99.
           05                                  PIC X(2).
           05  PROOF-FLAG-OUT                  PIC X(8).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-CODE-TABLES
           IF YEAR-ID = SPACES
               DISPLAY 'TAXQTR: NO YEARID ON PARMCARD - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TAX-QUARTER < 1 OR TAX-QUARTER > 4
               DISPLAY 'TAXQTR: TAXQTR MUST BE 1 TO 4 ON PARMCARD - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE QTR-FIRST-MONTH = (TAX-QUARTER - 1) * 3 + 1
           MOVE ZEROS TO QUARTER-MONTHS
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           PERFORM 200-ACCUMULATE-PAYMENTS
           PERFORM 300-LOAD-YTD-PROOF
           OPEN OUTPUT TAX-REPORT
           PERFORM 400-WRITE-QUARTER
           PERFORM 500-WRITE-PROOF
           CLOSE TAX-REPORT
           IF PROOF-DIFF-SW = 'Y'
               DISPLAY 'TAXQTR: PAYHIST DOES NOT AGREE WITH YTD - '
                   'SEE TAXRPT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       110-LOAD-CODE-TABLES.
           CALL 'CODELOAD' USING CODE-TABLES
           IF CODE-LOAD-STATUS NOT = 'Y'
               DISPLAY 'TAXQTR: CODE TABLES NOT LOADED - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    One pass of PAYHIST picks up both the quarter's months and
      *    the whole year's paid totals for the proof.
       200-ACCUMULATE-PAYMENTS.
           OPEN INPUT PAYMENT-HISTORY
           IF PAYMENT-HISTORY-STATUS NOT = '00'
               DISPLAY 'TAXQTR: CANNOT OPEN PAYHIST - STATUS '
                   PAYMENT-HISTORY-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PAYMENT-EOF-SW = 'Y'
               READ PAYMENT-HISTORY
                   AT END
                       MOVE 'Y' TO PAYMENT-EOF-SW
                   NOT AT END
                       ADD 1 TO PAYMENTS-READ
                       IF PH-PAY-DATE (1:4) = YEAR-ID
                           PERFORM 210-ACCUMULATE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-HISTORY.

       210-ACCUMULATE-PAYMENT.
           MOVE 0 TO MONTH-SUB
           IF PH-PAY-DATE (5:2) IS NUMERIC
               MOVE PH-PAY-DATE (5:2) TO PAY-MONTH
               IF PAY-MONTH >= QTR-FIRST-MONTH
                       AND PAY-MONTH < QTR-FIRST-MONTH + 3
                   COMPUTE MONTH-SUB = PAY-MONTH - QTR-FIRST-MONTH + 1
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PH-STATUS = 'P'
                   ADD PH-GROSS TO PAID-YEAR-GROSS
                   ADD PH-FICA TO PAID-YEAR-FICA
                   ADD PH-WITHHOLD TO PAID-YEAR-WITHHOLD
                   IF MONTH-SUB > 0
                       ADD 1 TO QM-COUNT (MONTH-SUB)
                       ADD PH-GROSS TO QM-GROSS (MONTH-SUB)
                       ADD PH-FICA TO QM-FICA (MONTH-SUB)
                       ADD PH-WITHHOLD TO QM-WITHHOLD (MONTH-SUB)
                   END-IF
               WHEN MONTH-SUB > 0
                   ADD 1 TO QTR-NOT-PAID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A closed year is proved against what YEARCLOS snapped to
      *    YEARHIST, since the master's accumulators were zeroed
      *    behind it; an open year against the master itself.
       300-LOAD-YTD-PROOF.
           OPEN INPUT YEAR-HISTORY
           EVALUATE TRUE
               WHEN YEAR-HISTORY-STATUS = '00'
                   PERFORM 310-SUM-YEAR-HISTORY
                   CLOSE YEAR-HISTORY
               WHEN YEAR-HISTORY-STATUS = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TAXQTR: CANNOT OPEN YEARHIST - STATUS '
                       YEAR-HISTORY-STATUS ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF YEAR-CLOSED-SW = 'N'
               PERFORM 320-SUM-MASTER-YTD
           END-IF.

       310-SUM-YEAR-HISTORY.
           PERFORM UNTIL YEARHIST-EOF-SW = 'Y'
               READ YEAR-HISTORY
                   AT END
                       MOVE 'Y' TO YEARHIST-EOF-SW
                   NOT AT END
                       IF YEAR-ID-YR = YEAR-ID
                           MOVE 'Y' TO YEAR-CLOSED-SW
                           ADD YEAR-GROSS-YR TO YTD-PROOF-GROSS
                           ADD YEAR-FICA-YR TO YTD-PROOF-FICA
                           ADD YEAR-WITHHOLD-YR TO YTD-PROOF-WITHHOLD
                       END-IF
               END-READ
           END-PERFORM.

       320-SUM-MASTER-YTD.
           OPEN INPUT STUDENT-MASTER
           IF STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'TAXQTR: CANNOT OPEN STUDMAST - STATUS '
                   STUDENT-MASTER-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-EOF-SW = 'Y'
               READ STUDENT-MASTER
                   AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                   NOT AT END
                       ADD YTD-GROSS-MAST TO YTD-PROOF-GROSS
                       ADD YTD-FICA-MAST TO YTD-PROOF-FICA
                       ADD YTD-WITHHOLD-MAST TO YTD-PROOF-WITHHOLD
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER.

       400-WRITE-QUARTER.
           MOVE YEAR-ID TO TAX-YEAR-ID-OUT
           MOVE TAX-QUARTER TO TAX-QUARTER-OUT
           MOVE TODAYS-MONTH TO TAX-MONTH-OUT
           MOVE TODAYS-DAY TO TAX-DAY-OUT
           MOVE TODAYS-YEAR TO TAX-YEAR-OUT
           WRITE TAX-REPORT-REC FROM TAX-HDR-1
           MOVE SPACES TO TAX-REPORT-REC
           WRITE TAX-REPORT-REC
           WRITE TAX-REPORT-REC FROM TAX-HDR-2
           PERFORM VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 3
               PERFORM 410-WRITE-MONTH
           END-PERFORM
           MOVE SPACES TO TAX-DETAIL-LINE
           MOVE 'QUARTER' TO TX-PERIOD-OUT
           MOVE QTR-COUNT TO TX-COUNT-OUT
           MOVE QTR-GROSS TO TX-GROSS-OUT
           MOVE QTR-FICA TO TX-EMPLOYEE-FICA-OUT
           MOVE QTR-FICA TO TX-EMPLOYER-FICA-OUT
           MOVE QTR-WITHHOLD TO TX-WITHHOLD-OUT
           COMPUTE PERIOD-LIABILITY = QTR-FICA * 2 + QTR-WITHHOLD
           MOVE PERIOD-LIABILITY TO TX-LIABILITY-OUT
           MOVE SPACES TO TAX-REPORT-REC
           WRITE TAX-REPORT-REC
           WRITE TAX-REPORT-REC FROM TAX-DETAIL-LINE
           MOVE SPACES TO TAX-REPORT-REC
           WRITE TAX-REPORT-REC
           MOVE 'PAYHIST RECORDS READ' TO TAX-ITEM-OUT
           MOVE PAYMENTS-READ TO TAX-COUNT-OUT
           WRITE TAX-REPORT-REC FROM TAX-COUNT-LINE
           MOVE 'QUARTER PAYMENTS NOT PAID' TO TAX-ITEM-OUT
           MOVE QTR-NOT-PAID TO TAX-COUNT-OUT
           WRITE TAX-REPORT-REC FROM TAX-COUNT-LINE.

      *    The employer matches the employee's FICA dollar for dollar.
       410-WRITE-MONTH.
           MOVE SPACES TO TAX-DETAIL-LINE
           MOVE YEAR-ID TO TX-PERIOD-YEAR-OUT
           MOVE '-' TO TX-PERIOD-DASH-OUT
           COMPUTE TX-PERIOD-MONTH-OUT =
               QTR-FIRST-MONTH + MONTH-SUB - 1
           MOVE QM-COUNT (MONTH-SUB) TO TX-COUNT-OUT
           MOVE QM-GROSS (MONTH-SUB) TO TX-GROSS-OUT
           MOVE QM-FICA (MONTH-SUB) TO TX-EMPLOYEE-FICA-OUT
           MOVE QM-FICA (MONTH-SUB) TO TX-EMPLOYER-FICA-OUT
           MOVE QM-WITHHOLD (MONTH-SUB) TO TX-WITHHOLD-OUT
           COMPUTE PERIOD-LIABILITY =
               QM-FICA (MONTH-SUB) * 2 + QM-WITHHOLD (MONTH-SUB)
           MOVE PERIOD-LIABILITY TO TX-LIABILITY-OUT
           WRITE TAX-REPORT-REC FROM TAX-DETAIL-LINE
           ADD QM-COUNT (MONTH-SUB) TO QTR-COUNT
           ADD QM-GROSS (MONTH-SUB) TO QTR-GROSS
           ADD QM-FICA (MONTH-SUB) TO QTR-FICA
           ADD QM-WITHHOLD (MONTH-SUB) TO QTR-WITHHOLD.

       500-WRITE-PROOF.
           MOVE YEAR-ID TO PROOF-YEAR-OUT
           IF YEAR-CLOSED-SW = 'Y'
               MOVE 'YEARHIST' TO PROOF-SOURCE-OUT
           ELSE
               MOVE 'STUDMAST' TO PROOF-SOURCE-OUT
           END-IF
           MOVE PROOF-SOURCE-OUT TO PROOF-SOURCE-HDR-OUT
           MOVE SPACES TO TAX-REPORT-REC
           WRITE TAX-REPORT-REC
           WRITE TAX-REPORT-REC FROM PROOF-HDR-1
           WRITE TAX-REPORT-REC FROM PROOF-HDR-2
           MOVE SPACES TO PROOF-LINE
           MOVE 'GROSS WAGES' TO PROOF-ITEM-OUT
           MOVE PAID-YEAR-GROSS TO PROOF-PAID-OUT
           MOVE YTD-PROOF-GROSS TO PROOF-YTD-OUT
           IF PAID-YEAR-GROSS NOT = YTD-PROOF-GROSS
               MOVE '*** DIFF' TO PROOF-FLAG-OUT
               MOVE 'Y' TO PROOF-DIFF-SW
           END-IF
           WRITE TAX-REPORT-REC FROM PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           MOVE 'EMPLOYEE FICA' TO PROOF-ITEM-OUT
           MOVE PAID-YEAR-FICA TO PROOF-PAID-OUT
           MOVE YTD-PROOF-FICA TO PROOF-YTD-OUT
           IF PAID-YEAR-FICA NOT = YTD-PROOF-FICA
               MOVE '*** DIFF' TO PROOF-FLAG-OUT
               MOVE 'Y' TO PROOF-DIFF-SW
           END-IF
           WRITE TAX-REPORT-REC FROM PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           MOVE 'TAX WITHHELD' TO PROOF-ITEM-OUT
           MOVE PAID-YEAR-WITHHOLD TO PROOF-PAID-OUT
           MOVE YTD-PROOF-WITHHOLD TO PROOF-YTD-OUT
           IF PAID-YEAR-WITHHOLD NOT = YTD-PROOF-WITHHOLD
               MOVE '*** DIFF' TO PROOF-FLAG-OUT
               MOVE 'Y' TO PROOF-DIFF-SW
           END-IF
           WRITE TAX-REPORT-REC FROM PROOF-LINE.
