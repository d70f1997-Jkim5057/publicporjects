      *    PAYMENT-HISTORY record layout, shared by every program that
      *    reads or writes PAYHIST (SAMPLE paying, BACKOUT reversing a
      *    batch, TAXQTR reporting the quarter, STUMAINT carrying a
      *    re-keyed student's payments to the corrected SSNO) so the
      *    file can never be described two ways. One record per
      *    payment ever made, keyed by the BANKPAY payment number,
      *    kept permanently - the master holds only running totals
      *    and YEARCLOS zeroes those at year end.
      *    PH-PAY-DATE is the posting run's date (YYYYMMDD) - the date
      *    the wages count as paid for the tax filing. PH-TERM-ID is
      *    the term the pay was earned in; PH-BATCH-KEY is the LABDATA
      *    batch it came in (batch date and term, the batch registry
      *    key; on a REPROC run RP and the run date as YYMMDD, with
      *    the record's term, which no LABDATA batch can match).
      *    PH-STATUS  P = paid, B = the batch was backed out, V = the
      *    payment was voided. Only P counts as wages paid.
      *    PH-ORIG-PAYMENT-NO is zero on an ordinary payment; on a
      *    reissue it is the voided payment this one replaces.
       01  PAYMENT-HISTORY-REC.
           05  PH-PAYMENT-NO         PICTURE 9(8).
           05  PH-SSNO               PICTURE X(12).
           05  PH-NAME               PICTURE X(18).
           05  PH-PAY-DATE           PICTURE X(8).
           05  PH-TERM-ID            PICTURE X(5).
           05  PH-GROSS              PICTURE 9(5)V99.
           05  PH-FICA               PICTURE 9(5)V99.
           05  PH-WITHHOLD           PICTURE 9(5)V99.
           05  PH-NET                PICTURE 9(5)V99.
           05  PH-BATCH-KEY.
               10  PH-BATCH-DATE         PICTURE X(8).
               10  PH-BATCH-TERM         PICTURE X(5).
           05  PH-STATUS             PICTURE X(1).
           05  PH-ORIG-PAYMENT-NO    PICTURE 9(8).
