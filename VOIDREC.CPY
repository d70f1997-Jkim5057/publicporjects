      *    VOID-TRANSACTION record layout, shared by the program that
      *    writes VOIDTRAN (BANKRECN, one per payment to be voided)
      *    and the one that applies it (VOIDPROC), so the file can
      *    never be described two ways.
      *    VT-REASON  R = the bank returned the item, S = stale - the
      *    payment was still outstanding past the PARMCARD STALEDAYS
      *    limit. VT-ISSUE-DATE is the payment's pay date (YYYYMMDD)
      *    and VT-DAYS-OUT how long it had been outstanding when
      *    BANKRECN voided it (zero on a returned item).
      *    VT-RECON-DATE is the BANKRECN run date.
       01  VOID-TRANSACTION-REC.
           05  VT-PAYMENT-NO         PICTURE 9(8).
           05  VT-SSNO               PICTURE X(12).
           05  VT-NAME               PICTURE X(18).
           05  VT-NET-AMOUNT         PICTURE 9(5)V99.
           05  VT-REASON             PICTURE X(1).
           05  VT-ISSUE-DATE         PICTURE X(8).
           05  VT-DAYS-OUT           PICTURE 9(4).
           05  VT-RECON-DATE         PICTURE X(8).
