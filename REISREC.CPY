      *    REISSUE-QUEUE record layout, shared by the program that
      *    queues a voided payment for reissue (VOIDPROC), the one
      *    that pays it again (SAMPLE), STUMAINT, which moves a
      *    queued entry to the corrected SSNO on a re-key, and
      *    MSTAUDIT, which counts a closed-term entry still queued
      *    as gross the master owes, so the file can never be
      *    described two ways. Keyed by the voided
      *    payment's number, so one payment can be queued only once.
      *    The amounts are the voided payment's, paid again as they
      *    stood - the student earned them once. RQ-TERM-ID is the
      *    term the pay was earned in. RQ-TERM-SOURCE says where the
      *    void took the term gross from: M = TERM-GROSS-MAST (the
      *    term was still open), H = nowhere, the term had closed and
      *    its TERMHIST figure stands; the reissue puts back only
      *    what the void took off.
      *    RQ-REASON is the void reason (R returned, S stale).
      *    RQ-STATUS  Q = queued, P = paid again under
      *    RQ-NEW-PAYMENT-NO on RQ-PAID-DATE.
       01  REISSUE-QUEUE-REC.
           05  RQ-OLD-PAYMENT-NO     PICTURE 9(8).
           05  RQ-SSNO               PICTURE X(12).
           05  RQ-NAME               PICTURE X(18).
           05  RQ-TERM-ID            PICTURE X(5).
           05  RQ-GROSS              PICTURE 9(5)V99.
           05  RQ-FICA               PICTURE 9(5)V99.
           05  RQ-WITHHOLD           PICTURE 9(5)V99.
           05  RQ-NET                PICTURE 9(5)V99.
           05  RQ-TERM-SOURCE        PICTURE X(1).
           05  RQ-REASON             PICTURE X(1).
           05  RQ-VOID-DATE          PICTURE X(8).
           05  RQ-STATUS             PICTURE X(1).
           05  RQ-NEW-PAYMENT-NO     PICTURE 9(8).
           05  RQ-PAID-DATE          PICTURE X(8).
