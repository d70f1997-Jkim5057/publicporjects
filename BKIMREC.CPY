      *    Before-image of a student master record, written by SAMPLE
      *    for every master record a LABDATA batch posts to and read
      *    back by BACKOUT to reverse the batch. Keyed by the batch's
      *    HDR date and term (the batch registry key) plus the SSNO,
      *    so every student one batch touched reads back in a single
      *    START / READ NEXT sweep. A REPROC run, which has no batch,
      *    files under RP and its run date as YYMMDD with the
      *    record's term - a key no HDR date can carry, so it never
      *    shares images with a LABDATA batch posted the same day.
      *
      *    BF-BEFORE is the record as it stood before the batch
      *    posted, BF-AFTER as the batch left it. BACKOUT restores
      *    BF-BEFORE outright when the master still matches BF-AFTER;
      *    when a later run has moved the record since, it backs out
      *    only the difference between the two, so the later posting
      *    survives.
      *
      *    BF-STATUS  P = posted, B = backed out.
      *    BF-NEW-RECORD-SW Y = the batch created the master record,
      *    so backing it out removes the record again.
      *    BF-RUN-DATE is the posting run's date (YYYYMMDD) - the
      *    calendar year the YTD accumulators were added to.
      *    BF-PAYMENT-NO is the BANKPAY payment number the latest
      *    posting paid under (zero when the student had no hours to
      *    pay). A RERUNOK re-post pays again under a new number, so
      *    BACKOUT does not go by this one: it finds every payment
      *    the batch made on PAYHIST, filed under the same batch key.
      *
      *    The enrollment status and its effective date, the award
      *    and the open term ride in both halves too. A post never
      *    changes the first three, so BACKOUT sees in them whether
      *    STUMAINT has been at the record since; the term is the
      *    stamp the post left, put back when the batch comes off.
      *
      *    A batch re-posted under RERUNOK keeps the image from its
      *    first posting and takes the new after-values, so one
      *    backout still returns the record to where it started.
       01  BEFORE-IMAGE-REC.
           05  BF-KEY.
               10  BF-BATCH-DATE         PICTURE X(8).
               10  BF-TERM-ID            PICTURE X(5).
               10  BF-SSNO               PICTURE X(12).
           05  BF-STATUS                 PICTURE X(1).
           05  BF-NEW-RECORD-SW          PICTURE X(1).
           05  BF-RUN-DATE               PICTURE X(8).
           05  BF-PAYMENT-NO             PICTURE 9(8).
           05  BF-BEFORE.
               10  BF-NAME-BEFORE        PICTURE X(18).
               10  BF-SCHOOL-BEFORE      PICTURE X(1).
               10  BF-CREDITS-BEFORE     PICTURE 9(5).
               10  BF-TERM-CREDITS-BEFORE PICTURE 9(5).
               10  BF-GPA-BEFORE         PICTURE 9V99.
               10  BF-TERM-GROSS-BEFORE  PICTURE 9(5)V99.
               10  BF-YTD-GROSS-BEFORE   PICTURE 9(7)V99.
               10  BF-YTD-FICA-BEFORE    PICTURE 9(7)V99.
               10  BF-YTD-WITHHOLD-BEFORE PICTURE 9(7)V99.
               10  BF-STATUS-BEFORE      PICTURE X(1).
               10  BF-EFF-DATE-BEFORE    PICTURE X(8).
               10  BF-AWARD-BEFORE       PICTURE 9(5)V99.
               10  BF-TERM-STAMP-BEFORE  PICTURE X(5).
           05  BF-AFTER.
               10  BF-NAME-AFTER         PICTURE X(18).
               10  BF-SCHOOL-AFTER       PICTURE X(1).
               10  BF-CREDITS-AFTER      PICTURE 9(5).
               10  BF-TERM-CREDITS-AFTER PICTURE 9(5).
               10  BF-GPA-AFTER          PICTURE 9V99.
               10  BF-TERM-GROSS-AFTER   PICTURE 9(5)V99.
               10  BF-YTD-GROSS-AFTER    PICTURE 9(7)V99.
               10  BF-YTD-FICA-AFTER     PICTURE 9(7)V99.
               10  BF-YTD-WITHHOLD-AFTER PICTURE 9(7)V99.
               10  BF-STATUS-AFTER       PICTURE X(1).
               10  BF-EFF-DATE-AFTER     PICTURE X(8).
               10  BF-AWARD-AFTER        PICTURE 9(5)V99.
               10  BF-TERM-STAMP-AFTER   PICTURE X(5).
