      *    join back to the current run to put a name on an SSNO.
      *    ENROLL-STATUS-MAST is A active, W withdrawn, G graduated -
      *    'A' when SAMPLE creates the record, changed only through a
      *    STUMAINT status transaction. ENROLL-EFF-DATE-MAST is the
      *    date (YYYYMMDD) that status took effect, stamped by the
      *    same transaction; SAMPLE will not pay a W or G student
      *    for a batch dated after it. Blank on a record that has
      *    never had a dated status change. A blank name means the
      *    record predates the name fields and has not posted since -
      *    the FILECONV one-time conversion space-filled it.
      *    TERM-ID-MAST is the term the term accumulators belong to -
      *    the open term, stamped by SAMPLE each time it posts a
      *    current-term batch and cleared by TERMCLOS when it snaps
      *    the term to history. Together the records tell SAMPLE
      *    which term is open; a batch for any other term is either
      *    a late batch for a closed term or set aside unposted.
      *    Blank on a record with nothing posted since the last
      *    close-out, or not since the MASTCONV conversion.
       01  STUDENT-MASTER-REC.
           05  SSNO-MAST             PICTURE X(12).
           05  NAME-MAST             PICTURE X(18).
           05  SCHOOL-MAST           PICTURE X(1).
           05  ENROLL-STATUS-MAST    PICTURE X(1).
           05  ENROLL-EFF-DATE-MAST  PICTURE X(8).
           05  CREDITS-TO-DATE       PICTURE 9(5).
           05  TERM-CREDITS-MAST     PICTURE 9(5).
           05  LAST-GPA-MAST         PICTURE 9V99.
           05  YTD-FICA-MAST         PICTURE 9(7)V99.
           05  YTD-WITHHOLD-MAST     PICTURE 9(7)V99.
           05  AWARD-AMOUNT-MAST     PICTURE 9(5)V99.
           05  TERM-ID-MAST          PICTURE X(5).
