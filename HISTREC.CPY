      *    own without a trip back to the master; they are blank on
      *    rows the FILECONV one-time conversion carried across from
      *    before the fields existed.
      *    AWARD-HIST is the term's work-study award as it stood at
      *    close-out (TERMCLOS zeroes the master's), so a late batch
      *    for the term is capped against that term's own award.
      *    ADJUST-DATE-HIST is the date (YYYYMMDD) SAMPLE last posted
      *    a late batch against the row after the term closed - blank
      *    on a row never amended. Both are zero/blank on rows the
      *    TERMCONV one-time conversion carried across.
       01  TERM-HISTORY-REC.
           05  TERM-HIST-KEY.
               10  SSNO-HIST             PICTURE X(12).
           05  TERM-GROSS-HIST       PICTURE 9(5)V99.
           05  CUM-CREDITS-HIST      PICTURE 9(5).
           05  YTD-GROSS-HIST        PICTURE 9(7)V99.
           05  AWARD-HIST            PICTURE 9(5)V99.
           05  ADJUST-DATE-HIST      PICTURE X(8).
