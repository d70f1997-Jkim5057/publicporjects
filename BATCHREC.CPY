      *    Batch control records the lab wraps around LABDATA so a
      *    run can prove it was handed a complete extract. Both lay
      *    over the 41-byte EMPLOYEE-RECORD area - the first three
      *    bytes say which kind of record this is ('HDR' / 'TRL', or
      *    'TSH' for a timesheet - see TIMEREC); anything else is a
      *    student detail record.
      *    The hash totals are the simple sums of CREDITS-IN and of
      *    GPA-IN over the detail records, non-numeric values counted
      *    as zero (those records reject later anyway). The hours
      *    hash is the same for TS-HOURS-IN over the timesheet
      *    records, taken as keyed - in hundredths of an hour, the
      *    way GPA-IN is summed without its implied decimal. The
      *    record counts count student detail records only.
       01  BATCH-HEADER-RECORD.
           05  BH-RECORD-TYPE        PICTURE X(3).
           05  BH-BATCH-DATE         PICTURE X(8).
           05  BT-RECORD-COUNT       PICTURE 9(5).
           05  BT-CREDITS-HASH      PICTURE 9(9).
           05  BT-GPA-HASH          PICTURE 9(9).
           05  BT-HOURS-HASH        PICTURE 9(9).
           05                        PICTURE X(6).
