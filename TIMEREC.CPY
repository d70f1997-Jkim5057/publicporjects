      *    Timesheet record the lab sends inside each HDR...TRL batch
      *    of LABDATA, laid over the same 41-byte record area as
      *    EMPLOYEE-RECORD and the BATCHREC control records. 'TSH' in
      *    the first three bytes marks it. One record per student per
      *    pay period: the hours worked in the period ending
      *    TS-PERIOD-END (YYYYMMDD) and the supervising department's
      *    code. A student may carry several in one batch (one per
      *    pay period); SAMPLE pays the total of them at the hourly
      *    rate on the student's detail record in the same batch.
      *    TS-HOURS-IN has two implied decimals - 01250 is 12.50
      *    hours.
       01  TIMESHEET-RECORD.
           05  TS-RECORD-TYPE        PICTURE X(3).
           05  TS-SSNO               PICTURE X(12).
           05  TS-PERIOD-END         PICTURE X(8).
           05  TS-HOURS-IN           PICTURE 9(3)V99.
           05  TS-DEPT-CODE          PICTURE X(6).
           05                        PICTURE X(7).
