       01  CODE-TABLES.
           05  CODE-LOAD-STATUS          PIC X(1).
           05  SCHOOL-ENTRY-COUNT        PIC 9(2).
      *    SCHOOL-BUDGET is the school's work-study allocation for
      *    the term, from the CODES file's B records. Zero means no
      *    budget on file for the school and no budget check.
           05  SCHOOL-ENTRY OCCURS 10 TIMES
                   INDEXED BY SCHOOL-IDX.
               10  SCHOOL-CODE           PIC X(1).
               10  SCHOOL-NAME           PIC X(12).
               10  SCHOOL-BUDGET         PIC 9(7)V99.
           05  CLASS-ENTRY-COUNT         PIC 9(2).
      *    CLASS-RATE-MIN / CLASS-RATE-MAX are the pay-grade range
      *    for the class, from the CODES file's R records. A max of
               10  CLASS-NAME            PIC X(10).
               10  CLASS-RATE-MIN        PIC 9V99.
               10  CLASS-RATE-MAX        PIC 9V99.
      *    The job-stream dependency table, from the CODES file's D
      *    records: DEPEND-PROGRAM may not start until DEPEND-PREREQ
      *    has finished with a return code no higher than
      *    DEPEND-MAX-RC. DEPEND-SCOPE says which run of the
      *    prerequisite counts - L its latest run, T its run for the
      *    term on this run's TERMID card, Y its run for the year on
      *    this run's YEARID card, D its latest run started in
      *    December of this run's YEARID or later. RUNCTRL does the
      *    checking.
           05  DEPEND-ENTRY-COUNT        PIC 9(2).
           05  DEPEND-ENTRY OCCURS 30 TIMES
                   INDEXED BY DEPEND-IDX.
               10  DEPEND-PROGRAM        PIC X(8).
               10  DEPEND-PREREQ         PIC X(8).
               10  DEPEND-SCOPE          PIC X(1).
               10  DEPEND-MAX-RC         PIC 9(2).
      *    Run parameters arrive on PARMCARD as whole numbers in the
      *    same implied-decimal convention the lab uses for GPA-IN:
      *    HONORS 350 means 3.50. Missing keywords keep the defaults
      *    RUNMODE NORMAL is an ordinary LABDATA batch; RUNMODE
      *    REPROC tells SAMPLE its input is a corrected rejects file
      *    (EMPREC plus the appended reason code, no HDR/TRL), whose
      *    records post as resubmissions. RUNMODE EDIT balances and
      *    edits a LABDATA batch without posting or paying anything.
               10  RUN-MODE              PIC X(6).
      *    REJECTPCT is the operator's tolerance: when rejects exceed
      *    this percentage of records read, SAMPLE ends with the
      *    runs.
               10  CHECK-START-NO        PIC 9(8).
      *    RERUNOK Y is the operator's statement that re-posting a
      *    batch already on the batch registry as completed is
      *    intentional; anything else and SAMPLE refuses to post a
      *    batch it has posted before. A batch BACKOUT has reversed
      *    is registered as backed out and re-posts without it.
               10  RERUN-OK              PIC X(1).
      *    BKOUTDATE is the batch date (YYYYMMDD, as on the LABDATA
      *    HDR) of the batch a BACKOUT run is to reverse; with TERMID
      *    it makes up the batch registry key. A REPROC run's
      *    postings go by RP and the run date as YYMMDD instead.
      *    Taken as-is, like TERMID.
               10  BACKOUT-BATCH-DATE    PIC X(8).
      *    TAXQTR is the calendar quarter (1-4) of YEARID the
      *    quarterly payroll tax report is for; zero means not given
      *    and the report refuses to run.
               10  TAX-QUARTER           PIC 9(1).
      *    BUDGETPCT is the percentage of a school's term budget at
      *    which SAMPLE starts warning that the money is running out.
               10  BUDGET-WARN-PCT       PIC 9(3).
      *    STALEDAYS is how many days a payment may stay outstanding
      *    before BANKRECN voids it as stale; zero means never.
               10  STALE-DAYS            PIC 9(4).
      *    STATDATE is the day (YYYYMMDD) the job-stream status
      *    report covers; blank means today. Taken as-is, like
      *    TERMID.
               10  STAT-DATE             PIC X(8).
