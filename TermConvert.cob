       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCONV.
      *    One-time file conversion for the term history layout
      *    change that added AWARD-HIST and ADJUST-DATE-HIST, the
      *    term's award at close-out and the date a late batch last
      *    amended the row, to TERMHIST (66 to 81 bytes). The
      *    production file holds records in the old layout; every
      *    program now describes the new one, so the file must be
      *    converted before anything else runs against it.
      *
      *    Reads the old-layout file and writes a new-layout copy:
      *        TERMHIST (old)  ->  TERMHNEW
      *    The operator renames the new dataset over the old after
      *    checking the CONVRPT counts. The award was never kept for
      *    a closed term, so converted rows carry zero - no cap - and
      *    no amendment date. The same layout change added
      *    TERM-ID-MAST to the student master; MASTCONV writes the
      *    master in its current layout, open term blank, so the
      *    master is not converted here. A site with no TERMHIST yet
      *    (close-out never run) has nothing to convert, and the
      *    report says so. Re-running the conversion simply rebuilds
      *    the new dataset from scratch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-name convention as in SAMPLE.
           SELECT OLD-TERM-HISTORY ASSIGN TO "TERMHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OLD-TERM-HIST-KEY
                 FILE STATUS IS OLD-HISTORY-STATUS.
           SELECT NEW-TERM-HISTORY ASSIGN TO "TERMHNEW"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS TERM-HIST-KEY
                 FILE STATUS IS NEW-HISTORY-STATUS.
           SELECT CONVERT-REPORT ASSIGN TO "CONVRPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    The layout as the production file still holds it - a
      *    frozen copy of HISTREC from before the new fields, kept
      *    here and nowhere else so no running program can pick it
      *    up by mistake.
       FD  OLD-TERM-HISTORY.
       01  OLD-TERM-HISTORY-REC.
           05  OLD-TERM-HIST-KEY.
               10  OLD-SSNO-HIST         PICTURE X(12).
               10  OLD-TERM-ID-HIST      PICTURE X(5).
           05  OLD-NAME-HIST         PICTURE X(18).
           05  OLD-SCHOOL-HIST       PICTURE X(1).
           05  OLD-ENROLL-STATUS-HIST PICTURE X(1).
           05  OLD-TERM-CREDITS-HIST PICTURE 9(5).
           05  OLD-TERM-GPA-HIST     PICTURE 9V99.
           05  OLD-TERM-GROSS-HIST   PICTURE 9(5)V99.
           05  OLD-CUM-CREDITS-HIST  PICTURE 9(5).
           05  OLD-YTD-GROSS-HIST    PICTURE 9(7)V99.
       FD  NEW-TERM-HISTORY.
           COPY HISTREC.
       FD  CONVERT-REPORT.
       01  CONVERT-REPORT-REC                   PICTURE X(80).
       WORKING-STORAGE SECTION.
       01  OLD-HISTORY-STATUS                PIC XX     VALUE '00'.
       01  NEW-HISTORY-STATUS                PIC XX     VALUE '00'.
       01  HISTORY-EOF-SW                    PIC X      VALUE 'N'.
       01  HISTORY-ON-FILE-SW                PIC X      VALUE 'N'.
       01  HISTORY-CONVERTED                 PIC 9(5)   VALUE 0.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
           05 TODAYS-DAY                           PIC 99.
       01  CONV-HDR-1.
           05                                  PIC X(32)
                VALUE 'TERM LAYOUT CONVERSION CONTROL'.
           05  CONV-DATE-OUT.
               10 CONV-MONTH-OUT               PIC XX.
               10                              PIC X      VALUE '/'.
               10 CONV-DAY-OUT                 PIC XX.
               10                              PIC X      VALUE '/'.
               10 CONV-YEAR-OUT                PIC XXXX.
       01  CONV-COUNT-LINE.
           05  CONV-ITEM-OUT                   PIC X(26).
           05  CONV-COUNT-OUT                  PIC ZZZZZZ9.
       01  CONV-NOTE-LINE.
           05  CONV-NOTE-OUT                   PIC X(60).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN OUTPUT CONVERT-REPORT
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           MOVE TODAYS-MONTH TO CONV-MONTH-OUT
           MOVE TODAYS-DAY TO CONV-DAY-OUT
           MOVE TODAYS-YEAR TO CONV-YEAR-OUT
           WRITE CONVERT-REPORT-REC FROM CONV-HDR-1
           PERFORM 300-CONVERT-HISTORY
           PERFORM 400-WRITE-RUN-TOTALS
           CLOSE CONVERT-REPORT
           STOP RUN.

      *    A site that has never run a close-out has no TERMHIST -
      *    status 35 leaves nothing to convert; anything worse
      *    aborts.
       300-CONVERT-HISTORY.
           OPEN INPUT OLD-TERM-HISTORY
           EVALUATE TRUE
               WHEN OLD-HISTORY-STATUS = '00'
                   MOVE 'Y' TO HISTORY-ON-FILE-SW
               WHEN OLD-HISTORY-STATUS = '35'
                   MOVE 'NO TERMHIST ON FILE - NOTHING CONVERTED'
                       TO CONV-NOTE-OUT
                   WRITE CONVERT-REPORT-REC FROM CONV-NOTE-LINE
               WHEN OTHER
                   DISPLAY 'TERMCONV: CANNOT OPEN TERMHIST - STATUS '
                       OLD-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF HISTORY-ON-FILE-SW = 'Y'
               OPEN OUTPUT NEW-TERM-HISTORY
               IF NEW-HISTORY-STATUS NOT = '00'
                   DISPLAY 'TERMCONV: CANNOT OPEN TERMHNEW - '
                       'STATUS ' NEW-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL HISTORY-EOF-SW = 'Y'
                   READ OLD-TERM-HISTORY
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-SW
                       NOT AT END
                           PERFORM 310-CONVERT-HISTORY-REC
                   END-READ
               END-PERFORM
               CLOSE OLD-TERM-HISTORY
                     NEW-TERM-HISTORY
           END-IF.

       310-CONVERT-HISTORY-REC.
           MOVE OLD-SSNO-HIST TO SSNO-HIST
           MOVE OLD-TERM-ID-HIST TO TERM-ID-HIST
           MOVE OLD-NAME-HIST TO NAME-HIST
           MOVE OLD-SCHOOL-HIST TO SCHOOL-HIST
           MOVE OLD-ENROLL-STATUS-HIST TO ENROLL-STATUS-HIST
           MOVE OLD-TERM-CREDITS-HIST TO TERM-CREDITS-HIST
           MOVE OLD-TERM-GPA-HIST TO TERM-GPA-HIST
           MOVE OLD-TERM-GROSS-HIST TO TERM-GROSS-HIST
           MOVE OLD-CUM-CREDITS-HIST TO CUM-CREDITS-HIST
           MOVE OLD-YTD-GROSS-HIST TO YTD-GROSS-HIST
           MOVE 0 TO AWARD-HIST
           MOVE SPACES TO ADJUST-DATE-HIST
           WRITE TERM-HISTORY-REC
           ADD 1 TO HISTORY-CONVERTED.

       400-WRITE-RUN-TOTALS.
           MOVE 'HISTORY ROWS CONVERTED' TO CONV-ITEM-OUT
           MOVE HISTORY-CONVERTED TO CONV-COUNT-OUT
           WRITE CONVERT-REPORT-REC FROM CONV-COUNT-LINE.
