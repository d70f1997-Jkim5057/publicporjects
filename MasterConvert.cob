       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTCONV.
      *    One-time file conversion for the student master layout
      *    change that added ENROLL-EFF-DATE-MAST, the date a
      *    student's enrollment status took effect. The old records
      *    are 86 bytes; the copy is written in the current STUMREC
      *    layout, 99 bytes with TERM-ID-MAST space-filled as well,
      *    so the master needs no further conversion; TERMCONV
      *    converts TERMHIST alone. The first SAMPLE run afterward
      *    carries the open term on its TERMID card, exactly as the
      *    first run after a close-out does, and stamps the master
      *    as it posts.
      *    The production master holds records in the old layout;
      *    every program now describes the new one, so the file must
      *    be converted before anything else runs against it.
      *
      *    Reads the old-layout file and writes a new-layout copy:
      *        STUDMAST (old)  ->  STUDMNEW
      *    The operator renames the new dataset over the old after
      *    checking the CONVRPT counts. The effective date is
      *    space-filled - no date was ever kept. Students already
      *    withdrawn or graduated are counted on the report: SAMPLE
      *    holds a W or G student's hours until a date is on file,
      *    so the registrar re-keys each one through a STUMAINT
      *    status transaction (same status, old and new) carrying
      *    the date the status really took effect. Re-running the
      *    conversion simply rebuilds the new dataset from scratch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-name convention as in SAMPLE.
           SELECT OLD-STUDENT-MASTER ASSIGN TO "STUDMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OLD-SSNO-MAST
                 FILE STATUS IS OLD-MASTER-STATUS.
           SELECT NEW-STUDENT-MASTER ASSIGN TO "STUDMNEW"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SSNO-MAST
                 FILE STATUS IS NEW-MASTER-STATUS.
           SELECT CONVERT-REPORT ASSIGN TO "CONVRPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    The layout as the production file still holds it - a
      *    frozen copy of STUMREC from before the new field, kept
      *    here and nowhere else so no running program can pick it
      *    up by mistake.
       FD  OLD-STUDENT-MASTER.
       01  OLD-STUDENT-MASTER-REC.
           05  OLD-SSNO-MAST         PICTURE X(12).
           05  OLD-NAME-MAST         PICTURE X(18).
           05  OLD-SCHOOL-MAST       PICTURE X(1).
           05  OLD-ENROLL-STATUS     PICTURE X(1).
           05  OLD-CREDITS-TO-DATE   PICTURE 9(5).
           05  OLD-TERM-CREDITS      PICTURE 9(5).
           05  OLD-LAST-GPA          PICTURE 9V99.
           05  OLD-TERM-GROSS        PICTURE 9(5)V99.
           05  OLD-YTD-GROSS         PICTURE 9(7)V99.
           05  OLD-YTD-FICA          PICTURE 9(7)V99.
           05  OLD-YTD-WITHHOLD      PICTURE 9(7)V99.
           05  OLD-AWARD-AMOUNT      PICTURE 9(5)V99.
       FD  NEW-STUDENT-MASTER.
           COPY STUMREC.
       FD  CONVERT-REPORT.
       01  CONVERT-REPORT-REC                   PICTURE X(80).
       WORKING-STORAGE SECTION.
       01  OLD-MASTER-STATUS                 PIC XX     VALUE '00'.
       01  NEW-MASTER-STATUS                 PIC XX     VALUE '00'.
       01  MASTER-EOF-SW                     PIC X      VALUE 'N'.
       01  MASTERS-CONVERTED                 PIC 9(5)   VALUE 0.
       01  UNDATED-WITHDRAWN                 PIC 9(5)   VALUE 0.
       01  TODAYS-DATE.
           05 TODAYS-YEAR                          PIC 9999.
           05 TODAYS-MONTH                         PIC 99.
           05 TODAYS-DAY                           PIC 99.
       01  CONV-HDR-1.
           05                                  PIC X(30)
                VALUE 'MASTER CONVERSION CONTROL'.
           05  CONV-DATE-OUT.
               10 CONV-MONTH-OUT               PIC XX.
               10                              PIC X      VALUE '/'.
               10 CONV-DAY-OUT                 PIC XX.
               10                              PIC X      VALUE '/'.
               10 CONV-YEAR-OUT                PIC XXXX.
       01  CONV-COUNT-LINE.
           05  CONV-ITEM-OUT                   PIC X(26).
           05  CONV-COUNT-OUT                  PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN OUTPUT CONVERT-REPORT
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           MOVE TODAYS-MONTH TO CONV-MONTH-OUT
           MOVE TODAYS-DAY TO CONV-DAY-OUT
           MOVE TODAYS-YEAR TO CONV-YEAR-OUT
           WRITE CONVERT-REPORT-REC FROM CONV-HDR-1
           PERFORM 200-CONVERT-MASTER
           PERFORM 400-WRITE-RUN-TOTALS
           CLOSE CONVERT-REPORT
           IF UNDATED-WITHDRAWN > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-CONVERT-MASTER.
           OPEN INPUT OLD-STUDENT-MASTER
           IF OLD-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTCONV: CANNOT OPEN STUDMAST - STATUS '
                   OLD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-STUDENT-MASTER
           IF NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTCONV: CANNOT OPEN STUDMNEW - STATUS '
                   NEW-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-EOF-SW = 'Y'
               READ OLD-STUDENT-MASTER
                   AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                   NOT AT END
                       PERFORM 210-CONVERT-MASTER-REC
               END-READ
           END-PERFORM
           CLOSE OLD-STUDENT-MASTER
                 NEW-STUDENT-MASTER.

      *    Carry every old field across and space-fill the effective
      *    date and the open term.
       210-CONVERT-MASTER-REC.
           MOVE OLD-SSNO-MAST TO SSNO-MAST
           MOVE OLD-NAME-MAST TO NAME-MAST
           MOVE OLD-SCHOOL-MAST TO SCHOOL-MAST
           MOVE OLD-ENROLL-STATUS TO ENROLL-STATUS-MAST
           MOVE SPACES TO ENROLL-EFF-DATE-MAST
           MOVE OLD-CREDITS-TO-DATE TO CREDITS-TO-DATE
           MOVE OLD-TERM-CREDITS TO TERM-CREDITS-MAST
           MOVE OLD-LAST-GPA TO LAST-GPA-MAST
           MOVE OLD-TERM-GROSS TO TERM-GROSS-MAST
           MOVE OLD-YTD-GROSS TO YTD-GROSS-MAST
           MOVE OLD-YTD-FICA TO YTD-FICA-MAST
           MOVE OLD-YTD-WITHHOLD TO YTD-WITHHOLD-MAST
           MOVE OLD-AWARD-AMOUNT TO AWARD-AMOUNT-MAST
           MOVE SPACES TO TERM-ID-MAST
           WRITE STUDENT-MASTER-REC
           ADD 1 TO MASTERS-CONVERTED
           IF ENROLL-STATUS-MAST = 'W' OR ENROLL-STATUS-MAST = 'G'
               ADD 1 TO UNDATED-WITHDRAWN
           END-IF.

       400-WRITE-RUN-TOTALS.
           MOVE 'MASTERS CONVERTED' TO CONV-ITEM-OUT
           MOVE MASTERS-CONVERTED TO CONV-COUNT-OUT
           WRITE CONVERT-REPORT-REC FROM CONV-COUNT-LINE
           MOVE 'W/G NEEDING EFF DATE' TO CONV-ITEM-OUT
           MOVE UNDATED-WITHDRAWN TO CONV-COUNT-OUT
           WRITE CONVERT-REPORT-REC FROM CONV-COUNT-LINE.
