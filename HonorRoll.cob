       FD EMPLOYEE-DATA.
           COPY EMPREC.
      *    The lab wraps LABDATA in HDR/TRL control records - see
      *    BATCHREC - and sends hours on TSH timesheet records - see
      *    TIMEREC. 400-RELEASE-INPUT filters both off ahead of the
      *    sort so they never rank on the honor roll.
           COPY BATCHREC.
       SD SORT-FILE.
                   NOT AT END
                       IF BH-RECORD-TYPE = 'HDR'
                               OR BH-RECORD-TYPE = 'TRL'
                               OR BH-RECORD-TYPE = 'TSH'
                           CONTINUE
                       ELSE
                           RELEASE SORT-RECORD FROM EMPLOYEE-RECORD
