       FD  ClosedMonthsFile.
           01 ClosedMonthsRecord.
               05 CLM-MONTH PIC X(6).
               05 FILLER PIC X(46).
       WORKING-STORAGE SECTION.
           01 BatchHistoryStatus PIC XX.
           01 MonthReportStatus PIC XX.
