       FD holidaysIX.
      *
       01 holiday-record.
         05 holiday-number  PIC 9(7).
         05 holiday-name PIC X(25).
         05 holiday-date.
             10 week-day  PIC X(9).
         05 sort-year            PIC X(4).
         05 sort-month-num       PIC 99.
         05 sort-day             PIC 99.
         05 sort-holiday-number  PIC 9(7).
         05 sort-holiday-name    PIC X(25).
         05 sort-week-day        PIC X(9).
         05 sort-the-month       PIC X(9).
       77 ws-line-count PIC 99 VALUE 99.
       77 ws-page-count PIC 999 VALUE 0.
       77 LINES-PER-PAGE PIC 99 VALUE 55.
       77 ws-holiday-count PIC 9(7) VALUE 0.
       77 ws-month-num PIC 99.
      *
       01 WS-MONTH-TABLE.
         05 FILLER PIC X(25) VALUE 'HOLIDAY NAME'.
         05 FILLER PIC X(11) VALUE 'DAY OF WEEK'.
         05 FILLER PIC X(15) VALUE 'DATE'.
         05 FILLER PIC X(8)  VALUE 'ID'.
         05 FILLER PIC X(7)  VALUE SPACES.
         05 FILLER PIC X(13) VALUE 'OBSERVED DATE'.
         05 FILLER PIC X(2)  VALUE SPACES.
         05 FILLER PIC X(1)  VALUE '/'.
         05 rpt-year         PIC X(4).
         05 FILLER PIC X(4)  VALUE SPACES.
         05 rpt-id           PIC ZZZZZZ9.
         05 FILLER PIC X(2)  VALUE SPACES.
         05 rpt-obs-wkday    PIC X(10).
         05 rpt-obs-month    PIC X(10).
