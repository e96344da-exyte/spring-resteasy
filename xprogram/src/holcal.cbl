       IDENTIFICATION DIVISION.
       PROGRAM-ID.  'holcal'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      * Business-calendar build: every day of the requested years is
      * worked out once per location - open, closed, or open with an
      * early close - with the reason (the holiday name or WEEKEND)
      * and the close time, and filed on holcal under location and
      * YYYYMMDD together with the next and previous open dates.
      * isbusinessday, nextbusinessday and batchdays then answer
      * with one keyed read instead of walking holidaysIX day by
      * day.  The calendar carries a row set for every office on the
      * location master, worked out with that office's own days
      * off, and for any other location still named on holidaysIX;
      * one for ALL (company-wide closures only, used for an office
      * with no rows of its own) and one for a blank location (every
      * closure, the answer a caller gets when it gives no
      * location).  Those last ones keep the SATURDAY/SUNDAY
      * weekend.
      *
      * Every change to holidaysIX marks the HOLCAL control record
      * on holctl stale, and the entries go back to working their
      * answers out from holidaysIX until this job has been rerun;
      * it is scheduled after holload, holgen and holsave, and after
      * the day's approvals.
      *
      * SYSIN: YYYYNN - first year and number of years (1-10).  A
      * blank card builds last year through three years ahead.
      *
           select holidaysIX assign to "holidaysIX"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS HOLIDAY-NAME
           ALTERNATE KEY IS HOLIDAY-DATE with DUPLICATES
           ALTERNATE RECORD KEY IS day-key =
                   the-day, the-month, the-year WITH DUPLICATES
           ALTERNATE RECORD KEY IS holiday-ymd WITH DUPLICATES
           file status is holiday-status.
      *
           select holcalfile assign to "holcal"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS cal-key
           file status is holcal-status.
      *
           select holctlfile assign to "holctl"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS ctl-key
           file status is holctl-status.
      *
           select hollocfile assign to "holloc"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS loc-code
           file status is holloc-status.
      *
           select holcalrptfile assign to "holcalrpt"
           organization is LINE SEQUENTIAL
           file status is holcalrpt-status.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD holidaysIX.
      *
       01 holiday-record.
         05 holiday-number  PIC 9(7).
         05 holiday-name PIC X(25).
         05 holiday-date.
             10 week-day  PIC X(9).
             10 the-month pic X(9).
             10 the-day   pic 99.
             10 the-year  pic XXXX.
         05 holiday-current-date.
           10 holiday-yyyymmdd     pic x(8).
           10 holiday-hhmmssss     pic x(8).
           10 holiday-gmtoffset    pic x(5).
         05 holiday-type  PIC X(5).
         05 holiday-location PIC X(10).
         05 holiday-observed-date.
             10 obs-week-day  PIC X(9).
             10 obs-month pic X(9).
             10 obs-day   pic 99.
             10 obs-year  pic XXXX.
         05 holiday-ymd PIC 9(8).
         05 holiday-close-time PIC X(5).
      *
       FD holcalfile.
      *
       01 holcal-record.
         05 cal-key.
           10 cal-location PIC X(10).
           10 cal-ymd PIC 9(8).
         05 cal-wkday PIC X(9).
         05 cal-status PIC X.
           88 CAL-DAY-OPEN VALUE 'O'.
           88 CAL-DAY-EARLY VALUE 'E'.
           88 CAL-DAY-CLOSED VALUE 'C'.
         05 cal-reason PIC X(25).
         05 cal-close-time PIC X(5).
         05 cal-next-open-ymd PIC 9(8).
         05 cal-next-close-time PIC X(5).
         05 cal-prev-open-ymd PIC 9(8).
      *
       FD holctlfile.
      *
       01 holctl-record.
         05 ctl-key PIC X(10).
         05 ctl-next-holiday-number PIC 9(7).
         05 ctl-data PIC X(24).
      *
       FD hollocfile.
      *
       01 holloc-record.
         05 loc-code PIC X(10).
         05 loc-name PIC X(30).
         05 loc-country PIC X(20).
         05 loc-off-days PIC X(7).
         05 loc-active-flag PIC X.
           88 LOC-ACTIVE VALUE 'Y'.
           88 LOC-RETIRED VALUE 'N'.
         05 loc-change-date PIC X(21).
      *
       FD holcalrptfile.
      *
       01 rpt-line PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 holiday-status pic xx.
       77 holcal-status pic xx.
       77 holctl-status pic xx.
       77 holloc-status pic xx.
       77 holcalrpt-status pic xx.
       77 ws-eof-switch PIC X VALUE 'N'.
         88 holidays-eof VALUE 'Y'.
         88 holidays-not-eof VALUE 'N'.
       77 ws-rpt-open-switch PIC X VALUE 'N'.
         88 report-open VALUE 'Y'.
       77 ws-files-open-switch PIC X VALUE 'N'.
         88 files-open VALUE 'Y'.
       77 ws-run-ok-switch PIC X VALUE 'Y'.
         88 run-ok VALUE 'Y'.
         88 run-failed VALUE 'N'.
       77 ws-days-written PIC 9(7) VALUE 0.
       77 ws-closed-count PIC 9(7) VALUE 0.
       77 ws-early-count PIC 9(7) VALUE 0.
       77 ws-loc-days PIC 9(5).
       77 ws-loc-closed PIC 9(5).
       77 ws-loc-early PIC 9(5).
       77 ws-build-stamp PIC X(16).
      *
       01 ws-cal-parm.
         05 ws-parm-from-year PIC X(4).
         05 ws-parm-years PIC X(2).
       77 ws-from-year PIC 9(4).
       77 ws-year-count PIC 99.
       77 ws-to-year PIC 9(4).
       77 CAL-YEARS-MAX PIC 99 VALUE 10.
      *
      * The days either side of the requested years are worked out
      * as well, so the first and last days of the range still get
      * their previous and next open dates.
      *
       77 CAL-MARGIN-DAYS PIC 99 VALUE 60.
       77 ws-first-int PIC S9(9) COMP.
       77 ws-last-int PIC S9(9) COMP.
       77 ws-slot-count PIC S9(4) COMP.
       77 ws-slot PIC S9(4) COMP.
       77 ws-first-slot PIC S9(4) COMP.
       77 ws-last-slot PIC S9(4) COMP.
       77 ws-next-open-int PIC S9(9) COMP.
       77 ws-next-open-close PIC X(5).
       77 ws-prev-open-int PIC S9(9) COMP.
      *
       01 ws-day-table.
         05 ws-day-entry OCCURS 3800 TIMES.
           10 ws-day-status PIC X.
           10 ws-day-reason PIC X(25).
           10 ws-day-close PIC X(5).
           10 ws-day-next-int PIC S9(9) COMP.
           10 ws-day-next-close PIC X(5).
           10 ws-day-prev-int PIC S9(9) COMP.
      *
       77 LOC-TABLE-MAX PIC 999 VALUE 200.
       77 ws-loc-count PIC 999 VALUE 0.
       77 ws-loc-idx PIC 999.
       77 ws-loc-scan PIC 999.
       77 WS-LOC-KNOWN-SWITCH PIC X VALUE 'N'.
         88 LOC-KNOWN VALUE 'Y'.
         88 LOC-NOT-KNOWN VALUE 'N'.
       01 ws-loc-table.
         05 ws-loc-entry OCCURS 200 TIMES.
           10 ws-loc-code PIC X(10).
           10 ws-loc-off-days PIC X(7).
       77 DEFAULT-OFF-DAYS PIC X(7) VALUE 'NNNNNYY'.
       01 ws-weekend-days PIC X(7) VALUE 'NNNNNYY'.
       01 ws-weekend-days-r REDEFINES ws-weekend-days.
           05 ws-weekend-day PIC X OCCURS 7 TIMES.
       77 ws-obs-offset PIC S9 COMP.
       77 ws-adj-dow PIC 9.
      *
       01 WS-MONTH-TABLE.
           05 FILLER PIC X(9) VALUE 'JANUARY'.
           05 FILLER PIC X(9) VALUE 'FEBRUARY'.
           05 FILLER PIC X(9) VALUE 'MARCH'.
           05 FILLER PIC X(9) VALUE 'APRIL'.
           05 FILLER PIC X(9) VALUE 'MAY'.
           05 FILLER PIC X(9) VALUE 'JUNE'.
           05 FILLER PIC X(9) VALUE 'JULY'.
           05 FILLER PIC X(9) VALUE 'AUGUST'.
           05 FILLER PIC X(9) VALUE 'SEPTEMBER'.
           05 FILLER PIC X(9) VALUE 'OCTOBER'.
           05 FILLER PIC X(9) VALUE 'NOVEMBER'.
           05 FILLER PIC X(9) VALUE 'DECEMBER'.
       01 WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY PIC X(9) OCCURS 12 TIMES
               INDEXED BY WS-MONTH-IDX.
      *
       01 WS-DOW-TABLE.
           05 FILLER PIC X(9) VALUE 'MONDAY'.
           05 FILLER PIC X(9) VALUE 'TUESDAY'.
           05 FILLER PIC X(9) VALUE 'WEDNESDAY'.
           05 FILLER PIC X(9) VALUE 'THURSDAY'.
           05 FILLER PIC X(9) VALUE 'FRIDAY'.
           05 FILLER PIC X(9) VALUE 'SATURDAY'.
           05 FILLER PIC X(9) VALUE 'SUNDAY'.
       01 WS-DOW-TABLE-R REDEFINES WS-DOW-TABLE.
           05 WS-DOW-ENTRY PIC X(9) OCCURS 7 TIMES.
      *
       77 WS-YYYYMMDD PIC 9(8).
       77 WS-INTEGER-DATE PIC S9(9) COMP.
       77 WS-DOW-REMAINDER PIC 9.
       77 WS-COMPUTED-WKDAY PIC X(9).
      *
       77 WS-BUS-LOC PIC X(10).
       77 WS-LOC-MATCH-SWITCH PIC X VALUE 'N'.
         88 LOC-CLOSES VALUE 'Y'.
         88 LOC-NOT-CLOSES VALUE 'N'.
       77 WS-BUS-OPEN-SWITCH PIC X VALUE 'N'.
         88 BUS-DAY-OPEN VALUE 'Y'.
         88 BUS-DAY-CLOSED VALUE 'N'.
       77 WS-BUS-REASON PIC X(25).
       77 WS-BUS-EARLY-SWITCH PIC X VALUE 'N'.
         88 BUS-DAY-EARLY VALUE 'Y'.
         88 BUS-DAY-NOT-EARLY VALUE 'N'.
       77 WS-BUS-CLOSE-TIME PIC X(5).
       77 WS-BUS-EARLY-REASON PIC X(25).
       01 WS-BUS-DATE-PARTS.
           05 WS-BUS-YYYYMMDD PIC 9(8).
           05 FILLER REDEFINES WS-BUS-YYYYMMDD.
             10 WS-BUS-PART-YR PIC 9(4).
             10 WS-BUS-PART-MON PIC 99.
             10 WS-BUS-PART-DD PIC 99.
      *
       77 WS-OBS-INTEGER PIC S9(9) COMP.
       77 WS-OBS-YYYYMMDD PIC 9(8).
      *
       01 rpt-heading-1.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(30) VALUE 'BUSINESS CALENDAR BUILD - FROM'.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-hdg-from PIC 9(4).
         05 FILLER PIC X(4)  VALUE ' TO '.
         05 rpt-hdg-to PIC 9(4).
      *
       01 rpt-heading-2.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(12) VALUE 'LOCATION'.
         05 FILLER PIC X(10) VALUE 'DAYS'.
         05 FILLER PIC X(10) VALUE 'CLOSED'.
         05 FILLER PIC X(10) VALUE 'EARLY'.
      *
       01 rpt-detail-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-location     PIC X(10).
         05 FILLER PIC X(2)  VALUE SPACES.
         05 rpt-days         PIC ZZZZ9.
         05 FILLER PIC X(5)  VALUE SPACES.
         05 rpt-closed       PIC ZZZZ9.
         05 FILLER PIC X(5)  VALUE SPACES.
         05 rpt-early        PIC ZZZZ9.
      *
       01 rpt-message-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-message      PIC X(50).
      *
       01 rpt-total-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-total-text   PIC X(24).
         05 rpt-total-count  PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       MAINLINE.
           ACCEPT ws-cal-parm FROM SYSIN.
           PERFORM INITIALIZE-BUILD.
           IF files-open
             PERFORM MARK-CALENDAR-BUILDING
             PERFORM COLLECT-LOCATIONS
             PERFORM BUILD-ONE-LOCATION
               VARYING ws-loc-idx FROM 1 BY 1
               UNTIL ws-loc-idx > ws-loc-count
                  OR run-failed
             PERFORM PRINT-TOTALS
             PERFORM MARK-CALENDAR-CURRENT
             PERFORM PRINT-VERDICT
           END-IF.
           PERFORM TERMINATE-BUILD.
           STOP RUN.
      *
       INITIALIZE-BUILD.
           OPEN OUTPUT holcalrptfile.
           IF holcalrpt-status NOT = "00"
             DISPLAY "HOLCALRPT OPEN FAILED: ", holcalrpt-status
                                                     UPON SYSERR
             SET run-failed TO TRUE
           ELSE
             SET report-open TO TRUE
             PERFORM EDIT-CALENDAR-PARM
             MOVE ws-from-year TO rpt-hdg-from
             MOVE ws-to-year TO rpt-hdg-to
             WRITE rpt-line FROM rpt-heading-1
             WRITE rpt-line FROM SPACES
             IF run-ok
               PERFORM OPEN-CALENDAR-FILES
             END-IF
           END-IF.
      *
       EDIT-CALENDAR-PARM.
           MOVE 0 TO ws-from-year ws-to-year
           IF ws-cal-parm = SPACES
             MOVE FUNCTION CURRENT-DATE(1:4) TO ws-from-year
             SUBTRACT 1 FROM ws-from-year
             MOVE 5 TO ws-year-count
           ELSE
             IF ws-parm-from-year NOT NUMERIC
                OR ws-parm-years NOT NUMERIC
               MOVE 0 TO ws-year-count
             ELSE
               MOVE ws-parm-from-year TO ws-from-year
               MOVE ws-parm-years TO ws-year-count
             END-IF
           END-IF
           IF ws-from-year < 1601
              OR ws-year-count < 1
              OR ws-year-count > CAL-YEARS-MAX
             MOVE "INVALID PARAMETER - USE YYYYNN, NN 01-10"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             COMPUTE ws-to-year = ws-from-year + ws-year-count - 1
             COMPUTE WS-YYYYMMDD = ws-from-year * 10000 + 0101
             COMPUTE ws-first-int =
                 FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
             COMPUTE WS-YYYYMMDD = ws-to-year * 10000 + 1231
             COMPUTE ws-last-int =
                 FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
             COMPUTE ws-slot-count = ws-last-int - ws-first-int + 1
                 + 2 * CAL-MARGIN-DAYS
             COMPUTE ws-first-slot = CAL-MARGIN-DAYS + 1
             COMPUTE ws-last-slot = ws-slot-count - CAL-MARGIN-DAYS
           END-IF.
      *
       OPEN-CALENDAR-FILES.
           OPEN INPUT holidaysIX.
           IF holiday-status NOT = "00"
             MOVE "HOLIDAYSIX OPEN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             OPEN OUTPUT holcalfile
             IF holcal-status NOT = "00"
               MOVE "HOLCAL OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
               CLOSE holidaysIX
             ELSE
               SET files-open TO TRUE
               WRITE rpt-line FROM rpt-heading-2
               WRITE rpt-line FROM SPACES
             END-IF
           END-IF.
      *
      * The blank and ALL row sets come first, then every office on
      * the location master (retired ones too, so their old holidays
      * still answer with the right days off), then any location
      * named on holidaysIX that the master does not know, in the
      * order the name browse meets it.
      *
       COLLECT-LOCATIONS.
           MOVE 2 TO ws-loc-count
           MOVE SPACES TO ws-loc-code(1)
           MOVE DEFAULT-OFF-DAYS TO ws-loc-off-days(1)
           MOVE 'ALL' TO ws-loc-code(2)
           MOVE DEFAULT-OFF-DAYS TO ws-loc-off-days(2)
           OPEN INPUT hollocfile
           IF holloc-status = "00"
             MOVE LOW-VALUES TO loc-code
             START hollocfile KEY IS NOT LESS THAN loc-code
             PERFORM COLLECT-ONE-OFFICE
               UNTIL holloc-status NOT = "00"
             CLOSE hollocfile
           ELSE
             MOVE "LOCATION MASTER NOT AVAILABLE - WEEKENDS SAT/SUN"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
           END-IF
           MOVE LOW-VALUES TO HOLIDAY-NAME
           START holidaysIX KEY IS NOT LESS THAN HOLIDAY-NAME
           IF holiday-status NOT = "00"
             SET holidays-eof TO TRUE
           ELSE
             SET holidays-not-eof TO TRUE
           END-IF
           PERFORM COLLECT-ONE-LOCATION
             UNTIL holidays-eof.
      *
       COLLECT-ONE-OFFICE.
           READ hollocfile NEXT RECORD
             AT END
               MOVE "10" TO holloc-status
           END-READ
           IF holloc-status = "00"
             IF ws-loc-count < LOC-TABLE-MAX
               ADD 1 TO ws-loc-count
               MOVE loc-code TO ws-loc-code(ws-loc-count)
               MOVE loc-off-days TO ws-loc-off-days(ws-loc-count)
             ELSE
               MOVE SPACES TO rpt-message
               STRING "LOCATION TABLE FULL - SKIPPED "
                      DELIMITED BY SIZE
                      loc-code DELIMITED BY SIZE
                      INTO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             END-IF
           END-IF.
      *
       COLLECT-ONE-LOCATION.
           READ holidaysIX NEXT RECORD
             AT END
               SET holidays-eof TO TRUE
             NOT AT END
               IF holiday-location NOT = SPACES
                  AND holiday-location NOT = 'ALL'
                 MOVE 'N' TO WS-LOC-KNOWN-SWITCH
                 PERFORM CHECK-ONE-KNOWN-LOCATION
                   VARYING ws-loc-scan FROM 1 BY 1
                   UNTIL ws-loc-scan > ws-loc-count
                      OR LOC-KNOWN
                 IF LOC-NOT-KNOWN
                   IF ws-loc-count < LOC-TABLE-MAX
                     ADD 1 TO ws-loc-count
                     MOVE holiday-location
                       TO ws-loc-code(ws-loc-count)
                     MOVE DEFAULT-OFF-DAYS
                       TO ws-loc-off-days(ws-loc-count)
                   ELSE
                     MOVE SPACES TO rpt-message
                     STRING "LOCATION TABLE FULL - SKIPPED "
                            DELIMITED BY SIZE
                            holiday-location DELIMITED BY SIZE
                            INTO rpt-message
                     WRITE rpt-line FROM rpt-message-line
                     SET run-failed TO TRUE
                   END-IF
                 END-IF
               END-IF
           END-READ.
      *
       CHECK-ONE-KNOWN-LOCATION.
           IF ws-loc-code(ws-loc-scan) = holiday-location
             MOVE 'Y' TO WS-LOC-KNOWN-SWITCH
           END-IF.
      *
      * One location at a time: the status of every day (margins
      * included) is staged in ws-day-table, a backward pass links
      * each day to the next open day and a forward pass to the
      * previous one, and only the requested years are written.
      *
       BUILD-ONE-LOCATION.
           MOVE ws-loc-code(ws-loc-idx) TO WS-BUS-LOC
           MOVE ws-loc-off-days(ws-loc-idx) TO ws-weekend-days
           MOVE 0 TO ws-loc-days ws-loc-closed ws-loc-early
           PERFORM BUILD-ONE-DAY
             VARYING ws-slot FROM 1 BY 1
             UNTIL ws-slot > ws-slot-count
           MOVE 0 TO ws-next-open-int
           MOVE SPACES TO ws-next-open-close
           PERFORM LINK-ONE-NEXT-OPEN
             VARYING ws-slot FROM ws-slot-count BY -1
             UNTIL ws-slot < 1
           MOVE 0 TO ws-prev-open-int
           PERFORM LINK-ONE-PREV-OPEN
             VARYING ws-slot FROM 1 BY 1
             UNTIL ws-slot > ws-slot-count
           PERFORM WRITE-ONE-DAY
             VARYING ws-slot FROM ws-first-slot BY 1
             UNTIL ws-slot > ws-last-slot
                OR run-failed
           MOVE WS-BUS-LOC TO rpt-location
           IF WS-BUS-LOC = SPACES
             MOVE '(ANY)' TO rpt-location
           END-IF
           MOVE ws-loc-days TO rpt-days
           MOVE ws-loc-closed TO rpt-closed
           MOVE ws-loc-early TO rpt-early
           WRITE rpt-line FROM rpt-detail-line.
      *
       BUILD-ONE-DAY.
           COMPUTE WS-INTEGER-DATE =
               ws-first-int - CAL-MARGIN-DAYS + ws-slot - 1
           COMPUTE WS-BUS-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE)
           MOVE WS-BUS-YYYYMMDD TO WS-YYYYMMDD
           COMPUTE WS-DOW-REMAINDER =
               FUNCTION MOD(WS-INTEGER-DATE, 7)
           IF WS-DOW-REMAINDER = 0
             MOVE 7 TO WS-DOW-REMAINDER
           END-IF
           MOVE WS-DOW-ENTRY(WS-DOW-REMAINDER) TO WS-COMPUTED-WKDAY
           PERFORM CHECK-BUS-DAY-OPEN
           EVALUATE TRUE
             WHEN BUS-DAY-OPEN AND BUS-DAY-EARLY
               MOVE 'E' TO ws-day-status(ws-slot)
             WHEN BUS-DAY-OPEN
               MOVE 'O' TO ws-day-status(ws-slot)
             WHEN OTHER
               MOVE 'C' TO ws-day-status(ws-slot)
           END-EVALUATE
           MOVE WS-BUS-REASON TO ws-day-reason(ws-slot)
           MOVE WS-BUS-CLOSE-TIME TO ws-day-close(ws-slot).
      *
       LINK-ONE-NEXT-OPEN.
           MOVE ws-next-open-int TO ws-day-next-int(ws-slot)
           MOVE ws-next-open-close TO ws-day-next-close(ws-slot)
           IF ws-day-status(ws-slot) NOT = 'C'
             COMPUTE ws-next-open-int =
                 ws-first-int - CAL-MARGIN-DAYS + ws-slot - 1
             MOVE ws-day-close(ws-slot) TO ws-next-open-close
           END-IF.
      *
       LINK-ONE-PREV-OPEN.
           MOVE ws-prev-open-int TO ws-day-prev-int(ws-slot)
           IF ws-day-status(ws-slot) NOT = 'C'
             COMPUTE ws-prev-open-int =
                 ws-first-int - CAL-MARGIN-DAYS + ws-slot - 1
           END-IF.
      *
       WRITE-ONE-DAY.
           COMPUTE WS-INTEGER-DATE =
               ws-first-int - CAL-MARGIN-DAYS + ws-slot - 1
           COMPUTE WS-DOW-REMAINDER =
               FUNCTION MOD(WS-INTEGER-DATE, 7)
           IF WS-DOW-REMAINDER = 0
             MOVE 7 TO WS-DOW-REMAINDER
           END-IF
           MOVE SPACES TO holcal-record
           MOVE WS-BUS-LOC TO cal-location
           COMPUTE cal-ymd = FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE)
           MOVE WS-DOW-ENTRY(WS-DOW-REMAINDER) TO cal-wkday
           MOVE ws-day-status(ws-slot) TO cal-status
           MOVE ws-day-reason(ws-slot) TO cal-reason
           MOVE ws-day-close(ws-slot) TO cal-close-time
           MOVE 0 TO cal-next-open-ymd cal-prev-open-ymd
           IF ws-day-next-int(ws-slot) NOT = 0
             COMPUTE cal-next-open-ymd =
                 FUNCTION DATE-OF-INTEGER(ws-day-next-int(ws-slot))
             MOVE ws-day-next-close(ws-slot) TO cal-next-close-time
           END-IF
           IF ws-day-prev-int(ws-slot) NOT = 0
             COMPUTE cal-prev-open-ymd =
                 FUNCTION DATE-OF-INTEGER(ws-day-prev-int(ws-slot))
           END-IF
           WRITE holcal-record
           IF holcal-status NOT = "00"
             MOVE SPACES TO rpt-message
             STRING "HOLCAL WRITE FAILED - STATUS " DELIMITED BY SIZE
                    holcal-status DELIMITED BY SIZE
                    INTO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             ADD 1 TO ws-loc-days ws-days-written
             IF CAL-DAY-CLOSED
               ADD 1 TO ws-loc-closed ws-closed-count
             END-IF
             IF CAL-DAY-EARLY
               ADD 1 TO ws-loc-early ws-early-count
             END-IF
           END-IF.
      *
      * The day-status rules are the ones the gateway entries apply
      * when they work an answer out for themselves: one of the
      * office's days off is a WEEKEND, a full closure filed for the
      * date (or observed on it from a day off either side) closes
      * the office, and a partial closure makes it an early close.
      *
       CHECK-BUS-DAY-OPEN.
           MOVE 'N' TO WS-BUS-OPEN-SWITCH
           MOVE 'N' TO WS-BUS-EARLY-SWITCH
           MOVE SPACES TO WS-BUS-REASON
           MOVE SPACES TO WS-BUS-CLOSE-TIME WS-BUS-EARLY-REASON
           IF ws-weekend-day(WS-DOW-REMAINDER) = 'Y'
             MOVE "WEEKEND" TO WS-BUS-REASON
           ELSE
             MOVE WS-YYYYMMDD TO holiday-ymd
             READ holidaysIX KEY IS holiday-ymd
             IF holiday-status = "00"
               PERFORM CHECK-DAY-CLOSURE
                 UNTIL WS-BUS-REASON NOT = SPACES
                    OR holiday-status NOT = "00"
             END-IF
             IF WS-BUS-REASON = SPACES
               PERFORM CHECK-OBSERVED-CLOSURE
               IF WS-BUS-REASON = SPACES
                 MOVE 'Y' TO WS-BUS-OPEN-SWITCH
                 IF BUS-DAY-EARLY
                   MOVE WS-BUS-EARLY-REASON TO WS-BUS-REASON
                 ELSE
                   MOVE "OPEN" TO WS-BUS-REASON
                 END-IF
               END-IF
             END-IF
           END-IF
           IF BUS-DAY-CLOSED
             MOVE 'N' TO WS-BUS-EARLY-SWITCH
             MOVE SPACES TO WS-BUS-CLOSE-TIME WS-BUS-EARLY-REASON
           END-IF.
      *
       CHECK-DAY-CLOSURE.
           PERFORM CHECK-LOCATION-MATCH
           IF LOC-CLOSES
             IF holiday-close-time = SPACES
               MOVE holiday-name TO WS-BUS-REASON
             ELSE
               MOVE 'Y' TO WS-BUS-EARLY-SWITCH
               MOVE holiday-close-time TO WS-BUS-CLOSE-TIME
               MOVE holiday-name TO WS-BUS-EARLY-REASON
             END-IF
           END-IF
           IF WS-BUS-REASON = SPACES
             READ holidaysIX NEXT RECORD
               AT END
                 MOVE "10" TO holiday-status
             END-READ
             IF holiday-status = "00"
               IF holiday-ymd NOT = WS-YYYYMMDD
                 MOVE "10" TO holiday-status
               END-IF
             END-IF
           END-IF.
      *
      * ALL (or no location) closes every office.  The ALL row set
      * sees only those company-wide closures, and the blank row set
      * sees every closure on file.
      *
       CHECK-LOCATION-MATCH.
           MOVE 'N' TO WS-LOC-MATCH-SWITCH
           IF holiday-location = 'ALL'
              OR holiday-location = SPACES
             MOVE 'Y' TO WS-LOC-MATCH-SWITCH
           ELSE
             IF WS-BUS-LOC = SPACES
                OR holiday-location = WS-BUS-LOC
               MOVE 'Y' TO WS-LOC-MATCH-SWITCH
             END-IF
           END-IF.
      *
       CHECK-OBSERVED-CLOSURE.
           COMPUTE ws-adj-dow = FUNCTION MOD(WS-DOW-REMAINDER, 7) + 1
           IF ws-weekend-day(ws-adj-dow) = 'Y'
             MOVE 1 TO ws-obs-offset
             PERFORM CHECK-OBSERVED-DAY
           END-IF
           COMPUTE ws-adj-dow =
               FUNCTION MOD(WS-DOW-REMAINDER + 5, 7) + 1
           IF WS-BUS-REASON = SPACES
              AND ws-weekend-day(ws-adj-dow) = 'Y'
             MOVE -1 TO ws-obs-offset
             PERFORM CHECK-OBSERVED-DAY
           END-IF.
      *
       CHECK-OBSERVED-DAY.
           COMPUTE WS-OBS-INTEGER = WS-INTEGER-DATE + ws-obs-offset
           COMPUTE WS-OBS-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-OBS-INTEGER)
           MOVE WS-OBS-YYYYMMDD TO holiday-ymd
           READ holidaysIX KEY IS holiday-ymd
           IF holiday-status = "00"
             PERFORM CHECK-OBSERVED-ONE
               UNTIL WS-BUS-REASON NOT = SPACES
                  OR holiday-status NOT = "00"
           END-IF.
      *
       CHECK-OBSERVED-ONE.
           IF obs-day = WS-BUS-PART-DD
              AND obs-month = WS-MONTH-ENTRY(WS-BUS-PART-MON)
              AND obs-year = WS-BUS-PART-YR
             PERFORM CHECK-LOCATION-MATCH
             IF LOC-CLOSES
               IF holiday-close-time = SPACES
                 MOVE holiday-name TO WS-BUS-REASON
               ELSE
                 MOVE 'Y' TO WS-BUS-EARLY-SWITCH
                 MOVE holiday-close-time TO WS-BUS-CLOSE-TIME
                 MOVE holiday-name TO WS-BUS-EARLY-REASON
               END-IF
             END-IF
           END-IF
           IF WS-BUS-REASON = SPACES
             READ holidaysIX NEXT RECORD
               AT END
                 MOVE "10" TO holiday-status
             END-READ
             IF holiday-status = "00"
               IF holiday-ymd NOT = WS-OBS-YYYYMMDD
                 MOVE "10" TO holiday-status
               END-IF
             END-IF
           END-IF.
      *
      * HOLCAL control record on holctl: ctl-data(1:1) is Y while
      * the calendar matches holidaysIX, ctl-data(2:16) the stamp of
      * the last build or of the change that made it stale, and
      * ctl-data(18:4)/(22:2) the first year and number of years
      * built.  The record is marked stale with this run's stamp
      * before the build starts; if anything else has marked it
      * stale again by the end, holidaysIX changed under the build
      * and the calendar is left stale for a rerun.
      *
       MARK-CALENDAR-BUILDING.
           MOVE FUNCTION CURRENT-DATE(1:16) TO ws-build-stamp
           OPEN I-O holctlfile
           IF holctl-status = "35"
             OPEN OUTPUT holctlfile
             CLOSE holctlfile
             OPEN I-O holctlfile
           END-IF
           IF holctl-status NOT = "00"
             MOVE "HOLCTL OPEN FAILED - CALENDAR NOT MARKED"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             MOVE "HOLCAL" TO ctl-key
             READ holctlfile KEY IS ctl-key
             IF holctl-status = "00"
               MOVE 'N' TO ctl-data(1:1)
               MOVE ws-build-stamp TO ctl-data(2:16)
               REWRITE holctl-record
             ELSE
               MOVE "HOLCAL" TO ctl-key
               MOVE 0 TO ctl-next-holiday-number
               MOVE SPACES TO ctl-data
               MOVE 'N' TO ctl-data(1:1)
               MOVE ws-build-stamp TO ctl-data(2:16)
               WRITE holctl-record
             END-IF
             IF holctl-status NOT = "00"
               MOVE "HOLCAL CONTROL WRITE FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             END-IF
             CLOSE holctlfile
           END-IF.
      *
       MARK-CALENDAR-CURRENT.
           IF run-ok
             OPEN I-O holctlfile
             IF holctl-status NOT = "00"
               MOVE "HOLCTL OPEN FAILED - CALENDAR LEFT STALE"
                 TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             ELSE
               MOVE "HOLCAL" TO ctl-key
               READ holctlfile KEY IS ctl-key
               IF holctl-status NOT = "00"
                  OR ctl-data(2:16) NOT = ws-build-stamp
                 MOVE "HOLIDAYSIX CHANGED DURING BUILD - RERUN"
                   TO rpt-message
                 WRITE rpt-line FROM rpt-message-line
                 SET run-failed TO TRUE
               ELSE
                 MOVE 'Y' TO ctl-data(1:1)
                 MOVE ws-from-year TO ctl-data(18:4)
                 MOVE ws-year-count TO ctl-data(22:2)
                 REWRITE holctl-record
                 IF holctl-status NOT = "00"
                   MOVE "HOLCAL CONTROL WRITE FAILED" TO rpt-message
                   WRITE rpt-line FROM rpt-message-line
                   SET run-failed TO TRUE
                 END-IF
               END-IF
               CLOSE holctlfile
             END-IF
           END-IF.
      *
       PRINT-TOTALS.
           WRITE rpt-line FROM SPACES.
           MOVE "LOCATIONS BUILT         " TO rpt-total-text.
           MOVE ws-loc-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "CALENDAR DAYS WRITTEN   " TO rpt-total-text.
           MOVE ws-days-written TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "CLOSED DAYS             " TO rpt-total-text.
           MOVE ws-closed-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "EARLY-CLOSE DAYS        " TO rpt-total-text.
           MOVE ws-early-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
      *
       PRINT-VERDICT.
           WRITE rpt-line FROM SPACES.
           IF run-ok
             MOVE "CALENDAR BUILT AND MARKED CURRENT" TO rpt-message
           ELSE
             MOVE "HOLCAL FAILED - ENTRIES USE HOLIDAYSIX"
               TO rpt-message
           END-IF.
           WRITE rpt-line FROM rpt-message-line.
      *
       TERMINATE-BUILD.
           IF files-open
             CLOSE holidaysIX
             CLOSE holcalfile
           END-IF.
           IF report-open
             CLOSE holcalrptfile
           END-IF.
           IF run-ok
             DISPLAY "HOLCAL: ", ws-loc-count, " LOCATIONS ",
                     ws-days-written, " DAYS" UPON SYSOUT
           ELSE
             DISPLAY "HOLCAL FAILED - SEE REPORT" UPON SYSOUT
             MOVE 8 TO RETURN-CODE
           END-IF.
