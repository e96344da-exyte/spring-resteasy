       IDENTIFICATION DIVISION.
       PROGRAM-ID.  'holadj'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      * Payment schedule adjustment for payroll and treasury.  Each
      * line of holschedin is a planned payment or settlement date
      * with its location and roll convention:
      *   F  - Following: the next open day;
      *   MF - Modified Following: the next open day, unless that
      *        falls in the next month, then the previous open day;
      *   P  - Preceding: the previous open day.
      * A day is open by the rules the gateway applies to holidaysIX
      * - the office's days off from the location master, full
      * closures on the date or observed on it from a day off either
      * side - and an early-close day is open but carries its close
      * time.  The schedule is written back to holschedout with the
      * adjusted date, and the exception report lists every date
      * that moved, why (the holiday name or WEEKEND), every early
      * close, and every line that could not be adjusted.
      *
      * SYSIN: ADJUST (or blank) for the run above, or DELTA to read
      * the latest holdelta extract and list only the scheduled
      * dates that last night's holiday changes touch.
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
           select hollocfile assign to "holloc"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS loc-code
           file status is holloc-status.
      *
           select holschedinfile assign to "holschedin"
           organization is LINE SEQUENTIAL
           file status is holschedin-status.
      *
           select holschedoutfile assign to "holschedout"
           organization is LINE SEQUENTIAL
           file status is holschedout-status.
      *
           select holdeltafile assign to "holdelta"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holdelta-status.
      *
           select holadjrptfile assign to "holadjrpt"
           organization is LINE SEQUENTIAL
           file status is holadjrpt-status.
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
       FD holschedinfile.
      *
       01 sched-in-record.
         05 in-ref PIC X(16).
         05 in-ymd PIC X(8).
         05 in-loc PIC X(10).
         05 in-conv PIC X(2).
      *
       FD holschedoutfile.
      *
       01 sched-out-record.
         05 out-ref PIC X(16).
         05 out-ymd PIC X(8).
         05 out-loc PIC X(10).
         05 out-conv PIC X(2).
         05 out-adj-ymd PIC X(8).
      *
      * A - moved, U - unchanged, E - unchanged but an early close,
      * X - could not be adjusted (out-adj-ymd is the date as sent).
      *
         05 out-status PIC X.
         05 out-close-time PIC X(5).
         05 out-reason PIC X(25).
      *
       FD holdeltafile.
      *
       01 delta-record.
         05 delta-rec-type PIC X.
           88 delta-data-rec VALUE 'D'.
           88 delta-trailer-rec VALUE 'T'.
         05 delta-action PIC X.
         05 delta-event-date PIC X(21).
         05 delta-old-name PIC X(25).
         05 delta-name PIC X(25).
         05 delta-dt PIC X(24).
         05 delta-type PIC X(5).
         05 delta-loc PIC X(10).
         05 delta-close PIC X(5).
         05 delta-ymd PIC 9(8).
         05 delta-source PIC X(4).
         05 delta-old-ymd PIC 9(8).
         05 delta-old-loc PIC X(10).
      *
       01 delta-trailer-r REDEFINES delta-record.
         05 FILLER PIC X.
         05 delta-trl-total PIC 9(7).
         05 delta-trl-adds PIC 9(7).
         05 delta-trl-changes PIC 9(7).
         05 delta-trl-deletes PIC 9(7).
         05 FILLER PIC X(118).
      *
       FD holadjrptfile.
      *
       01 rpt-line PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 holiday-status pic xx.
       77 holloc-status pic xx.
       77 holschedin-status pic xx.
       77 holschedout-status pic xx.
       77 holdelta-status pic xx.
       77 holadjrpt-status pic xx.
       77 ws-function PIC X(8).
         88 FUNCTION-ADJUST VALUE 'ADJUST'.
         88 FUNCTION-DELTA VALUE 'DELTA'.
       77 ws-rpt-open-switch PIC X VALUE 'N'.
         88 report-open VALUE 'Y'.
       77 ws-files-open-switch PIC X VALUE 'N'.
         88 files-open VALUE 'Y'.
       77 ws-run-ok-switch PIC X VALUE 'Y'.
         88 run-ok VALUE 'Y'.
         88 run-failed VALUE 'N'.
       77 ws-holloc-switch PIC X VALUE 'N'.
         88 holloc-avail VALUE 'Y'.
       77 ws-sched-open-switch PIC X VALUE 'N'.
         88 sched-out-open VALUE 'Y'.
       77 ws-eof-switch PIC X VALUE 'N'.
         88 input-eof VALUE 'Y'.
         88 input-not-eof VALUE 'N'.
      *
       77 ws-read-count PIC 9(7) VALUE 0.
       77 ws-unchanged-count PIC 9(7) VALUE 0.
       77 ws-moved-count PIC 9(7) VALUE 0.
       77 ws-early-count PIC 9(7) VALUE 0.
       77 ws-failed-count PIC 9(7) VALUE 0.
       77 ws-affected-count PIC 9(7) VALUE 0.
       77 ws-delta-read-count PIC 9(7) VALUE 0.
       77 ws-trl-total PIC 9(7) VALUE 0.
      *
      * The state of the line being adjusted.
      *
       77 ws-reject-reason PIC X(25).
       77 ws-move-reason PIC X(25).
       77 ws-note PIC X(22).
       77 ws-adj-status PIC X.
       77 ws-orig-ymd PIC 9(8).
       77 ws-adj-ymd PIC 9(8).
       77 ws-adj-close PIC X(5).
       77 ws-orig-int PIC S9(9) COMP.
       77 ws-cand-int PIC S9(9) COMP.
       77 ws-walk-dir PIC S9 COMP.
       77 ws-walk-step PIC S9(4) COMP.
       77 ADJ-WALK-MAX PIC S9(4) COMP VALUE 30.
       77 WS-DAY-FOUND-SWITCH PIC X VALUE 'N'.
         88 DAY-FOUND VALUE 'Y'.
         88 DAY-NOT-FOUND VALUE 'N'.
       77 ws-weekend-loc PIC X(10) VALUE HIGH-VALUES.
       77 ws-weekend-loc-err PIC X(25).
      *
      * Last night's changes, for the DELTA run: the closure date and
      * office after the change and, for a change or delete, before.
      *
       77 DELTA-TABLE-MAX PIC 9(4) VALUE 2000.
       77 ws-delta-count PIC 9(4) VALUE 0.
       77 ws-delta-idx PIC 9(4).
       01 ws-delta-table.
         05 ws-delta-entry OCCURS 2000 TIMES.
           10 ws-dlt-action PIC X.
           10 ws-dlt-name PIC X(25).
           10 ws-dlt-int PIC S9(9) COMP.
           10 ws-dlt-loc PIC X(10).
           10 ws-dlt-old-int PIC S9(9) COMP.
           10 ws-dlt-old-loc PIC X(10).
       77 ws-window-from PIC S9(9) COMP.
       77 ws-window-to PIC S9(9) COMP.
       77 ws-match-loc PIC X(10).
       77 WS-DELTA-HIT-SWITCH PIC X VALUE 'N'.
         88 DELTA-HIT VALUE 'Y'.
         88 DELTA-NOT-HIT VALUE 'N'.
      *
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
       01 WS-ORIG-DATE-PARTS.
           05 WS-ORIG-YYYYMMDD PIC 9(8).
           05 FILLER REDEFINES WS-ORIG-YYYYMMDD.
             10 WS-ORIG-PART-YR PIC 9(4).
             10 WS-ORIG-PART-MON PIC 99.
             10 WS-ORIG-PART-DD PIC 99.
      *
       77 WS-OBS-INTEGER PIC S9(9) COMP.
       77 WS-OBS-YYYYMMDD PIC 9(8).
      *
       01 rpt-heading-1.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(35) VALUE
             'PAYMENT SCHEDULE ADJUSTMENT - '.
         05 rpt-hdg-function PIC X(8).
      *
       01 rpt-heading-2.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(17) VALUE 'REFERENCE'.
         05 FILLER PIC X(11) VALUE 'LOCATION'.
         05 FILLER PIC X(3)  VALUE 'CV'.
         05 FILLER PIC X(9)  VALUE 'DATE'.
         05 FILLER PIC X(9)  VALUE 'ADJUSTED'.
         05 FILLER PIC X(26) VALUE 'REASON / HOLIDAY'.
         05 FILLER PIC X(22) VALUE 'NOTE'.
      *
       01 rpt-detail-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ref          PIC X(16).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-loc          PIC X(10).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-conv         PIC X(2).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ymd          PIC X(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-adj-ymd      PIC X(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-reason       PIC X(25).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-note         PIC X(22).
      *
       01 rpt-message-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-message      PIC X(60).
      *
       01 rpt-total-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-total-text   PIC X(24).
         05 rpt-total-count  PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       MAINLINE.
           ACCEPT ws-function FROM SYSIN.
           IF ws-function = SPACES
             MOVE 'ADJUST' TO ws-function
           END-IF.
           PERFORM INITIALIZE-ADJUST.
           IF files-open
             IF FUNCTION-DELTA
               PERFORM LOAD-DELTA-EXTRACT
             END-IF
             IF run-ok
               SET input-not-eof TO TRUE
               PERFORM ADJUST-ONE-LINE
                 UNTIL input-eof
             END-IF
             PERFORM PRINT-TOTALS
             PERFORM PRINT-VERDICT
           END-IF.
           PERFORM TERMINATE-ADJUST.
           STOP RUN.
      *
       INITIALIZE-ADJUST.
           OPEN OUTPUT holadjrptfile.
           IF holadjrpt-status NOT = "00"
             DISPLAY "HOLADJRPT OPEN FAILED: ", holadjrpt-status
                                                     UPON SYSERR
             SET run-failed TO TRUE
           ELSE
             SET report-open TO TRUE
             MOVE ws-function TO rpt-hdg-function
             WRITE rpt-line FROM rpt-heading-1
             WRITE rpt-line FROM SPACES
             IF NOT FUNCTION-ADJUST AND NOT FUNCTION-DELTA
               MOVE "INVALID FUNCTION - USE ADJUST OR DELTA"
                 TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             ELSE
               PERFORM OPEN-ADJUST-FILES
             END-IF
           END-IF.
      *
       OPEN-ADJUST-FILES.
           OPEN INPUT holidaysIX.
           IF holiday-status NOT = "00"
             MOVE "HOLIDAYSIX OPEN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             OPEN INPUT holschedinfile
             IF holschedin-status NOT = "00"
               MOVE "HOLSCHEDIN OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
               CLOSE holidaysIX
             ELSE
               SET files-open TO TRUE
               OPEN INPUT hollocfile
               IF holloc-status = "00"
                 SET holloc-avail TO TRUE
               ELSE
                 MOVE "LOCATION MASTER NOT AVAILABLE - WEEKENDS SAT/SUN"
                   TO rpt-message
                 WRITE rpt-line FROM rpt-message-line
               END-IF
               IF FUNCTION-ADJUST
                 OPEN OUTPUT holschedoutfile
                 IF holschedout-status NOT = "00"
                   MOVE "HOLSCHEDOUT OPEN FAILED" TO rpt-message
                   WRITE rpt-line FROM rpt-message-line
                   SET run-failed TO TRUE
                 ELSE
                   SET sched-out-open TO TRUE
                   WRITE rpt-line FROM rpt-heading-2
                   WRITE rpt-line FROM SPACES
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * The extract's data records are held in ws-delta-table and
      * its trailer proves none went missing on the way here.
      *
       LOAD-DELTA-EXTRACT.
           OPEN INPUT holdeltafile
           IF holdelta-status NOT = "00"
             MOVE "HOLDELTA OPEN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             MOVE 0 TO ws-trl-total
             SET input-not-eof TO TRUE
             PERFORM LOAD-ONE-DELTA
               UNTIL input-eof
                  OR run-failed
             CLOSE holdeltafile
             IF run-ok AND ws-trl-total NOT = ws-delta-read-count
               MOVE SPACES TO rpt-message
               STRING "EXTRACT TRAILER SAYS " DELIMITED BY SIZE
                      ws-trl-total DELIMITED BY SIZE
                      " RECORDS, READ " DELIMITED BY SIZE
                      ws-delta-read-count DELIMITED BY SIZE
                      INTO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             END-IF
           END-IF
           IF run-ok
             WRITE rpt-line FROM rpt-heading-2
             WRITE rpt-line FROM SPACES
           END-IF.
      *
       LOAD-ONE-DELTA.
           READ holdeltafile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               IF delta-trailer-rec
                 MOVE delta-trl-total TO ws-trl-total
               ELSE
                 ADD 1 TO ws-delta-read-count
                 IF ws-delta-count < DELTA-TABLE-MAX
                   PERFORM STORE-ONE-DELTA
                 ELSE
                   MOVE "DELTA TABLE FULL - RUN FAILED" TO rpt-message
                   WRITE rpt-line FROM rpt-message-line
                   SET run-failed TO TRUE
                 END-IF
               END-IF
           END-READ.
      *
       STORE-ONE-DELTA.
           ADD 1 TO ws-delta-count
           MOVE delta-action TO ws-dlt-action(ws-delta-count)
           MOVE delta-name TO ws-dlt-name(ws-delta-count)
           MOVE delta-loc TO ws-dlt-loc(ws-delta-count)
           MOVE 0 TO ws-dlt-int(ws-delta-count)
           MOVE 0 TO ws-dlt-old-int(ws-delta-count)
           MOVE delta-old-loc TO ws-dlt-old-loc(ws-delta-count)
           IF delta-ymd NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(delta-ymd) = 0
             COMPUTE ws-dlt-int(ws-delta-count) =
                 FUNCTION INTEGER-OF-DATE(delta-ymd)
           END-IF
           IF delta-old-ymd NUMERIC AND delta-old-ymd NOT = 0
              AND FUNCTION TEST-DATE-YYYYMMDD(delta-old-ymd) = 0
             COMPUTE ws-dlt-old-int(ws-delta-count) =
                 FUNCTION INTEGER-OF-DATE(delta-old-ymd)
           END-IF.
      *
       ADJUST-ONE-LINE.
           READ holschedinfile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-read-count
               PERFORM ADJUST-ONE-DATE
               IF FUNCTION-ADJUST
                 PERFORM REPORT-ONE-ADJUSTMENT
                 PERFORM WRITE-SCHEDULE-LINE
               ELSE
                 IF ws-reject-reason = SPACES
                   PERFORM CHECK-DELTA-IMPACT
                 END-IF
               END-IF
           END-READ.
      *
      * The schedule date is tried first; a closed date walks one
      * day at a time in the convention's direction, at most
      * ADJ-WALK-MAX days, and Modified Following that lands in the
      * next month walks back from the original date instead.
      *
       ADJUST-ONE-DATE.
           MOVE SPACES TO ws-reject-reason ws-move-reason ws-note
           MOVE SPACES TO ws-adj-close
           MOVE 'X' TO ws-adj-status
           MOVE 0 TO ws-orig-ymd ws-adj-ymd
           IF in-ymd NOT NUMERIC
             MOVE "INVALID DATE" TO ws-reject-reason
           ELSE
             MOVE in-ymd TO ws-orig-ymd
             IF FUNCTION TEST-DATE-YYYYMMDD(ws-orig-ymd) NOT = 0
               MOVE "INVALID DATE" TO ws-reject-reason
             END-IF
           END-IF
           IF ws-reject-reason = SPACES
             IF in-conv NOT = 'F ' AND in-conv NOT = 'MF'
                AND in-conv NOT = 'P '
               MOVE "INVALID CONVENTION" TO ws-reject-reason
             END-IF
           END-IF
           IF ws-reject-reason = SPACES
             MOVE in-loc TO WS-BUS-LOC
             PERFORM LOAD-ADJ-WEEKEND
             MOVE ws-weekend-loc-err TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
             MOVE ws-orig-ymd TO WS-ORIG-YYYYMMDD
             COMPUTE ws-orig-int =
                 FUNCTION INTEGER-OF-DATE(ws-orig-ymd)
             MOVE ws-orig-int TO ws-cand-int
             PERFORM TEST-CANDIDATE-DAY
             IF DAY-FOUND
               MOVE ws-orig-ymd TO ws-adj-ymd
               IF BUS-DAY-EARLY
                 MOVE 'E' TO ws-adj-status
                 MOVE WS-BUS-REASON TO ws-move-reason
               ELSE
                 MOVE 'U' TO ws-adj-status
               END-IF
             ELSE
               MOVE WS-BUS-REASON TO ws-move-reason
               PERFORM ROLL-SCHEDULE-DATE
             END-IF
           END-IF.
      *
       ROLL-SCHEDULE-DATE.
           IF in-conv = 'P '
             MOVE -1 TO ws-walk-dir
           ELSE
             MOVE 1 TO ws-walk-dir
           END-IF
           PERFORM WALK-TO-OPEN-DAY
           IF in-conv = 'MF'
             IF DAY-NOT-FOUND
                OR WS-BUS-PART-MON NOT = WS-ORIG-PART-MON
               MOVE -1 TO ws-walk-dir
               PERFORM WALK-TO-OPEN-DAY
               MOVE "MONTH END - PRECEDING" TO ws-note
             END-IF
           END-IF
           IF DAY-FOUND
             MOVE 'A' TO ws-adj-status
             MOVE WS-BUS-YYYYMMDD TO ws-adj-ymd
             IF BUS-DAY-EARLY AND ws-note = SPACES
               STRING "EARLY CLOSE " DELIMITED BY SIZE
                      ws-adj-close DELIMITED BY SIZE
                      INTO ws-note
             END-IF
           ELSE
             MOVE "NO OPEN DAY WITHIN 30" TO ws-reject-reason
           END-IF.
      *
       WALK-TO-OPEN-DAY.
           MOVE 'N' TO WS-DAY-FOUND-SWITCH
           PERFORM WALK-ONE-DAY
             VARYING ws-walk-step FROM 1 BY 1
             UNTIL ws-walk-step > ADJ-WALK-MAX
                OR DAY-FOUND.
      *
       WALK-ONE-DAY.
           COMPUTE ws-cand-int =
               ws-orig-int + ws-walk-step * ws-walk-dir
           PERFORM TEST-CANDIDATE-DAY.
      *
       TEST-CANDIDATE-DAY.
           MOVE ws-cand-int TO WS-INTEGER-DATE
           COMPUTE WS-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE)
           MOVE WS-YYYYMMDD TO WS-BUS-YYYYMMDD
           COMPUTE WS-DOW-REMAINDER =
               FUNCTION MOD(WS-INTEGER-DATE, 7)
           IF WS-DOW-REMAINDER = 0
             MOVE 7 TO WS-DOW-REMAINDER
           END-IF
           PERFORM CHECK-BUS-DAY-OPEN
           IF BUS-DAY-OPEN
             MOVE 'Y' TO WS-DAY-FOUND-SWITCH
             MOVE WS-BUS-CLOSE-TIME TO ws-adj-close
           ELSE
             MOVE 'N' TO WS-DAY-FOUND-SWITCH
           END-IF.
      *
      * A named office must be on the location master and still
      * open; blank and ALL are company-wide and keep the SATURDAY/
      * SUNDAY weekend, as does every office when the master cannot
      * be read.  The last office looked up is remembered.
      *
       LOAD-ADJ-WEEKEND.
           IF WS-BUS-LOC NOT = ws-weekend-loc
             MOVE WS-BUS-LOC TO ws-weekend-loc
             MOVE DEFAULT-OFF-DAYS TO ws-weekend-days
             MOVE SPACES TO ws-weekend-loc-err
             IF WS-BUS-LOC NOT = SPACES
                AND WS-BUS-LOC NOT = 'ALL'
                AND holloc-avail
               MOVE WS-BUS-LOC TO loc-code
               READ hollocfile KEY IS loc-code
               IF holloc-status NOT = "00"
                 MOVE "UNKNOWN LOCATION" TO ws-weekend-loc-err
               ELSE
                 IF LOC-RETIRED
                   MOVE "LOCATION RETIRED" TO ws-weekend-loc-err
                 ELSE
                   MOVE loc-off-days TO ws-weekend-days
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
       REPORT-ONE-ADJUSTMENT.
           MOVE in-ref TO rpt-ref
           MOVE in-loc TO rpt-loc
           MOVE in-conv TO rpt-conv
           MOVE in-ymd TO rpt-ymd
           MOVE SPACES TO rpt-adj-ymd rpt-note
           EVALUATE TRUE
             WHEN ws-reject-reason NOT = SPACES
               ADD 1 TO ws-failed-count
               MOVE ws-reject-reason TO rpt-reason
               MOVE "NOT ADJUSTED" TO rpt-note
               WRITE rpt-line FROM rpt-detail-line
             WHEN ws-adj-status = 'A'
               ADD 1 TO ws-moved-count
               MOVE ws-adj-ymd TO rpt-adj-ymd
               MOVE ws-move-reason TO rpt-reason
               MOVE ws-note TO rpt-note
               WRITE rpt-line FROM rpt-detail-line
             WHEN ws-adj-status = 'E'
               ADD 1 TO ws-early-count
               MOVE ws-adj-ymd TO rpt-adj-ymd
               MOVE ws-move-reason TO rpt-reason
               MOVE SPACES TO rpt-note
               STRING "EARLY CLOSE " DELIMITED BY SIZE
                      ws-adj-close DELIMITED BY SIZE
                      INTO rpt-note
               WRITE rpt-line FROM rpt-detail-line
             WHEN OTHER
               ADD 1 TO ws-unchanged-count
           END-EVALUATE.
      *
       WRITE-SCHEDULE-LINE.
           MOVE in-ref TO out-ref
           MOVE in-ymd TO out-ymd
           MOVE in-loc TO out-loc
           MOVE in-conv TO out-conv
           IF ws-reject-reason NOT = SPACES
             MOVE in-ymd TO out-adj-ymd
             MOVE 'X' TO out-status
             MOVE SPACES TO out-close-time
             MOVE ws-reject-reason TO out-reason
           ELSE
             MOVE ws-adj-ymd TO out-adj-ymd
             MOVE ws-adj-status TO out-status
             MOVE ws-adj-close TO out-close-time
             MOVE ws-move-reason TO out-reason
           END-IF
           WRITE sched-out-record
           IF holschedout-status NOT = "00"
             MOVE "HOLSCHEDOUT WRITE FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
             SET input-eof TO TRUE
           END-IF.
      *
      * A scheduled date is touched by a change when the changed
      * closure, before or after, falls between the date as sent and
      * the date it adjusts to now, widened by a day either side for
      * a closure observed on a neighbouring working day, and closes
      * the schedule's office.
      *
       CHECK-DELTA-IMPACT.
           COMPUTE ws-cand-int = FUNCTION INTEGER-OF-DATE(ws-adj-ymd)
           IF ws-orig-int < ws-cand-int
             COMPUTE ws-window-from = ws-orig-int - 1
             COMPUTE ws-window-to = ws-cand-int + 1
           ELSE
             COMPUTE ws-window-from = ws-cand-int - 1
             COMPUTE ws-window-to = ws-orig-int + 1
           END-IF
           MOVE 'N' TO WS-DELTA-HIT-SWITCH
           PERFORM CHECK-ONE-DELTA
             VARYING ws-delta-idx FROM 1 BY 1
             UNTIL ws-delta-idx > ws-delta-count
                OR DELTA-HIT
           IF DELTA-HIT
             SUBTRACT 1 FROM ws-delta-idx
             ADD 1 TO ws-affected-count
             MOVE in-ref TO rpt-ref
             MOVE in-loc TO rpt-loc
             MOVE in-conv TO rpt-conv
             MOVE in-ymd TO rpt-ymd
             MOVE ws-adj-ymd TO rpt-adj-ymd
             MOVE ws-dlt-name(ws-delta-idx) TO rpt-reason
             EVALUATE ws-dlt-action(ws-delta-idx)
               WHEN 'A'
                 MOVE "HOLIDAY ADDED" TO rpt-note
               WHEN 'C'
                 MOVE "HOLIDAY CHANGED" TO rpt-note
               WHEN 'D'
                 MOVE "HOLIDAY DELETED" TO rpt-note
               WHEN OTHER
                 MOVE SPACES TO rpt-note
             END-EVALUATE
             WRITE rpt-line FROM rpt-detail-line
           END-IF.
      *
       CHECK-ONE-DELTA.
           IF ws-dlt-int(ws-delta-idx) >= ws-window-from
              AND ws-dlt-int(ws-delta-idx) <= ws-window-to
             MOVE ws-dlt-loc(ws-delta-idx) TO ws-match-loc
             PERFORM CHECK-DELTA-LOCATION
           END-IF
           IF DELTA-NOT-HIT
              AND ws-dlt-old-int(ws-delta-idx) >= ws-window-from
              AND ws-dlt-old-int(ws-delta-idx) <= ws-window-to
             MOVE ws-dlt-old-loc(ws-delta-idx) TO ws-match-loc
             PERFORM CHECK-DELTA-LOCATION
           END-IF.
      *
       CHECK-DELTA-LOCATION.
           IF ws-match-loc = 'ALL'
              OR ws-match-loc = SPACES
              OR in-loc = SPACES
              OR ws-match-loc = in-loc
             MOVE 'Y' TO WS-DELTA-HIT-SWITCH
           END-IF.
      *
      * The day-status rules are the ones the gateway entries apply
      * when they work an answer out for themselves.
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
       PRINT-TOTALS.
           WRITE rpt-line FROM SPACES.
           MOVE "SCHEDULE LINES READ     " TO rpt-total-text.
           MOVE ws-read-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           IF FUNCTION-ADJUST
             MOVE "DATES UNCHANGED         " TO rpt-total-text
             MOVE ws-unchanged-count TO rpt-total-count
             WRITE rpt-line FROM rpt-total-line
             MOVE "DATES MOVED             " TO rpt-total-text
             MOVE ws-moved-count TO rpt-total-count
             WRITE rpt-line FROM rpt-total-line
             MOVE "EARLY-CLOSE DATES       " TO rpt-total-text
             MOVE ws-early-count TO rpt-total-count
             WRITE rpt-line FROM rpt-total-line
             MOVE "NOT ADJUSTED            " TO rpt-total-text
             MOVE ws-failed-count TO rpt-total-count
             WRITE rpt-line FROM rpt-total-line
           ELSE
             MOVE "HOLIDAY CHANGES READ    " TO rpt-total-text
             MOVE ws-delta-read-count TO rpt-total-count
             WRITE rpt-line FROM rpt-total-line
             MOVE "SCHEDULED DATES AFFECTED" TO rpt-total-text
             MOVE ws-affected-count TO rpt-total-count
             WRITE rpt-line FROM rpt-total-line
           END-IF.
      *
       PRINT-VERDICT.
           WRITE rpt-line FROM SPACES.
           IF run-failed
             MOVE "HOLADJ FAILED - SEE ABOVE" TO rpt-message
           ELSE
             IF ws-failed-count > 0
               MOVE "SCHEDULE ADJUSTED - SOME DATES NOT ADJUSTED"
                 TO rpt-message
             ELSE
               MOVE "RUN COMPLETE" TO rpt-message
             END-IF
           END-IF.
           WRITE rpt-line FROM rpt-message-line.
      *
       TERMINATE-ADJUST.
           IF files-open
             CLOSE holidaysIX
             CLOSE holschedinfile
           END-IF.
           IF holloc-avail
             CLOSE hollocfile
           END-IF.
           IF sched-out-open
             CLOSE holschedoutfile
           END-IF.
           IF report-open
             CLOSE holadjrptfile
           END-IF.
           IF run-failed
             DISPLAY "HOLADJ FAILED - SEE REPORT" UPON SYSOUT
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "HOLADJ: ", ws-read-count, " READ ",
                     ws-moved-count, " MOVED ",
                     ws-failed-count, " NOT ADJUSTED ",
                     ws-affected-count, " AFFECTED" UPON SYSOUT
             IF ws-failed-count > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
