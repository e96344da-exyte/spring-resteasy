       IDENTIFICATION DIVISION.
       PROGRAM-ID.  'holnotice'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      * Daily closure notices for the branches and client service.
      * For every open office on the location master the batch looks
      * ahead the number of business days given on SYSIN (5 when
      * blank) and announces each closure falling after today and on
      * or before the last of those days: a full closure, an early
      * close (holiday-close-time) or a closure observed on a weekday
      * because the holiday itself falls on the office's day off
      * (holiday-observed-date).  The notices go to holnotice for the
      * e-mail gateway and to the branch bulletin, holntcrpt, grouped
      * by location.
      *
      * A closure is announced once.  When it first comes inside any
      * office's window it is announced to every office it closes,
      * and an NTC record keyed on its holiday-number is left on
      * holctl.  After that it is only announced again, as a
      * correction, when holhist shows it was moved (date, observed
      * date or location), renamed or deleted after the last notice;
      * the NTC record then carries that change's time forward.  The
      * NTC record is only written or brought forward once a notice
      * for the closure is on holnotice, so a run that fails or is
      * cut short leaves the closure to be announced again.
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
           select holctlfile assign to "holctl"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS ctl-key
           file status is holctl-status.
      *
           select holhistfile assign to "holhist"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holhist-status.
      *
           select holnoticefile assign to "holnotice"
           organization is LINE SEQUENTIAL
           file status is holnotice-status.
      *
           select holntcrptfile assign to "holntcrpt"
           organization is LINE SEQUENTIAL
           file status is holntcrpt-status.
      *
           select sort-work-file assign to "holntcwk".
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
       FD holctlfile.
      *
       01 holctl-record.
         05 ctl-key PIC X(10).
         05 ctl-next-holiday-number PIC 9(7).
         05 ctl-data PIC X(24).
      *
       FD holhistfile.
      *
       01 holhist-record.
         05 hist-op-code PIC X(6).
         05 hist-event-date PIC X(21).
         05 hist-old-rec.
           10 hist-old-id PIC 9(7).
           10 hist-old-name PIC X(25).
           10 hist-old-dt PIC X(24).
           10 hist-old-cur-dt PIC X(21).
           10 hist-old-type PIC X(5).
           10 hist-old-loc PIC X(10).
           10 hist-old-obs-dt PIC X(24).
           10 hist-old-ymd PIC 9(8).
           10 hist-old-close PIC X(5).
         05 hist-new-rec.
           10 hist-new-id PIC 9(7).
           10 hist-new-name PIC X(25).
           10 hist-new-dt PIC X(24).
           10 hist-new-cur-dt PIC X(21).
           10 hist-new-type PIC X(5).
           10 hist-new-loc PIC X(10).
           10 hist-new-obs-dt PIC X(24).
           10 hist-new-ymd PIC 9(8).
           10 hist-new-close PIC X(5).
         05 hist-submit-user PIC X(10).
         05 hist-approve-user PIC X(10).
         05 hist-reason PIC X(40).
         05 hist-source PIC X(4).
      *
      * One notice for the e-mail gateway: a NOTICE the first time a
      * closure is announced, a CORRECTION when it has since moved,
      * been renamed or been cancelled.  The WAS fields carry the
      * date and name the office was told before.
      *
       FD holnoticefile.
      *
       01 notice-record.
         05 ntc-notice-type PIC X(10).
         05 ntc-kind PIC X(16).
         05 ntc-loc PIC X(10).
         05 ntc-loc-name PIC X(30).
         05 ntc-ymd PIC 9(8).
         05 ntc-weekday PIC X(9).
         05 ntc-close-time PIC X(5).
         05 ntc-name PIC X(25).
         05 ntc-was-ymd PIC X(8).
         05 ntc-was-name PIC X(25).
         05 ntc-holiday-id PIC 9(7).
         05 ntc-issued PIC X(8).
      *
       FD holntcrptfile.
      *
       01 rpt-line PIC X(132).
      *
       SD sort-work-file.
      *
       01 sort-record.
         05 srt-loc PIC X(10).
         05 srt-ymd PIC 9(8).
         05 srt-name PIC X(25).
         05 srt-notice-type PIC X(10).
         05 srt-kind PIC X(16).
         05 srt-close-time PIC X(5).
         05 srt-was-ymd PIC X(8).
         05 srt-was-name PIC X(25).
         05 srt-holiday-id PIC 9(7).
         05 srt-loc-idx PIC 9(4).
         05 srt-ntc-stamp PIC X(16).
         05 srt-ntc-ymd PIC 9(8).
      *
       WORKING-STORAGE SECTION.
      *
       77 holiday-status pic xx.
       77 holloc-status pic xx.
       77 holctl-status pic xx.
       77 holhist-status pic xx.
       77 holnotice-status pic xx.
       77 holntcrpt-status pic xx.
       77 ws-sysin PIC X(8).
       77 ws-rpt-open-switch PIC X VALUE 'N'.
         88 report-open VALUE 'Y'.
       77 ws-files-open-switch PIC X VALUE 'N'.
         88 files-open VALUE 'Y'.
       77 ws-run-ok-switch PIC X VALUE 'Y'.
         88 run-ok VALUE 'Y'.
         88 run-failed VALUE 'N'.
       77 ws-notice-open-switch PIC X VALUE 'N'.
         88 notice-file-open VALUE 'Y'.
       77 ws-eof-switch PIC X VALUE 'N'.
         88 input-eof VALUE 'Y'.
         88 input-not-eof VALUE 'N'.
       77 ws-sort-switch PIC X VALUE 'N'.
         88 sort-eof VALUE 'Y'.
         88 sort-not-eof VALUE 'N'.
       77 ws-in-window-switch PIC X VALUE 'N'.
         88 IN-WINDOW VALUE 'Y'.
         88 NOT-IN-WINDOW VALUE 'N'.
       77 ws-first-loc-switch PIC X VALUE 'Y'.
         88 first-location VALUE 'Y'.
      *
       77 ws-days-ahead PIC 99.
       77 ws-days-ahead-x PIC XX.
       77 NOTICE-DAYS-DEFAULT PIC 99 VALUE 5.
       77 WINDOW-WALK-MAX PIC S9(4) COMP VALUE 366.
       77 ws-today-ymd PIC 9(8).
       77 ws-today-int PIC S9(9) COMP.
       77 ws-run-stamp PIC X(16).
       77 ws-cand-int PIC S9(9) COMP.
       77 ws-open-count PIC 99.
       77 ws-scan-to PIC 9(8) VALUE 0.
       77 ws-scan-stop PIC 9(8).
      *
       77 ws-hist-read-count PIC 9(7) VALUE 0.
       77 ws-holidays-read PIC 9(7) VALUE 0.
       77 ws-new-count PIC 9(7) VALUE 0.
       77 ws-corr-count PIC 9(7) VALUE 0.
       77 ws-notice-count PIC 9(7) VALUE 0.
       77 ws-warning-count PIC 9(7) VALUE 0.
       77 ws-loc-notice-count PIC 9(7).
      *
      * The open offices, their days off and the last day of their
      * look-ahead window.
      *
       77 LOC-TABLE-MAX PIC 9(4) VALUE 500.
       77 ws-loc-count PIC 9(4) VALUE 0.
       77 ws-loc-idx PIC 9(4).
       01 ws-loc-table.
         05 ws-loc-entry OCCURS 500 TIMES.
           10 ws-tbl-code PIC X(10).
           10 ws-tbl-name PIC X(30).
           10 ws-tbl-off-days PIC X(7).
           10 ws-tbl-window-end PIC 9(8).
      *
      * The NTC record kept on holctl for each closure announced:
      * ctl-key is NTC and the holiday-number, ctl-data the time of
      * the last notice or of the change it last reported, and the
      * closure date the offices were last told.
      *
       01 ws-ntc-key.
         05 FILLER PIC X(3) VALUE 'NTC'.
         05 ws-ntc-key-id PIC 9(7).
       01 ws-ntc-data.
         05 ws-ntc-stamp PIC X(16).
         05 ws-ntc-ymd PIC 9(8).
      *
      * The closure being announced, and what its NTC record is to
      * hold once the notice has gone out.
      *
       77 ws-closure-ymd PIC 9(8).
       77 ws-closure-loc PIC X(10).
       77 ws-closure-alt-loc PIC X(10).
       77 ws-notice-type PIC X(10).
       77 ws-notice-kind PIC X(16).
       77 ws-notice-name PIC X(25).
       77 ws-notice-close PIC X(5).
       77 ws-notice-was-ymd PIC X(8).
       77 ws-notice-was-name PIC X(25).
       77 ws-notice-id PIC 9(7).
       77 ws-notice-stamp PIC X(16).
       77 ws-was-closure-ymd PIC 9(8).
       77 ws-check-loc PIC X(10).
       77 ws-applies-switch PIC X VALUE 'N'.
         88 LOC-APPLIES VALUE 'Y'.
         88 LOC-NOT-APPLIES VALUE 'N'.
      *
      * A holiday date as it is held on file, day and month names
      * included, turned into YYYYMMDD; ws-conv-ymd is left alone
      * when the date cannot be read.
      *
       01 ws-conv-dt.
         05 ws-conv-wkday PIC X(9).
         05 ws-conv-mon PIC X(9).
         05 ws-conv-day PIC XX.
         05 ws-conv-yr PIC X(4).
       77 ws-conv-ymd PIC 9(8).
       77 ws-conv-day-n PIC 99.
       77 ws-conv-yr-n PIC 9(4).
       77 ws-month-num PIC 99.
      *
       77 DEFAULT-OFF-DAYS PIC X(7) VALUE 'NNNNNYY'.
       01 ws-weekend-days PIC X(7) VALUE 'NNNNNYY'.
       01 ws-weekend-days-r REDEFINES ws-weekend-days.
           05 ws-weekend-day PIC X OCCURS 7 TIMES.
       77 ws-obs-offset PIC S9 COMP.
       77 ws-next-dow PIC 9.
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
      *
       77 WS-OBS-INTEGER PIC S9(9) COMP.
       77 WS-OBS-YYYYMMDD PIC 9(8).
      *
       01 rpt-heading-1.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(27) VALUE 'BRANCH CLOSURE BULLETIN - '.
         05 rpt-hdg-days PIC Z9.
         05 FILLER PIC X(29) VALUE ' BUSINESS DAYS AHEAD OF '.
         05 rpt-hdg-today PIC 9(8).
      *
       01 rpt-loc-heading.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(9)  VALUE 'LOCATION '.
         05 rpt-loc-code PIC X(10).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-loc-name PIC X(30).
         05 FILLER PIC X(15) VALUE ' WINDOW TO '.
         05 rpt-loc-window PIC 9(8).
      *
       01 rpt-ntc-heading.
         05 FILLER PIC X(3)  VALUE SPACES.
         05 FILLER PIC X(19) VALUE 'DATE'.
         05 FILLER PIC X(17) VALUE 'CLOSURE'.
         05 FILLER PIC X(26) VALUE 'HOLIDAY'.
         05 FILLER PIC X(6)  VALUE 'CLOSE'.
         05 FILLER PIC X(20) VALUE 'NOTE'.
      *
       01 rpt-ntc-line.
         05 FILLER PIC X(3)  VALUE SPACES.
         05 rpt-ntc-ymd      PIC 9(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ntc-weekday  PIC X(9).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ntc-kind     PIC X(16).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ntc-name     PIC X(25).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ntc-close    PIC X(5).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ntc-note     PIC X(42).
      *
       01 rpt-loc-total-line.
         05 FILLER PIC X(3)  VALUE SPACES.
         05 FILLER PIC X(9)  VALUE 'NOTICES '.
         05 rpt-loc-total    PIC ZZZZZZ9.
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
           ACCEPT ws-sysin FROM SYSIN.
           PERFORM INITIALIZE-NOTICES.
           IF files-open
             PERFORM LOAD-LOCATIONS
           END-IF.
           IF files-open AND run-ok
             SORT sort-work-file
               ON ASCENDING KEY srt-loc srt-ymd srt-name
               INPUT PROCEDURE IS GATHER-NOTICES
               OUTPUT PROCEDURE IS ISSUE-NOTICES
           END-IF.
           IF files-open
             PERFORM PRINT-TOTALS
             PERFORM PRINT-VERDICT
           END-IF.
           PERFORM TERMINATE-NOTICES.
           STOP RUN.
      *
       INITIALIZE-NOTICES.
           MOVE FUNCTION CURRENT-DATE(1:16) TO ws-run-stamp.
           MOVE ws-run-stamp(1:8) TO ws-today-ymd.
           COMPUTE ws-today-int =
               FUNCTION INTEGER-OF-DATE(ws-today-ymd).
           MOVE ws-sysin(1:2) TO ws-days-ahead-x.
           IF ws-days-ahead-x(2:1) = SPACE
              AND ws-days-ahead-x(1:1) NOT = SPACE
             MOVE ws-days-ahead-x(1:1) TO ws-days-ahead-x(2:1)
             MOVE '0' TO ws-days-ahead-x(1:1)
           END-IF.
           OPEN OUTPUT holntcrptfile.
           IF holntcrpt-status NOT = "00"
             DISPLAY "HOLNTCRPT OPEN FAILED: ", holntcrpt-status
                                                     UPON SYSERR
             SET run-failed TO TRUE
           ELSE
             SET report-open TO TRUE
             IF ws-days-ahead-x = "00" OR ws-days-ahead-x = SPACES
               MOVE NOTICE-DAYS-DEFAULT TO ws-days-ahead
             ELSE
             IF ws-days-ahead-x NUMERIC
               MOVE ws-days-ahead-x TO ws-days-ahead
             ELSE
               MOVE 0 TO ws-days-ahead
             END-IF
             END-IF
             MOVE ws-days-ahead TO rpt-hdg-days
             MOVE ws-today-ymd TO rpt-hdg-today
             WRITE rpt-line FROM rpt-heading-1
             WRITE rpt-line FROM SPACES
             IF ws-days-ahead = 0
               MOVE "INVALID SYSIN - GIVE THE BUSINESS DAYS AHEAD, 1-99"
                 TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             ELSE
               PERFORM OPEN-NOTICE-FILES
             END-IF
           END-IF.
      *
       OPEN-NOTICE-FILES.
           OPEN INPUT holidaysIX
           IF holiday-status NOT = "00"
             MOVE "HOLIDAYSIX OPEN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             OPEN INPUT hollocfile
             IF holloc-status NOT = "00"
               MOVE "HOLLOC OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
               CLOSE holidaysIX
             ELSE
               OPEN I-O holctlfile
               IF holctl-status = "35"
                 OPEN OUTPUT holctlfile
                 CLOSE holctlfile
                 OPEN I-O holctlfile
               END-IF
               IF holctl-status NOT = "00"
                 MOVE "HOLCTL OPEN FAILED" TO rpt-message
                 WRITE rpt-line FROM rpt-message-line
                 SET run-failed TO TRUE
                 CLOSE holidaysIX
                 CLOSE hollocfile
               ELSE
                 OPEN OUTPUT holnoticefile
                 IF holnotice-status NOT = "00"
                   MOVE "HOLNOTICE OPEN FAILED" TO rpt-message
                   WRITE rpt-line FROM rpt-message-line
                   SET run-failed TO TRUE
                   CLOSE holidaysIX
                   CLOSE hollocfile
                   CLOSE holctlfile
                 ELSE
                   SET notice-file-open TO TRUE
                   SET files-open TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * Every open office, and the day its window ends: the last of
      * the next N days it is open, early-close days included.
      *
       LOAD-LOCATIONS.
           MOVE LOW-VALUES TO loc-code
           START hollocfile KEY IS NOT LESS THAN loc-code
           IF holloc-status NOT = "00"
             SET input-eof TO TRUE
           ELSE
             SET input-not-eof TO TRUE
           END-IF
           PERFORM LOAD-ONE-LOCATION
             UNTIL input-eof
                OR run-failed
           IF run-ok AND ws-loc-count = 0
             MOVE "NO OPEN LOCATIONS ON HOLLOC - NOTHING ANNOUNCED"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           END-IF
           IF run-ok
             PERFORM COMPUTE-LOC-WINDOW
               VARYING ws-loc-idx FROM 1 BY 1
               UNTIL ws-loc-idx > ws-loc-count
             COMPUTE WS-INTEGER-DATE =
                 FUNCTION INTEGER-OF-DATE(ws-scan-to) + 1
             COMPUTE ws-scan-stop =
                 FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE)
           END-IF.
      *
       LOAD-ONE-LOCATION.
           READ hollocfile NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               IF LOC-ACTIVE
                 IF ws-loc-count < LOC-TABLE-MAX
                   ADD 1 TO ws-loc-count
                   MOVE loc-code TO ws-tbl-code(ws-loc-count)
                   MOVE loc-name TO ws-tbl-name(ws-loc-count)
                   MOVE loc-off-days TO ws-tbl-off-days(ws-loc-count)
                   IF loc-off-days = SPACES
                     MOVE DEFAULT-OFF-DAYS
                       TO ws-tbl-off-days(ws-loc-count)
                   END-IF
                 ELSE
                   MOVE "LOCATION TABLE FULL - RUN FAILED"
                     TO rpt-message
                   WRITE rpt-line FROM rpt-message-line
                   SET run-failed TO TRUE
                 END-IF
               END-IF
           END-READ.
      *
       COMPUTE-LOC-WINDOW.
           MOVE ws-tbl-code(ws-loc-idx) TO WS-BUS-LOC
           MOVE ws-tbl-off-days(ws-loc-idx) TO ws-weekend-days
           MOVE 0 TO ws-open-count
           MOVE ws-today-int TO ws-cand-int
           PERFORM WALK-WINDOW-DAY
             UNTIL ws-open-count >= ws-days-ahead
                OR ws-cand-int >= ws-today-int + WINDOW-WALK-MAX
           MOVE WS-YYYYMMDD TO ws-tbl-window-end(ws-loc-idx)
           IF WS-YYYYMMDD > ws-scan-to
             MOVE WS-YYYYMMDD TO ws-scan-to
           END-IF.
      *
       WALK-WINDOW-DAY.
           ADD 1 TO ws-cand-int
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
             ADD 1 TO ws-open-count
           END-IF.
      *
      * Corrections are found first, so that a closure announced
      * today is not taken for one that changed after its notice.
      *
       GATHER-NOTICES.
           PERFORM FIND-CORRECTIONS
           PERFORM FIND-NEW-CLOSURES.
      *
       FIND-CORRECTIONS.
           OPEN INPUT holhistfile
           IF holhist-status NOT = "00"
             MOVE "HOLHIST NOT AVAILABLE - CORRECTIONS NOT CHECKED"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             ADD 1 TO ws-warning-count
           ELSE
             SET input-not-eof TO TRUE
             PERFORM CHECK-ONE-HISTORY-EVENT
               UNTIL input-eof
             CLOSE holhistfile
           END-IF.
      *
      * Only a change that went through counts; the PUTERR, DELERR
      * and RENERR images of failed updates are passed over, as is a
      * PUTHOL that left the date, observed date and office alone.
      *
       CHECK-ONE-HISTORY-EVENT.
           READ holhistfile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-hist-read-count
               MOVE SPACES TO ws-notice-kind
               EVALUATE hist-op-code
                 WHEN "DELHOL"
                   MOVE "CANCELLED" TO ws-notice-kind
                 WHEN "RENHOL"
                   MOVE "RENAMED" TO ws-notice-kind
                 WHEN "PUTHOL"
                   IF hist-old-ymd NOT = hist-new-ymd
                      OR hist-old-obs-dt NOT = hist-new-obs-dt
                      OR hist-old-loc NOT = hist-new-loc
                     MOVE "MOVED" TO ws-notice-kind
                   END-IF
               END-EVALUATE
               IF ws-notice-kind NOT = SPACES
                 PERFORM CHECK-ANNOUNCED-CHANGE
               END-IF
           END-READ.
      *
       CHECK-ANNOUNCED-CHANGE.
           MOVE hist-old-id TO ws-ntc-key-id
           MOVE ws-ntc-key TO ctl-key
           READ holctlfile KEY IS ctl-key
           IF holctl-status = "00"
             MOVE ctl-data TO ws-ntc-data
             IF hist-event-date(1:16) > ws-ntc-stamp
               PERFORM ANNOUNCE-CORRECTION
             END-IF
           END-IF.
      *
      * The correction goes to every office either the old or the new
      * image closes, so an office a closure was moved away from is
      * told as well.  A change to a closure that is over, before and
      * after, is not announced.
      *
       ANNOUNCE-CORRECTION.
           MOVE "CORRECTION" TO ws-notice-type
           MOVE hist-old-id TO ws-notice-id
           MOVE hist-event-date(1:16) TO ws-notice-stamp
           MOVE hist-old-obs-dt TO ws-conv-dt
           MOVE hist-old-ymd TO ws-conv-ymd
           PERFORM CONVERT-HOLIDAY-DATE
           MOVE ws-conv-ymd TO ws-was-closure-ymd
           IF hist-op-code = "DELHOL"
             MOVE ws-was-closure-ymd TO ws-closure-ymd
             MOVE hist-old-name TO ws-notice-name
             MOVE hist-old-close TO ws-notice-close
             MOVE hist-old-loc TO ws-closure-loc
             MOVE hist-old-loc TO ws-closure-alt-loc
             MOVE SPACES TO ws-notice-was-ymd
             MOVE SPACES TO ws-notice-was-name
           ELSE
             MOVE hist-new-obs-dt TO ws-conv-dt
             MOVE hist-new-ymd TO ws-conv-ymd
             PERFORM CONVERT-HOLIDAY-DATE
             MOVE ws-conv-ymd TO ws-closure-ymd
             MOVE hist-new-name TO ws-notice-name
             MOVE hist-new-close TO ws-notice-close
             MOVE hist-new-loc TO ws-closure-loc
             MOVE hist-old-loc TO ws-closure-alt-loc
             MOVE SPACES TO ws-notice-was-ymd
             MOVE SPACES TO ws-notice-was-name
             IF ws-was-closure-ymd NOT = ws-closure-ymd
               MOVE ws-was-closure-ymd TO ws-notice-was-ymd
             END-IF
             IF hist-old-name NOT = hist-new-name
               MOVE hist-old-name TO ws-notice-was-name
             END-IF
           END-IF
           IF ws-closure-ymd > ws-today-ymd
              OR ws-was-closure-ymd > ws-today-ymd
             ADD 1 TO ws-corr-count
             PERFORM RELEASE-FOR-EACH-OFFICE
           END-IF.
      *
      * Holidays are read in date order from today to the day after
      * the furthest window, as a closure can be observed a day
      * either side of the holiday itself.
      *
       FIND-NEW-CLOSURES.
           MOVE ws-today-ymd TO holiday-ymd
           START holidaysIX KEY IS NOT LESS THAN holiday-ymd
           IF holiday-status NOT = "00"
             SET input-eof TO TRUE
           ELSE
             SET input-not-eof TO TRUE
           END-IF
           PERFORM CHECK-ONE-HOLIDAY
             UNTIL input-eof.
      *
       CHECK-ONE-HOLIDAY.
           READ holidaysIX NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               IF holiday-ymd > ws-scan-stop
                 SET input-eof TO TRUE
               ELSE
                 ADD 1 TO ws-holidays-read
                 MOVE holiday-observed-date TO ws-conv-dt
                 MOVE holiday-ymd TO ws-conv-ymd
                 PERFORM CONVERT-HOLIDAY-DATE
                 MOVE ws-conv-ymd TO ws-closure-ymd
                 MOVE holiday-location TO ws-closure-loc
                 MOVE holiday-location TO ws-closure-alt-loc
                 SET NOT-IN-WINDOW TO TRUE
                 IF ws-closure-ymd > ws-today-ymd
                   PERFORM CHECK-OFFICE-WINDOW
                     VARYING ws-loc-idx FROM 1 BY 1
                     UNTIL ws-loc-idx > ws-loc-count
                        OR IN-WINDOW
                 END-IF
                 IF IN-WINDOW
                   MOVE holiday-number TO ws-ntc-key-id
                   MOVE ws-ntc-key TO ctl-key
                   READ holctlfile KEY IS ctl-key
                   IF holctl-status NOT = "00"
                     PERFORM ANNOUNCE-NEW-CLOSURE
                   END-IF
                 END-IF
               END-IF
           END-READ.
      *
       CHECK-OFFICE-WINDOW.
           MOVE ws-tbl-code(ws-loc-idx) TO ws-check-loc
           PERFORM CHECK-OFFICE-APPLIES
           IF LOC-APPLIES
              AND ws-closure-ymd <= ws-tbl-window-end(ws-loc-idx)
             SET IN-WINDOW TO TRUE
           END-IF.
      *
       ANNOUNCE-NEW-CLOSURE.
           ADD 1 TO ws-new-count
           MOVE "NOTICE" TO ws-notice-type
           MOVE holiday-number TO ws-notice-id
           MOVE ws-run-stamp TO ws-notice-stamp
           MOVE holiday-name TO ws-notice-name
           MOVE holiday-close-time TO ws-notice-close
           MOVE SPACES TO ws-notice-was-ymd ws-notice-was-name
           IF holiday-close-time NOT = SPACES
             MOVE "EARLY CLOSE" TO ws-notice-kind
           ELSE
           IF ws-closure-ymd NOT = holiday-ymd
             MOVE "WEEKEND OBSERVED" TO ws-notice-kind
           ELSE
             MOVE "FULL CLOSURE" TO ws-notice-kind
           END-IF
           END-IF
           PERFORM RELEASE-FOR-EACH-OFFICE.
      *
       RELEASE-FOR-EACH-OFFICE.
           PERFORM RELEASE-ONE-OFFICE
             VARYING ws-loc-idx FROM 1 BY 1
             UNTIL ws-loc-idx > ws-loc-count.
      *
       RELEASE-ONE-OFFICE.
           MOVE ws-tbl-code(ws-loc-idx) TO ws-check-loc
           PERFORM CHECK-OFFICE-APPLIES
           IF LOC-APPLIES
             MOVE ws-tbl-code(ws-loc-idx) TO srt-loc
             MOVE ws-closure-ymd TO srt-ymd
             MOVE ws-notice-name TO srt-name
             MOVE ws-notice-type TO srt-notice-type
             MOVE ws-notice-kind TO srt-kind
             MOVE ws-notice-close TO srt-close-time
             MOVE ws-notice-was-ymd TO srt-was-ymd
             MOVE ws-notice-was-name TO srt-was-name
             MOVE ws-notice-id TO srt-holiday-id
             MOVE ws-loc-idx TO srt-loc-idx
             MOVE ws-notice-stamp TO srt-ntc-stamp
             MOVE ws-closure-ymd TO srt-ntc-ymd
             RELEASE sort-record
           END-IF.
      *
      * ALL, or no location at all, closes every office.  The second
      * location is where a moved closure used to be, and is the same
      * as the first otherwise.
      *
       CHECK-OFFICE-APPLIES.
           IF ws-closure-loc = 'ALL'
              OR ws-closure-loc = SPACES
              OR ws-closure-loc = ws-check-loc
              OR ws-closure-alt-loc = 'ALL'
              OR ws-closure-alt-loc = SPACES
              OR ws-closure-alt-loc = ws-check-loc
             SET LOC-APPLIES TO TRUE
           ELSE
             SET LOC-NOT-APPLIES TO TRUE
           END-IF.
      *
       CONVERT-HOLIDAY-DATE.
           SET WS-MONTH-IDX TO 1
           SEARCH WS-MONTH-ENTRY
             AT END
               MOVE 0 TO ws-month-num
             WHEN WS-MONTH-ENTRY(WS-MONTH-IDX) = ws-conv-mon
               SET ws-month-num TO WS-MONTH-IDX
           END-SEARCH
           IF ws-month-num NOT = 0
              AND ws-conv-day NUMERIC
              AND ws-conv-yr NUMERIC
             MOVE ws-conv-day TO ws-conv-day-n
             MOVE ws-conv-yr TO ws-conv-yr-n
             COMPUTE ws-conv-ymd = ws-conv-yr-n * 10000
                 + ws-month-num * 100 + ws-conv-day-n
           END-IF.
      *
       ISSUE-NOTICES.
           SET sort-not-eof TO TRUE
           PERFORM RETURN-NEXT-NOTICE
           IF sort-eof
             MOVE "NO CLOSURES TO ANNOUNCE" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
           END-IF
           PERFORM ISSUE-ONE-NOTICE
             UNTIL sort-eof
           IF NOT first-location
             PERFORM PRINT-LOCATION-TOTAL
           END-IF.
      *
       RETURN-NEXT-NOTICE.
           RETURN sort-work-file
             AT END
               SET sort-eof TO TRUE
           END-RETURN.
      *
       ISSUE-ONE-NOTICE.
           IF first-location OR srt-loc NOT = rpt-loc-code
             IF NOT first-location
               PERFORM PRINT-LOCATION-TOTAL
             END-IF
             MOVE 'N' TO ws-first-loc-switch
             MOVE 0 TO ws-loc-notice-count
             MOVE srt-loc TO rpt-loc-code
             MOVE ws-tbl-name(srt-loc-idx) TO rpt-loc-name
             MOVE ws-tbl-window-end(srt-loc-idx) TO rpt-loc-window
             WRITE rpt-line FROM rpt-loc-heading
             WRITE rpt-line FROM rpt-ntc-heading
           END-IF
           MOVE srt-ymd TO WS-YYYYMMDD
           COMPUTE WS-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
           COMPUTE WS-DOW-REMAINDER =
               FUNCTION MOD(WS-INTEGER-DATE, 7)
           IF WS-DOW-REMAINDER = 0
             MOVE 7 TO WS-DOW-REMAINDER
           END-IF
           MOVE srt-notice-type TO ntc-notice-type
           MOVE srt-kind TO ntc-kind
           MOVE srt-loc TO ntc-loc
           MOVE ws-tbl-name(srt-loc-idx) TO ntc-loc-name
           MOVE srt-ymd TO ntc-ymd
           MOVE WS-DOW-ENTRY(WS-DOW-REMAINDER) TO ntc-weekday
           MOVE srt-close-time TO ntc-close-time
           MOVE srt-name TO ntc-name
           MOVE srt-was-ymd TO ntc-was-ymd
           MOVE srt-was-name TO ntc-was-name
           MOVE srt-holiday-id TO ntc-holiday-id
           MOVE ws-today-ymd TO ntc-issued
           WRITE notice-record
           IF holnotice-status NOT = "00"
             DISPLAY "HOLNOTICE WRITE FAILED: ", holnotice-status
                                                     UPON SYSERR
             SET run-failed TO TRUE
             PERFORM PRINT-NOTICE-LINE
           ELSE
             ADD 1 TO ws-notice-count ws-loc-notice-count
             PERFORM PRINT-NOTICE-LINE
             IF run-ok
               PERFORM RECORD-NOTICE-SENT
             END-IF
           END-IF
           PERFORM RETURN-NEXT-NOTICE.
      *
      * The closure's first notice out this run writes its NTC record,
      * or brings it forward to the change just reported; the notices
      * to the other offices it closes find it already there.  Once a
      * notice has failed to go out nothing more is recorded.  A
      * record that cannot be written is listed under the notice
      * just printed, as that closure will go out again next run.
      *
       RECORD-NOTICE-SENT.
           MOVE srt-holiday-id TO ws-ntc-key-id
           MOVE ws-ntc-key TO ctl-key
           READ holctlfile KEY IS ctl-key
           IF holctl-status = "00"
             MOVE ctl-data TO ws-ntc-data
             IF srt-ntc-stamp > ws-ntc-stamp
               MOVE srt-ntc-stamp TO ws-ntc-stamp
               MOVE srt-ntc-ymd TO ws-ntc-ymd
               MOVE ws-ntc-data TO ctl-data
               REWRITE holctl-record
               IF holctl-status NOT = "00"
                 DISPLAY "HOLCTL REWRITE FAILED: ", holctl-status,
                         " KEY=", ctl-key UPON SYSERR
                 PERFORM REPORT-NOTICE-NOT-RECORDED
               END-IF
             END-IF
           ELSE
             MOVE SPACES TO holctl-record
             MOVE ws-ntc-key TO ctl-key
             MOVE 0 TO ctl-next-holiday-number
             MOVE srt-ntc-stamp TO ws-ntc-stamp
             MOVE srt-ntc-ymd TO ws-ntc-ymd
             MOVE ws-ntc-data TO ctl-data
             WRITE holctl-record
             IF holctl-status NOT = "00"
               DISPLAY "HOLCTL WRITE FAILED: ", holctl-status,
                       " KEY=", ctl-key UPON SYSERR
               PERFORM REPORT-NOTICE-NOT-RECORDED
             END-IF
           END-IF.
      *
       REPORT-NOTICE-NOT-RECORDED.
           MOVE SPACES TO rpt-message
           STRING "ID " DELIMITED BY SIZE
                  srt-holiday-id DELIMITED BY SIZE
                  " NOT RECORDED, STATUS " DELIMITED BY SIZE
                  holctl-status DELIMITED BY SIZE
                  " - WILL BE RE-ANNOUNCED" DELIMITED BY SIZE
                  INTO rpt-message
           WRITE rpt-line FROM rpt-message-line
           ADD 1 TO ws-warning-count.
      *
       PRINT-NOTICE-LINE.
           MOVE srt-ymd TO rpt-ntc-ymd
           MOVE WS-DOW-ENTRY(WS-DOW-REMAINDER) TO rpt-ntc-weekday
           MOVE srt-kind TO rpt-ntc-kind
           MOVE srt-name TO rpt-ntc-name
           MOVE srt-close-time TO rpt-ntc-close
           MOVE SPACES TO rpt-ntc-note
           IF srt-notice-type = "CORRECTION"
             IF srt-was-ymd NOT = SPACES
               STRING "CORRECTION - WAS " DELIMITED BY SIZE
                      srt-was-ymd DELIMITED BY SIZE
                      INTO rpt-ntc-note
             ELSE
             IF srt-was-name NOT = SPACES
               STRING "CORRECTION - WAS " DELIMITED BY SIZE
                      srt-was-name DELIMITED BY "  "
                      INTO rpt-ntc-note
             ELSE
               MOVE "CORRECTION" TO rpt-ntc-note
             END-IF
             END-IF
           END-IF
           WRITE rpt-line FROM rpt-ntc-line.
      *
       PRINT-LOCATION-TOTAL.
           MOVE ws-loc-notice-count TO rpt-loc-total
           WRITE rpt-line FROM rpt-loc-total-line
           WRITE rpt-line FROM SPACES.
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
           COMPUTE ws-next-dow = FUNCTION MOD(WS-DOW-REMAINDER, 7) + 1
           IF ws-weekend-day(ws-next-dow) = 'Y'
             MOVE 1 TO ws-obs-offset
             PERFORM CHECK-OBSERVED-DAY
           END-IF
           COMPUTE ws-next-dow =
               FUNCTION MOD(WS-DOW-REMAINDER + 5, 7) + 1
           IF WS-BUS-REASON = SPACES
              AND ws-weekend-day(ws-next-dow) = 'Y'
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
           MOVE "OPEN LOCATIONS          " TO rpt-total-text.
           MOVE ws-loc-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "HISTORY EVENTS READ     " TO rpt-total-text.
           MOVE ws-hist-read-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "HOLIDAYS LOOKED AT      " TO rpt-total-text.
           MOVE ws-holidays-read TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "CLOSURES ANNOUNCED      " TO rpt-total-text.
           MOVE ws-new-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "CORRECTIONS ANNOUNCED   " TO rpt-total-text.
           MOVE ws-corr-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "NOTICES WRITTEN         " TO rpt-total-text.
           MOVE ws-notice-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
      *
       PRINT-VERDICT.
           WRITE rpt-line FROM SPACES.
           IF run-failed
             MOVE "HOLNOTICE FAILED - SEE ABOVE" TO rpt-message
           ELSE
             IF ws-warning-count > 0
               MOVE "NOTICES ISSUED WITH WARNINGS - SEE ABOVE"
                 TO rpt-message
             ELSE
               MOVE "NOTICES ISSUED" TO rpt-message
             END-IF
           END-IF.
           WRITE rpt-line FROM rpt-message-line.
      *
       TERMINATE-NOTICES.
           IF files-open
             CLOSE holidaysIX
             CLOSE hollocfile
             CLOSE holctlfile
           END-IF.
           IF notice-file-open
             CLOSE holnoticefile
           END-IF.
           IF report-open
             CLOSE holntcrptfile
           END-IF.
           IF run-failed
             DISPLAY "HOLNOTICE FAILED - SEE REPORT" UPON SYSOUT
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "HOLNOTICE: ", ws-new-count, " ANNOUNCED ",
                     ws-corr-count, " CORRECTIONS ",
                     ws-notice-count, " NOTICES" UPON SYSOUT
             IF ws-warning-count > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
