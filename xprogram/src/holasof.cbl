       IDENTIFICATION DIVISION.
       PROGRAM-ID.  'holasof'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      * As-of reconstruction of the holiday calendar, for settlement
      * date disputes: what did the calendar say on the day the
      * trade was booked?  The current holidaysIX is copied to
      * holasofIX (same layout and keys), and every ADDHOL, PUTHOL,
      * DELHOL and RENHOL on holhist dated after the as-of date is
      * undone there, latest first, from its before image.  Changes
      * older than the holarch retention cutoff live in the archive,
      * so the dated archive the operator has copied to holhistarch
      * is read ahead of holhist when it is there.  The rebuilt
      * calendar is printed in date order, and holasofIX is left in
      * place for any later look-up against it.
      *
      * SYSIN: YYYYMMDD, the as-of date, then in any order
      *   W - also write the rebuilt calendar to holasofout in the
      *       holidaysIX record layout;
      *   Q - answer the business-day questions on holasofq (one
      *       YYYYMMDD date and a location per line) against the
      *       rebuilt calendar, the way isbusinessday would have.
      *
           select holidaysIX assign to "holidaysIX"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS cur-holiday-name
           ALTERNATE KEY IS cur-holiday-date with DUPLICATES
           ALTERNATE RECORD KEY IS cur-day-key =
                   cur-the-day, cur-the-month, cur-the-year
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS cur-holiday-ymd WITH DUPLICATES
           file status is holiday-status.
      *
           select holasofIX assign to "holasofIX"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS HOLIDAY-NAME
           ALTERNATE KEY IS HOLIDAY-DATE with DUPLICATES
           ALTERNATE RECORD KEY IS day-key =
                   the-day, the-month, the-year WITH DUPLICATES
           ALTERNATE RECORD KEY IS holiday-ymd WITH DUPLICATES
           file status is holasof-status.
      *
           select holhistfile assign to "holhist"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holhist-status.
      *
           select holarchfile assign to "holhistarch"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holarch-status.
      *
           select hollocfile assign to "holloc"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS loc-code
           file status is holloc-status.
      *
           select holasofoutfile assign to "holasofout"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holasofout-status.
      *
           select holasofqfile assign to "holasofq"
           organization is LINE SEQUENTIAL
           file status is holasofq-status.
      *
           select holasofrptfile assign to "holasofrpt"
           organization is LINE SEQUENTIAL
           file status is holasofrpt-status.
      *
           select sort-work-file assign to "holasofwk".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD holidaysIX.
      *
       01 cur-holiday-record.
         05 cur-holiday-number  PIC 9(7).
         05 cur-holiday-name PIC X(25).
         05 cur-holiday-date.
             10 cur-week-day  PIC X(9).
             10 cur-the-month pic X(9).
             10 cur-the-day   pic 99.
             10 cur-the-year  pic XXXX.
         05 cur-holiday-current-date PIC X(21).
         05 cur-holiday-type  PIC X(5).
         05 cur-holiday-location PIC X(10).
         05 cur-holiday-observed-date PIC X(24).
         05 cur-holiday-ymd PIC 9(8).
         05 cur-holiday-close-time PIC X(5).
      *
       FD holasofIX.
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
       FD holhistfile.
      *
       01 holhist-record PIC X(349).
      *
       FD holarchfile.
      *
       01 holarch-record PIC X(349).
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
       FD holasofoutfile.
      *
       01 holasofout-record PIC X(129).
      *
       FD holasofqfile.
      *
       01 asof-q-record.
         05 q-ymd PIC X(8).
         05 FILLER PIC X.
         05 q-loc PIC X(10).
      *
       FD holasofrptfile.
      *
       01 rpt-line PIC X(100).
      *
       SD sort-work-file.
      *
       01 sort-record.
         05 sort-hist-seq PIC 9(9).
         05 sort-hist-image PIC X(349).
      *
       WORKING-STORAGE SECTION.
      *
       77 holiday-status pic xx.
       77 holasof-status pic xx.
       77 holhist-status pic xx.
       77 holarch-status pic xx.
       77 holloc-status pic xx.
       77 holasofout-status pic xx.
       77 holasofq-status pic xx.
       77 holasofrpt-status pic xx.
       77 ws-rpt-open-switch PIC X VALUE 'N'.
         88 report-open VALUE 'Y'.
       77 ws-files-open-switch PIC X VALUE 'N'.
         88 files-open VALUE 'Y'.
       77 ws-run-ok-switch PIC X VALUE 'Y'.
         88 run-ok VALUE 'Y'.
         88 run-failed VALUE 'N'.
       77 ws-holloc-switch PIC X VALUE 'N'.
         88 holloc-avail VALUE 'Y'.
       77 ws-eof-switch PIC X VALUE 'N'.
         88 input-eof VALUE 'Y'.
         88 input-not-eof VALUE 'N'.
       77 ws-sort-switch PIC X VALUE 'N'.
         88 sort-eof VALUE 'Y'.
         88 sort-not-eof VALUE 'N'.
       77 ws-first-event-switch PIC X VALUE 'Y'.
         88 first-event VALUE 'Y'.
       77 ws-undo-result PIC X(20).
      *
       01 ws-asof-parm.
         05 ws-asof-ymd PIC X(8).
         05 FILLER PIC X.
         05 ws-asof-options PIC X(2).
       77 ws-asof-date PIC 9(8).
       77 ws-write-count PIC 99.
       77 ws-question-count PIC 99.
       77 ws-first-event-date PIC X(8) VALUE SPACES.
      *
       77 ws-current-count PIC 9(7) VALUE 0.
       77 ws-hist-read-count PIC 9(7) VALUE 0.
       77 ws-arch-read-count PIC 9(7) VALUE 0.
       77 ws-later-count PIC 9(7) VALUE 0.
       77 ws-undone-count PIC 9(7) VALUE 0.
       77 ws-exception-count PIC 9(7) VALUE 0.
       77 ws-ignored-count PIC 9(7) VALUE 0.
       77 ws-asof-count PIC 9(7) VALUE 0.
       77 ws-out-count PIC 9(7) VALUE 0.
       77 ws-answer-count PIC 9(7) VALUE 0.
       77 ws-hist-seq PIC 9(9) VALUE 0.
      *
      * The holhist image being released or undone, in the live
      * layout; the audit fields are not needed here.
      *
       01 ws-hist-image.
         05 hist-op-code PIC X(6).
         05 hist-event-date PIC X(21).
         05 hist-old-rec PIC X(129).
         05 hist-new-rec PIC X(129).
         05 FILLER PIC X(64).
       01 ws-hist-names.
         05 ws-old-name PIC X(25).
         05 ws-new-name PIC X(25).
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
         05 FILLER PIC X(30) VALUE 'HOLIDAY CALENDAR AS OF '.
         05 rpt-hdg-asof PIC X(8).
      *
       01 rpt-undo-heading.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(7)  VALUE 'ACTION'.
         05 FILLER PIC X(9)  VALUE 'DATED'.
         05 FILLER PIC X(26) VALUE 'HOLIDAY (NOW)'.
         05 FILLER PIC X(26) VALUE 'HOLIDAY (AS OF)'.
         05 FILLER PIC X(20) VALUE 'RESULT'.
      *
       01 rpt-undo-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-undo-op      PIC X(6).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-undo-date    PIC X(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-undo-now     PIC X(25).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-undo-then    PIC X(25).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-undo-result  PIC X(20).
      *
       01 rpt-cal-heading.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(9)  VALUE 'DATE'.
         05 FILLER PIC X(10) VALUE 'WEEKDAY'.
         05 FILLER PIC X(26) VALUE 'HOLIDAY'.
         05 FILLER PIC X(6)  VALUE 'TYPE'.
         05 FILLER PIC X(11) VALUE 'LOCATION'.
         05 FILLER PIC X(18) VALUE 'OBSERVED'.
         05 FILLER PIC X(5)  VALUE 'CLOSE'.
      *
       01 rpt-cal-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-cal-ymd      PIC 9(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-cal-wkday    PIC X(9).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-cal-name     PIC X(25).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-cal-type     PIC X(5).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-cal-loc      PIC X(10).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-cal-obs-day  PIC 99.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-cal-obs-mon  PIC X(9).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-cal-obs-yr   PIC X(4).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-cal-close    PIC X(5).
      *
       01 rpt-answer-heading.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(9)  VALUE 'DATE'.
         05 FILLER PIC X(11) VALUE 'LOCATION'.
         05 FILLER PIC X(10) VALUE 'WEEKDAY'.
         05 FILLER PIC X(7)  VALUE 'OPEN'.
         05 FILLER PIC X(26) VALUE 'REASON'.
         05 FILLER PIC X(5)  VALUE 'CLOSE'.
      *
       01 rpt-answer-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ans-ymd      PIC X(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ans-loc      PIC X(10).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ans-wkday    PIC X(9).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ans-answer   PIC X(6).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ans-reason   PIC X(25).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ans-close    PIC X(5).
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
           ACCEPT ws-asof-parm FROM SYSIN.
           PERFORM INITIALIZE-ASOF.
           IF files-open
             PERFORM COPY-CURRENT-CALENDAR
             IF run-ok
               PERFORM UNDO-LATER-CHANGES
             END-IF
             IF run-ok
               PERFORM PRINT-ASOF-CALENDAR
             END-IF
             IF run-ok AND ws-question-count > 0
               PERFORM ANSWER-QUESTIONS
             END-IF
             PERFORM PRINT-TOTALS
             PERFORM PRINT-VERDICT
           END-IF.
           PERFORM TERMINATE-ASOF.
           STOP RUN.
      *
       INITIALIZE-ASOF.
           OPEN OUTPUT holasofrptfile.
           IF holasofrpt-status NOT = "00"
             DISPLAY "HOLASOFRPT OPEN FAILED: ", holasofrpt-status
                                                     UPON SYSERR
             SET run-failed TO TRUE
           ELSE
             SET report-open TO TRUE
             MOVE ws-asof-ymd TO rpt-hdg-asof
             WRITE rpt-line FROM rpt-heading-1
             WRITE rpt-line FROM SPACES
             PERFORM EDIT-ASOF-PARM
             IF run-ok
               PERFORM OPEN-ASOF-FILES
             END-IF
           END-IF.
      *
       EDIT-ASOF-PARM.
           MOVE 0 TO ws-write-count ws-question-count
           INSPECT ws-asof-options TALLYING
               ws-write-count FOR ALL 'W'
               ws-question-count FOR ALL 'Q'
           IF ws-asof-ymd NOT NUMERIC
             MOVE "INVALID AS-OF DATE - USE YYYYMMDD" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             MOVE ws-asof-ymd TO ws-asof-date
             IF FUNCTION TEST-DATE-YYYYMMDD(ws-asof-date) NOT = 0
               MOVE "INVALID AS-OF DATE - USE YYYYMMDD"
                 TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             END-IF
           END-IF.
      *
       OPEN-ASOF-FILES.
           OPEN INPUT holidaysIX.
           IF holiday-status NOT = "00"
             MOVE "HOLIDAYSIX OPEN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             OPEN OUTPUT holasofIX
             IF holasof-status NOT = "00"
               MOVE "HOLASOFIX OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
               CLOSE holidaysIX
             ELSE
               SET files-open TO TRUE
             END-IF
           END-IF.
      *
      * holasofIX starts as an exact copy of today's calendar.
      *
       COPY-CURRENT-CALENDAR.
           MOVE LOW-VALUES TO cur-holiday-name
           START holidaysIX KEY IS NOT LESS THAN cur-holiday-name
           IF holiday-status NOT = "00"
             SET input-eof TO TRUE
           ELSE
             SET input-not-eof TO TRUE
           END-IF
           PERFORM COPY-ONE-HOLIDAY
             UNTIL input-eof
                OR run-failed
           CLOSE holasofIX
           OPEN I-O holasofIX
           IF holasof-status NOT = "00"
             MOVE "HOLASOFIX REOPEN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           END-IF.
      *
       COPY-ONE-HOLIDAY.
           READ holidaysIX NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               MOVE cur-holiday-record TO holiday-record
               WRITE holiday-record
               IF holasof-status NOT = "00"
                 MOVE SPACES TO rpt-message
                 STRING "HOLASOFIX WRITE FAILED - STATUS "
                        DELIMITED BY SIZE
                        holasof-status DELIMITED BY SIZE
                        INTO rpt-message
                 WRITE rpt-line FROM rpt-message-line
                 SET run-failed TO TRUE
               ELSE
                 ADD 1 TO ws-current-count
               END-IF
           END-READ.
      *
      * Every history image dated after the as-of day is released
      * with its position in the history, archive first, and the
      * sort hands them back latest first so each one is undone
      * against the calendar exactly as it stood after it.
      *
       UNDO-LATER-CHANGES.
           WRITE rpt-line FROM SPACES
           MOVE "CHANGES UNDONE - LATEST FIRST" TO rpt-message
           WRITE rpt-line FROM rpt-message-line
           WRITE rpt-line FROM SPACES
           WRITE rpt-line FROM rpt-undo-heading
           WRITE rpt-line FROM SPACES
           SORT sort-work-file
             ON DESCENDING KEY sort-hist-seq
             INPUT PROCEDURE IS RELEASE-LATER-CHANGES
             OUTPUT PROCEDURE IS UNDO-SORTED-CHANGES
           IF ws-later-count = 0 AND run-ok
             MOVE "NO CHANGES AFTER THE AS-OF DATE" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
           END-IF.
      *
       RELEASE-LATER-CHANGES.
           OPEN INPUT holarchfile
           IF holarch-status = "00"
             SET input-not-eof TO TRUE
             PERFORM RELEASE-ONE-ARCHIVED
               UNTIL input-eof
             CLOSE holarchfile
           ELSE
             MOVE "NO HOLHISTARCH ARCHIVE - HOLHIST ONLY"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
           END-IF
           OPEN INPUT holhistfile
           IF holhist-status NOT = "00"
             MOVE SPACES TO rpt-message
             STRING "HOLHIST OPEN FAILED - STATUS " DELIMITED BY SIZE
                    holhist-status DELIMITED BY SIZE
                    INTO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             SET input-not-eof TO TRUE
             PERFORM RELEASE-ONE-CURRENT
               UNTIL input-eof
             CLOSE holhistfile
           END-IF
           PERFORM CHECK-HISTORY-REACH.
      *
       RELEASE-ONE-ARCHIVED.
           READ holarchfile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-arch-read-count
               MOVE holarch-record TO ws-hist-image
               PERFORM RELEASE-IF-LATER
           END-READ.
      *
       RELEASE-ONE-CURRENT.
           READ holhistfile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-hist-read-count
               MOVE holhist-record TO ws-hist-image
               PERFORM RELEASE-IF-LATER
           END-READ.
      *
       RELEASE-IF-LATER.
           ADD 1 TO ws-hist-seq
           IF first-event
             MOVE 'N' TO ws-first-event-switch
             MOVE hist-event-date(1:8) TO ws-first-event-date
           END-IF
           IF hist-event-date(1:8) > ws-asof-ymd
             ADD 1 TO ws-later-count
             MOVE ws-hist-seq TO sort-hist-seq
             MOVE ws-hist-image TO sort-hist-image
             RELEASE sort-record
           END-IF.
      *
      * History that starts after the as-of day has lost the changes
      * between the two to an archive that was not supplied.
      *
       CHECK-HISTORY-REACH.
           IF run-ok
              AND ws-first-event-date NOT = SPACES
              AND ws-first-event-date > ws-asof-ymd
             MOVE SPACES TO rpt-message
             STRING "HISTORY STARTS " DELIMITED BY SIZE
                    ws-first-event-date DELIMITED BY SIZE
                    " - SUPPLY THE EARLIER ARCHIVE"
                    DELIMITED BY SIZE
                    INTO rpt-message
             WRITE rpt-line FROM rpt-message-line
             ADD 1 TO ws-exception-count
           END-IF.
      *
       UNDO-SORTED-CHANGES.
           IF run-ok
             SET sort-not-eof TO TRUE
             PERFORM UNDO-ONE-CHANGE
               UNTIL sort-eof
           END-IF.
      *
      * PUTERR and DELERR follow a PUTHOL or DELHOL whose update did
      * not reach holidaysIX, so undoing them puts the intended
      * image back and the PUTHOL or DELHOL undone next takes it
      * out again.  A RENERR left both names on file; undoing it
      * removes the new one.  Other images change nothing here.
      *
       UNDO-ONE-CHANGE.
           RETURN sort-work-file
             AT END
               SET sort-eof TO TRUE
             NOT AT END
               MOVE sort-hist-image TO ws-hist-image
               MOVE hist-old-rec TO holiday-record
               MOVE holiday-name TO ws-old-name
               MOVE hist-new-rec TO holiday-record
               MOVE holiday-name TO ws-new-name
               MOVE SPACES TO ws-undo-result
               EVALUATE hist-op-code
                 WHEN "ADDHOL"
                   PERFORM UNDO-REMOVE-NEW
                 WHEN "PUTHOL"
                   PERFORM UNDO-RESTORE-OLD
                 WHEN "PUTERR"
                   PERFORM UNDO-RESTORE-NEW
                 WHEN "DELHOL"
                   PERFORM UNDO-ADD-OLD
                 WHEN "DELERR"
                   PERFORM UNDO-REMOVE-OLD
                 WHEN "RENHOL"
                   PERFORM UNDO-REMOVE-NEW
                   IF ws-undo-result = SPACES
                     PERFORM UNDO-ADD-OLD
                   END-IF
                 WHEN "RENERR"
                   PERFORM UNDO-REMOVE-NEW
                 WHEN OTHER
                   MOVE "NOT A CALENDAR CHANGE" TO ws-undo-result
               END-EVALUATE
               PERFORM REPORT-ONE-UNDO
           END-RETURN.
      *
       UNDO-REMOVE-NEW.
           MOVE ws-new-name TO holiday-name
           READ holasofIX KEY IS holiday-name
           IF holasof-status NOT = "00"
             MOVE "NOT ON CALENDAR" TO ws-undo-result
           ELSE
             DELETE holasofIX RECORD
             IF holasof-status NOT = "00"
               MOVE "DELETE FAILED" TO ws-undo-result
             END-IF
           END-IF.
      *
       UNDO-REMOVE-OLD.
           MOVE ws-old-name TO holiday-name
           READ holasofIX KEY IS holiday-name
           IF holasof-status NOT = "00"
             MOVE "NOT ON CALENDAR" TO ws-undo-result
           ELSE
             DELETE holasofIX RECORD
             IF holasof-status NOT = "00"
               MOVE "DELETE FAILED" TO ws-undo-result
             END-IF
           END-IF.
      *
       UNDO-ADD-OLD.
           MOVE hist-old-rec TO holiday-record
           WRITE holiday-record
           IF holasof-status = "22"
             MOVE "ALREADY ON CALENDAR" TO ws-undo-result
           ELSE
             IF holasof-status NOT = "00"
               MOVE "WRITE FAILED" TO ws-undo-result
             END-IF
           END-IF.
      *
       UNDO-RESTORE-OLD.
           MOVE ws-old-name TO holiday-name
           READ holasofIX KEY IS holiday-name
           IF holasof-status NOT = "00"
             MOVE "NOT ON CALENDAR" TO ws-undo-result
           ELSE
             MOVE hist-old-rec TO holiday-record
             REWRITE holiday-record
             IF holasof-status NOT = "00"
               MOVE "REWRITE FAILED" TO ws-undo-result
             END-IF
           END-IF.
      *
       UNDO-RESTORE-NEW.
           MOVE ws-new-name TO holiday-name
           READ holasofIX KEY IS holiday-name
           IF holasof-status NOT = "00"
             MOVE "NOT ON CALENDAR" TO ws-undo-result
           ELSE
             MOVE hist-new-rec TO holiday-record
             REWRITE holiday-record
             IF holasof-status NOT = "00"
               MOVE "REWRITE FAILED" TO ws-undo-result
             END-IF
           END-IF.
      *
       REPORT-ONE-UNDO.
           IF ws-undo-result = SPACES
             ADD 1 TO ws-undone-count
             MOVE "UNDONE" TO ws-undo-result
           ELSE
           IF ws-undo-result = "NOT A CALENDAR CHANGE"
             ADD 1 TO ws-ignored-count
           ELSE
             ADD 1 TO ws-exception-count
           END-IF
           END-IF
           MOVE hist-op-code TO rpt-undo-op
           MOVE hist-event-date(1:8) TO rpt-undo-date
           MOVE ws-new-name TO rpt-undo-now
           MOVE ws-old-name TO rpt-undo-then
           MOVE ws-undo-result TO rpt-undo-result
           WRITE rpt-line FROM rpt-undo-line.
      *
      * The rebuilt calendar in date order, and on request the same
      * records to holasofout.
      *
       PRINT-ASOF-CALENDAR.
           IF ws-write-count > 0
             OPEN OUTPUT holasofoutfile
             IF holasofout-status NOT = "00"
               MOVE "HOLASOFOUT OPEN FAILED - NOT WRITTEN"
                 TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               MOVE 0 TO ws-write-count
               SET run-failed TO TRUE
             END-IF
           END-IF
           WRITE rpt-line FROM SPACES
           MOVE SPACES TO rpt-message
           STRING "CALENDAR AS IT STOOD AT THE END OF "
                  DELIMITED BY SIZE
                  ws-asof-ymd DELIMITED BY SIZE
                  INTO rpt-message
           WRITE rpt-line FROM rpt-message-line
           WRITE rpt-line FROM SPACES
           WRITE rpt-line FROM rpt-cal-heading
           WRITE rpt-line FROM SPACES
           MOVE 0 TO holiday-ymd
           START holasofIX KEY IS NOT LESS THAN holiday-ymd
           IF holasof-status NOT = "00"
             SET input-eof TO TRUE
           ELSE
             SET input-not-eof TO TRUE
           END-IF
           PERFORM PRINT-ONE-HOLIDAY
             UNTIL input-eof
           IF ws-write-count > 0
             CLOSE holasofoutfile
           END-IF.
      *
       PRINT-ONE-HOLIDAY.
           READ holasofIX NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-asof-count
               MOVE holiday-ymd TO rpt-cal-ymd
               MOVE week-day TO rpt-cal-wkday
               MOVE holiday-name TO rpt-cal-name
               MOVE holiday-type TO rpt-cal-type
               MOVE holiday-location TO rpt-cal-loc
               MOVE obs-day TO rpt-cal-obs-day
               MOVE obs-month TO rpt-cal-obs-mon
               MOVE obs-year TO rpt-cal-obs-yr
               MOVE holiday-close-time TO rpt-cal-close
               WRITE rpt-line FROM rpt-cal-line
               IF ws-write-count > 0
                 WRITE holasofout-record FROM holiday-record
                 IF holasofout-status = "00"
                   ADD 1 TO ws-out-count
                 ELSE
                   MOVE "HOLASOFOUT WRITE FAILED" TO rpt-message
                   WRITE rpt-line FROM rpt-message-line
                   SET run-failed TO TRUE
                 END-IF
               END-IF
           END-READ.
      *
      * Each question is answered from holasofIX with the rules the
      * gateway applies when it works an answer out from holidaysIX:
      * the office's days off from the location master, a full
      * closure on the date or observed on it from a day off either
      * side, and a partial closure as an early close.
      *
       ANSWER-QUESTIONS.
           OPEN INPUT holasofqfile
           IF holasofq-status NOT = "00"
             MOVE "HOLASOFQ NOT AVAILABLE - NO QUESTIONS ANSWERED"
               TO rpt-message
             WRITE rpt-line FROM SPACES
             WRITE rpt-line FROM rpt-message-line
           ELSE
             OPEN INPUT hollocfile
             IF holloc-status = "00"
               SET holloc-avail TO TRUE
             END-IF
             WRITE rpt-line FROM SPACES
             MOVE "BUSINESS-DAY ANSWERS AGAINST THE AS-OF CALENDAR"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             WRITE rpt-line FROM SPACES
             WRITE rpt-line FROM rpt-answer-heading
             WRITE rpt-line FROM SPACES
             SET input-not-eof TO TRUE
             PERFORM ANSWER-ONE-QUESTION
               UNTIL input-eof
             CLOSE holasofqfile
             IF holloc-avail
               CLOSE hollocfile
             END-IF
           END-IF.
      *
       ANSWER-ONE-QUESTION.
           READ holasofqfile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-answer-count
               MOVE q-ymd TO rpt-ans-ymd
               MOVE q-loc TO rpt-ans-loc
               MOVE SPACES TO rpt-ans-wkday rpt-ans-answer
               MOVE SPACES TO rpt-ans-reason rpt-ans-close
               IF q-ymd NOT NUMERIC
                 MOVE "INVALID DATE" TO rpt-ans-reason
               ELSE
                 MOVE q-ymd TO WS-YYYYMMDD
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-YYYYMMDD) NOT = 0
                   MOVE "INVALID DATE" TO rpt-ans-reason
                 ELSE
                   PERFORM ANSWER-ONE-DATE
                 END-IF
               END-IF
               WRITE rpt-line FROM rpt-answer-line
           END-READ.
      *
       ANSWER-ONE-DATE.
           MOVE WS-YYYYMMDD TO WS-BUS-YYYYMMDD
           MOVE q-loc TO WS-BUS-LOC
           PERFORM LOAD-ASOF-WEEKEND
           COMPUTE WS-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
           COMPUTE WS-DOW-REMAINDER =
               FUNCTION MOD(WS-INTEGER-DATE, 7)
           IF WS-DOW-REMAINDER = 0
             MOVE 7 TO WS-DOW-REMAINDER
           END-IF
           MOVE WS-DOW-ENTRY(WS-DOW-REMAINDER) TO WS-COMPUTED-WKDAY
           PERFORM CHECK-BUS-DAY-OPEN
           MOVE WS-COMPUTED-WKDAY TO rpt-ans-wkday
           EVALUATE TRUE
             WHEN BUS-DAY-OPEN AND BUS-DAY-EARLY
               MOVE "EARLY" TO rpt-ans-answer
             WHEN BUS-DAY-OPEN
               MOVE "YES" TO rpt-ans-answer
             WHEN OTHER
               MOVE "NO" TO rpt-ans-answer
           END-EVALUATE
           MOVE WS-BUS-REASON TO rpt-ans-reason
           MOVE WS-BUS-CLOSE-TIME TO rpt-ans-close.
      *
      * The office's days off come from today's location master; an
      * office not on it, ALL and no location keep the SATURDAY/
      * SUNDAY weekend.
      *
       LOAD-ASOF-WEEKEND.
           MOVE DEFAULT-OFF-DAYS TO ws-weekend-days
           IF holloc-avail
              AND WS-BUS-LOC NOT = SPACES
              AND WS-BUS-LOC NOT = 'ALL'
             MOVE WS-BUS-LOC TO loc-code
             READ hollocfile KEY IS loc-code
             IF holloc-status = "00"
               MOVE loc-off-days TO ws-weekend-days
             END-IF
           END-IF.
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
             READ holasofIX KEY IS holiday-ymd
             IF holasof-status = "00"
               PERFORM CHECK-DAY-CLOSURE
                 UNTIL WS-BUS-REASON NOT = SPACES
                    OR holasof-status NOT = "00"
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
             READ holasofIX NEXT RECORD
               AT END
                 MOVE "10" TO holasof-status
             END-READ
             IF holasof-status = "00"
               IF holiday-ymd NOT = WS-YYYYMMDD
                 MOVE "10" TO holasof-status
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
           READ holasofIX KEY IS holiday-ymd
           IF holasof-status = "00"
             PERFORM CHECK-OBSERVED-ONE
               UNTIL WS-BUS-REASON NOT = SPACES
                  OR holasof-status NOT = "00"
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
             READ holasofIX NEXT RECORD
               AT END
                 MOVE "10" TO holasof-status
             END-READ
             IF holasof-status = "00"
               IF holiday-ymd NOT = WS-OBS-YYYYMMDD
                 MOVE "10" TO holasof-status
               END-IF
             END-IF
           END-IF.
      *
       PRINT-TOTALS.
           WRITE rpt-line FROM SPACES.
           MOVE "HOLIDAYS ON FILE TODAY  " TO rpt-total-text.
           MOVE ws-current-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "ARCHIVE RECORDS READ    " TO rpt-total-text.
           MOVE ws-arch-read-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "HISTORY RECORDS READ    " TO rpt-total-text.
           MOVE ws-hist-read-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "CHANGES AFTER AS-OF DATE" TO rpt-total-text.
           MOVE ws-later-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "CHANGES UNDONE          " TO rpt-total-text.
           MOVE ws-undone-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "NON-CALENDAR IMAGES     " TO rpt-total-text.
           MOVE ws-ignored-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "EXCEPTIONS              " TO rpt-total-text.
           MOVE ws-exception-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "HOLIDAYS AS OF DATE     " TO rpt-total-text.
           MOVE ws-asof-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           IF ws-write-count > 0
             MOVE "HOLASOFOUT RECORDS      " TO rpt-total-text
             MOVE ws-out-count TO rpt-total-count
             WRITE rpt-line FROM rpt-total-line
           END-IF.
           IF ws-question-count > 0
             MOVE "QUESTIONS ANSWERED      " TO rpt-total-text
             MOVE ws-answer-count TO rpt-total-count
             WRITE rpt-line FROM rpt-total-line
           END-IF.
      *
       PRINT-VERDICT.
           WRITE rpt-line FROM SPACES.
           IF run-failed
             MOVE "HOLASOF FAILED - CALENDAR NOT REBUILT"
               TO rpt-message
           ELSE
             IF ws-exception-count > 0
               MOVE "CALENDAR REBUILT WITH EXCEPTIONS - SEE ABOVE"
                 TO rpt-message
             ELSE
               MOVE "CALENDAR REBUILT" TO rpt-message
             END-IF
           END-IF.
           WRITE rpt-line FROM rpt-message-line.
      *
       TERMINATE-ASOF.
           IF files-open
             CLOSE holidaysIX
             CLOSE holasofIX
           END-IF.
           IF report-open
             CLOSE holasofrptfile
           END-IF.
           IF run-failed
             DISPLAY "HOLASOF FAILED - SEE REPORT" UPON SYSOUT
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "HOLASOF: ", ws-asof-ymd, " ",
                     ws-undone-count, " UNDONE ",
                     ws-asof-count, " HOLIDAYS" UPON SYSOUT
             IF ws-exception-count > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
