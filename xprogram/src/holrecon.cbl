       IDENTIFICATION DIVISION.
       PROGRAM-ID.  'holrecon'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      * Downstream calendar reconciliation.  Payroll and the
      * settlement scheduler each send back a dump of the closures
      * they hold - location, date, C (closed) or E (early close)
      * and the close time - and the acknowledgement of the last
      * holdelta extract they loaded.  This batch is run once for
      * each system: the dump is copied to holrecdump and the
      * acknowledgement to holrecack.  SYSIN gives the system name
      * for the report heading in columns 1-10 and the period to be
      * compared, from and to as YYYYMMDD, in columns 12-19 and
      * 21-28.  The period is the operator's, not the dump's, so a
      * dump that stops short of our calendar shows every closure
      * it is missing.
      *
      * Our side is every holidaysIX closure on its observed date
      * under the location it is filed for (blank counts as ALL),
      * inside the period.  Both sides are sorted together by
      * location and date and the report lists,
      * location by location, the closures only we have, the ones
      * only they have, and the dates both have with a different
      * status or close time, with a count of each.  The last
      * holdelta trailer counts are then checked against the counts
      * the system acknowledged, so a lost or half-applied extract
      * shows up the next morning.
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
           select holrecdumpfile assign to "holrecdump"
           organization is LINE SEQUENTIAL
           file status is holrecdump-status.
      *
           select holrecackfile assign to "holrecack"
           organization is LINE SEQUENTIAL
           file status is holrecack-status.
      *
           select holdeltafile assign to "holdelta"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holdelta-status.
      *
           select holrecrptfile assign to "holrecrpt"
           organization is LINE SEQUENTIAL
           file status is holrecrpt-status.
      *
           select sort-work-file assign to "holrecwk".
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
       FD holrecdumpfile.
      *
       01 dump-record.
         05 dump-loc PIC X(10).
         05 dump-ymd PIC X(8).
         05 dump-flag PIC X.
         05 dump-close-time PIC X(5).
      *
       FD holrecackfile.
      *
       01 ack-record.
         05 ack-total PIC X(7).
         05 ack-adds PIC X(7).
         05 ack-changes PIC X(7).
         05 ack-deletes PIC X(7).
      *
       FD holdeltafile.
      *
       01 delta-record.
         05 delta-rec-type PIC X.
           88 delta-data-rec VALUE 'D'.
           88 delta-trailer-rec VALUE 'T'.
         05 FILLER PIC X(146).
      *
       01 delta-trailer-r REDEFINES delta-record.
         05 FILLER PIC X.
         05 delta-trl-total PIC 9(7).
         05 delta-trl-adds PIC 9(7).
         05 delta-trl-changes PIC 9(7).
         05 delta-trl-deletes PIC 9(7).
         05 FILLER PIC X(118).
      *
       FD holrecrptfile.
      *
       01 rpt-line PIC X(100).
      *
       SD sort-work-file.
      *
       01 sort-record.
         05 srt-loc PIC X(10).
         05 srt-ymd PIC 9(8).
         05 srt-side PIC X.
           88 srt-ours VALUE 'O'.
           88 srt-theirs VALUE 'T'.
         05 srt-status PIC X.
         05 srt-close PIC X(5).
         05 srt-name PIC X(25).
      *
       WORKING-STORAGE SECTION.
      *
       77 holiday-status pic xx.
       77 holrecdump-status pic xx.
       77 holrecack-status pic xx.
       77 holdelta-status pic xx.
       77 holrecrpt-status pic xx.
       01 ws-sysin.
         05 ws-system PIC X(10).
         05 FILLER PIC X(1).
         05 ws-sysin-from PIC X(8).
         05 FILLER PIC X(1).
         05 ws-sysin-to PIC X(8).
         05 FILLER PIC X(52).
       77 ws-rpt-open-switch PIC X VALUE 'N'.
         88 report-open VALUE 'Y'.
       77 ws-files-open-switch PIC X VALUE 'N'.
         88 files-open VALUE 'Y'.
       77 ws-run-ok-switch PIC X VALUE 'Y'.
         88 run-ok VALUE 'Y'.
         88 run-failed VALUE 'N'.
       77 ws-eof-switch PIC X VALUE 'N'.
         88 input-eof VALUE 'Y'.
         88 input-not-eof VALUE 'N'.
       77 ws-sort-switch PIC X VALUE 'N'.
         88 sort-eof VALUE 'Y'.
         88 sort-not-eof VALUE 'N'.
       77 ws-first-loc-switch PIC X VALUE 'Y'.
         88 first-location VALUE 'Y'.
       77 ws-trailer-switch PIC X VALUE 'N'.
         88 trailer-found VALUE 'Y'.
       77 ws-ack-switch PIC X VALUE 'N'.
         88 ack-found VALUE 'Y'.
       77 ws-dump-empty-switch PIC X VALUE 'N'.
         88 dump-empty VALUE 'Y'.
      *
       77 ws-dump-read-count PIC 9(7) VALUE 0.
       77 ws-dump-used-count PIC 9(7) VALUE 0.
       77 ws-dump-bad-count PIC 9(7) VALUE 0.
       77 ws-ours-count PIC 9(7) VALUE 0.
       77 ws-ours-only-count PIC 9(7) VALUE 0.
       77 ws-theirs-only-count PIC 9(7) VALUE 0.
       77 ws-mismatch-count PIC 9(7) VALUE 0.
       77 ws-matched-count PIC 9(7) VALUE 0.
       77 ws-loc-ours-only PIC 9(7).
       77 ws-loc-theirs-only PIC 9(7).
       77 ws-loc-mismatch PIC 9(7).
       77 ws-ack-diff-count PIC 9 VALUE 0.
      *
      * The last trailer's counts, kept as they are read: the record
      * area is not available once holdelta has reached end of file.
      *
       77 ws-trl-total PIC 9(7) VALUE 0.
       77 ws-trl-adds PIC 9(7) VALUE 0.
       77 ws-trl-changes PIC 9(7) VALUE 0.
       77 ws-trl-deletes PIC 9(7) VALUE 0.
       77 ws-ack-ours PIC 9(7).
      *
      * The period from SYSIN; closures on either side outside it
      * are not compared.
      *
       77 ws-span-from PIC 9(8) VALUE 0.
       77 ws-span-to PIC 9(8) VALUE 0.
       77 ws-dump-ymd PIC 9(8).
       77 ws-our-ymd PIC 9(8).
       77 ws-month-num PIC 99.
       77 ws-obs-year PIC 9(4).
      *
      * One location and date of the merged sort, both sides folded
      * together: a full closure outranks an early close.
      *
       77 ws-cur-loc PIC X(10).
       77 ws-grp-loc PIC X(10).
       77 ws-grp-ymd PIC 9(8).
       77 ws-grp-ours PIC X.
       77 ws-grp-ours-close PIC X(5).
       77 ws-grp-name PIC X(25).
       77 ws-grp-theirs PIC X.
       77 ws-grp-theirs-close PIC X(5).
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
       01 rpt-heading-1.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(38)
                   VALUE 'DOWNSTREAM CALENDAR RECONCILIATION - '.
         05 rpt-hdg-system PIC X(10).
      *
       01 rpt-span-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(15) VALUE 'DATES COMPARED '.
         05 rpt-span-from PIC 9(8).
         05 FILLER PIC X(4)  VALUE ' TO '.
         05 rpt-span-to PIC 9(8).
      *
       01 rpt-loc-heading.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(9)  VALUE 'LOCATION '.
         05 rpt-loc-code PIC X(10).
      *
       01 rpt-diff-heading.
         05 FILLER PIC X(3)  VALUE SPACES.
         05 FILLER PIC X(15) VALUE 'DIFFERENCE'.
         05 FILLER PIC X(9)  VALUE 'DATE'.
         05 FILLER PIC X(26) VALUE 'OUR HOLIDAY'.
         05 FILLER PIC X(12) VALUE 'OURS'.
         05 FILLER PIC X(12) VALUE 'THEIRS'.
      *
       01 rpt-diff-line.
         05 FILLER PIC X(3)  VALUE SPACES.
         05 rpt-diff-kind    PIC X(14).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-ymd     PIC 9(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-name    PIC X(25).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-ours    PIC X(11).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-theirs  PIC X(11).
      *
       01 rpt-loc-total-line.
         05 FILLER PIC X(3)  VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'OURS ONLY '.
         05 rpt-loc-ours     PIC ZZZZZZ9.
         05 FILLER PIC X(14) VALUE '  THEIRS ONLY '.
         05 rpt-loc-theirs   PIC ZZZZZZ9.
         05 FILLER PIC X(17) VALUE '  STATUS DIFFERS '.
         05 rpt-loc-differs  PIC ZZZZZZ9.
      *
       01 rpt-ack-heading.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(26) VALUE 'LAST EXTRACT'.
         05 FILLER PIC X(11) VALUE 'TRAILER'.
         05 FILLER PIC X(12) VALUE 'ACKNOWLEDGED'.
      *
       01 rpt-ack-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ack-text     PIC X(24).
         05 rpt-ack-ours     PIC ZZZZZZ9.
         05 FILLER PIC X(4)  VALUE SPACES.
         05 rpt-ack-theirs   PIC X(7).
         05 FILLER PIC X(4)  VALUE SPACES.
         05 rpt-ack-flag     PIC X(10).
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
           PERFORM INITIALIZE-RECON.
           IF files-open
             PERFORM CHECK-RECON-PERIOD
             IF run-ok
               PERFORM RECONCILE-CALENDARS
             END-IF
             PERFORM CHECK-ACKNOWLEDGEMENT
             PERFORM PRINT-TOTALS
             PERFORM PRINT-VERDICT
           END-IF.
           PERFORM TERMINATE-RECON.
           STOP RUN.
      *
       INITIALIZE-RECON.
           OPEN OUTPUT holrecrptfile.
           IF holrecrpt-status NOT = "00"
             DISPLAY "HOLRECRPT OPEN FAILED: ", holrecrpt-status
                                                     UPON SYSERR
             SET run-failed TO TRUE
           ELSE
             SET report-open TO TRUE
             MOVE ws-system TO rpt-hdg-system
             WRITE rpt-line FROM rpt-heading-1
             WRITE rpt-line FROM SPACES
             OPEN INPUT holidaysIX
             IF holiday-status NOT = "00"
               MOVE "HOLIDAYSIX OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             ELSE
               SET files-open TO TRUE
             END-IF
           END-IF.
      *
      * The period must be two real dates, the first not after the
      * second.
      *
       CHECK-RECON-PERIOD.
           IF ws-sysin-from NUMERIC AND ws-sysin-to NUMERIC
             MOVE ws-sysin-from TO ws-span-from
             MOVE ws-sysin-to TO ws-span-to
           END-IF
           IF ws-span-from = 0 OR ws-span-to = 0
              OR ws-span-from > ws-span-to
             SET run-failed TO TRUE
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-span-from) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(ws-span-to) NOT = 0
             SET run-failed TO TRUE
           END-IF
           END-IF
           IF run-failed
             MOVE "INVALID SYSIN - GIVE SYSTEM, FROM AND TO YYYYMMDD"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
           ELSE
             MOVE ws-span-from TO rpt-span-from
             MOVE ws-span-to TO rpt-span-to
             WRITE rpt-line FROM rpt-span-line
             WRITE rpt-line FROM SPACES
           END-IF.
      *
      * A dump with no closures in the period is as far out of step
      * as a system can be, and is reported so.
      *
       RECONCILE-CALENDARS.
           OPEN INPUT holrecdumpfile
           IF holrecdump-status NOT = "00"
             MOVE "HOLRECDUMP OPEN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             SORT sort-work-file
               ON ASCENDING KEY srt-loc srt-ymd srt-side
               INPUT PROCEDURE IS RELEASE-BOTH-CALENDARS
               OUTPUT PROCEDURE IS COMPARE-SORTED-CALENDARS
             IF ws-dump-used-count = 0
               WRITE rpt-line FROM SPACES
               MOVE "DUMP HOLDS NO CLOSURES IN THE PERIOD"
                 TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET dump-empty TO TRUE
             END-IF
           END-IF.
      *
       RELEASE-BOTH-CALENDARS.
           SET input-not-eof TO TRUE
           PERFORM RELEASE-ONE-DUMP-LINE
             UNTIL input-eof
           CLOSE holrecdumpfile
           MOVE LOW-VALUES TO HOLIDAY-NAME
           START holidaysIX KEY IS NOT LESS THAN HOLIDAY-NAME
           IF holiday-status NOT = "00"
             SET input-eof TO TRUE
           ELSE
             SET input-not-eof TO TRUE
           END-IF
           PERFORM RELEASE-ONE-HOLIDAY
             UNTIL input-eof.
      *
      * Only C and E lines are closures; a line with a bad date or
      * any other flag is listed and counted.  Closures outside the
      * period are passed over.
      *
       RELEASE-ONE-DUMP-LINE.
           READ holrecdumpfile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-dump-read-count
               IF dump-ymd NOT NUMERIC
                 PERFORM REPORT-BAD-DUMP-LINE
               ELSE
                 MOVE dump-ymd TO ws-dump-ymd
                 IF FUNCTION TEST-DATE-YYYYMMDD(ws-dump-ymd) NOT = 0
                   PERFORM REPORT-BAD-DUMP-LINE
                 ELSE
                 IF dump-flag NOT = 'C' AND dump-flag NOT = 'E'
                   PERFORM REPORT-BAD-DUMP-LINE
                 ELSE
                   IF ws-dump-ymd >= ws-span-from
                      AND ws-dump-ymd <= ws-span-to
                     ADD 1 TO ws-dump-used-count
                     MOVE dump-loc TO srt-loc
                     IF dump-loc = SPACES
                       MOVE 'ALL' TO srt-loc
                     END-IF
                     MOVE ws-dump-ymd TO srt-ymd
                     MOVE 'T' TO srt-side
                     MOVE dump-flag TO srt-status
                     MOVE dump-close-time TO srt-close
                     MOVE SPACES TO srt-name
                     RELEASE sort-record
                   END-IF
                 END-IF
                 END-IF
               END-IF
           END-READ.
      *
       REPORT-BAD-DUMP-LINE.
           ADD 1 TO ws-dump-bad-count
           MOVE SPACES TO rpt-message
           STRING "BAD DUMP LINE: " DELIMITED BY SIZE
                  dump-record DELIMITED BY SIZE
                  INTO rpt-message
           WRITE rpt-line FROM rpt-message-line.
      *
       RELEASE-ONE-HOLIDAY.
           READ holidaysIX NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               PERFORM FIND-OBSERVED-YMD
               IF ws-our-ymd >= ws-span-from
                  AND ws-our-ymd <= ws-span-to
                 ADD 1 TO ws-ours-count
                 MOVE holiday-location TO srt-loc
                 IF holiday-location = SPACES
                   MOVE 'ALL' TO srt-loc
                 END-IF
                 MOVE ws-our-ymd TO srt-ymd
                 MOVE 'O' TO srt-side
                 IF holiday-close-time = SPACES
                   MOVE 'C' TO srt-status
                 ELSE
                   MOVE 'E' TO srt-status
                 END-IF
                 MOVE holiday-close-time TO srt-close
                 MOVE holiday-name TO srt-name
                 RELEASE sort-record
               END-IF
           END-READ.
      *
      * The day the office is actually closed: the observed date when
      * one is on file, otherwise the holiday's own date.
      *
       FIND-OBSERVED-YMD.
           MOVE holiday-ymd TO ws-our-ymd
           SET WS-MONTH-IDX TO 1
           SEARCH WS-MONTH-ENTRY
             AT END
               MOVE 0 TO ws-month-num
             WHEN WS-MONTH-ENTRY(WS-MONTH-IDX) = obs-month
               SET ws-month-num TO WS-MONTH-IDX
           END-SEARCH
           IF ws-month-num NOT = 0
              AND obs-day NUMERIC
              AND obs-year NUMERIC
             MOVE obs-year TO ws-obs-year
             COMPUTE ws-our-ymd = ws-obs-year * 10000
                 + ws-month-num * 100 + obs-day
           END-IF.
      *
       COMPARE-SORTED-CALENDARS.
           SET sort-not-eof TO TRUE
           PERFORM RETURN-NEXT-CLOSURE
           PERFORM COMPARE-ONE-DATE
             UNTIL sort-eof
           IF NOT first-location
             PERFORM PRINT-LOCATION-TOTALS
           END-IF.
      *
       RETURN-NEXT-CLOSURE.
           RETURN sort-work-file
             AT END
               SET sort-eof TO TRUE
           END-RETURN.
      *
       COMPARE-ONE-DATE.
           IF first-location OR srt-loc NOT = ws-cur-loc
             IF NOT first-location
               PERFORM PRINT-LOCATION-TOTALS
             END-IF
             MOVE 'N' TO ws-first-loc-switch
             MOVE srt-loc TO ws-cur-loc
             MOVE 0 TO ws-loc-ours-only ws-loc-theirs-only
             MOVE 0 TO ws-loc-mismatch
             MOVE srt-loc TO rpt-loc-code
             WRITE rpt-line FROM rpt-loc-heading
             WRITE rpt-line FROM rpt-diff-heading
           END-IF
           MOVE srt-loc TO ws-grp-loc
           MOVE srt-ymd TO ws-grp-ymd
           MOVE SPACES TO ws-grp-ours ws-grp-theirs ws-grp-name
           MOVE SPACES TO ws-grp-ours-close ws-grp-theirs-close
           PERFORM FOLD-ONE-CLOSURE
             UNTIL sort-eof
                OR srt-loc NOT = ws-grp-loc
                OR srt-ymd NOT = ws-grp-ymd
           PERFORM JUDGE-ONE-DATE.
      *
       FOLD-ONE-CLOSURE.
           IF srt-ours
             IF ws-grp-ours NOT = 'C'
               MOVE srt-status TO ws-grp-ours
               MOVE srt-close TO ws-grp-ours-close
               MOVE srt-name TO ws-grp-name
             END-IF
           ELSE
             IF ws-grp-theirs NOT = 'C'
               MOVE srt-status TO ws-grp-theirs
               MOVE srt-close TO ws-grp-theirs-close
             END-IF
           END-IF
           PERFORM RETURN-NEXT-CLOSURE.
      *
      * An early close on both sides only differs when they sent a
      * close time and it is not ours.
      *
       JUDGE-ONE-DATE.
           MOVE ws-grp-ymd TO rpt-diff-ymd
           MOVE ws-grp-name TO rpt-diff-name
           PERFORM DESCRIBE-BOTH-SIDES
           IF ws-grp-theirs = SPACES
             ADD 1 TO ws-ours-only-count ws-loc-ours-only
             MOVE "OURS ONLY" TO rpt-diff-kind
             WRITE rpt-line FROM rpt-diff-line
           ELSE
           IF ws-grp-ours = SPACES
             ADD 1 TO ws-theirs-only-count ws-loc-theirs-only
             MOVE "THEIRS ONLY" TO rpt-diff-kind
             WRITE rpt-line FROM rpt-diff-line
           ELSE
           IF ws-grp-ours NOT = ws-grp-theirs
              OR (ws-grp-ours = 'E'
                  AND ws-grp-theirs-close NOT = SPACES
                  AND ws-grp-theirs-close NOT = ws-grp-ours-close)
             ADD 1 TO ws-mismatch-count ws-loc-mismatch
             MOVE "STATUS DIFFERS" TO rpt-diff-kind
             WRITE rpt-line FROM rpt-diff-line
           ELSE
             ADD 1 TO ws-matched-count
           END-IF
           END-IF
           END-IF.
      *
       DESCRIBE-BOTH-SIDES.
           EVALUATE ws-grp-ours
             WHEN 'C'
               MOVE "CLOSED" TO rpt-diff-ours
             WHEN 'E'
               MOVE SPACES TO rpt-diff-ours
               STRING "EARLY " DELIMITED BY SIZE
                      ws-grp-ours-close DELIMITED BY SIZE
                      INTO rpt-diff-ours
             WHEN OTHER
               MOVE "OPEN" TO rpt-diff-ours
           END-EVALUATE
           EVALUATE ws-grp-theirs
             WHEN 'C'
               MOVE "CLOSED" TO rpt-diff-theirs
             WHEN 'E'
               MOVE SPACES TO rpt-diff-theirs
               STRING "EARLY " DELIMITED BY SIZE
                      ws-grp-theirs-close DELIMITED BY SIZE
                      INTO rpt-diff-theirs
             WHEN OTHER
               MOVE "OPEN" TO rpt-diff-theirs
           END-EVALUATE.
      *
       PRINT-LOCATION-TOTALS.
           MOVE ws-loc-ours-only TO rpt-loc-ours
           MOVE ws-loc-theirs-only TO rpt-loc-theirs
           MOVE ws-loc-mismatch TO rpt-loc-differs
           WRITE rpt-line FROM rpt-loc-total-line
           WRITE rpt-line FROM SPACES.
      *
      * The trailer of the last holdelta extract against the counts
      * the system says it loaded from it.
      *
       CHECK-ACKNOWLEDGEMENT.
           WRITE rpt-line FROM SPACES
           OPEN INPUT holdeltafile
           IF holdelta-status NOT = "00"
             MOVE "HOLDELTA NOT AVAILABLE - EXTRACT NOT CHECKED"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             ADD 1 TO ws-ack-diff-count
           ELSE
             SET input-not-eof TO TRUE
             PERFORM FIND-DELTA-TRAILER
               UNTIL input-eof
             CLOSE holdeltafile
             OPEN INPUT holrecackfile
             IF holrecack-status = "00"
               READ holrecackfile
                 AT END
                   CONTINUE
                 NOT AT END
                   SET ack-found TO TRUE
               END-READ
               CLOSE holrecackfile
             END-IF
             PERFORM COMPARE-ACKNOWLEDGEMENT
           END-IF.
      *
       FIND-DELTA-TRAILER.
           READ holdeltafile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               IF delta-trailer-rec
                 SET trailer-found TO TRUE
                 MOVE delta-trl-total TO ws-trl-total
                 MOVE delta-trl-adds TO ws-trl-adds
                 MOVE delta-trl-changes TO ws-trl-changes
                 MOVE delta-trl-deletes TO ws-trl-deletes
               END-IF
           END-READ.
      *
       COMPARE-ACKNOWLEDGEMENT.
           IF NOT trailer-found
             MOVE "LAST EXTRACT HAS NO TRAILER - INCOMPLETE"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             ADD 1 TO ws-ack-diff-count
           ELSE
           IF NOT ack-found
             MOVE "NO ACKNOWLEDGEMENT RECEIVED FOR LAST EXTRACT"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             ADD 1 TO ws-ack-diff-count
           ELSE
             WRITE rpt-line FROM rpt-ack-heading
             MOVE "CHANGES EXTRACTED" TO rpt-ack-text
             MOVE ws-trl-total TO ws-ack-ours
             MOVE ack-total TO rpt-ack-theirs
             PERFORM FLAG-ACK-LINE
             MOVE "  ADDS" TO rpt-ack-text
             MOVE ws-trl-adds TO ws-ack-ours
             MOVE ack-adds TO rpt-ack-theirs
             PERFORM FLAG-ACK-LINE
             MOVE "  CHANGES" TO rpt-ack-text
             MOVE ws-trl-changes TO ws-ack-ours
             MOVE ack-changes TO rpt-ack-theirs
             PERFORM FLAG-ACK-LINE
             MOVE "  DELETES" TO rpt-ack-text
             MOVE ws-trl-deletes TO ws-ack-ours
             MOVE ack-deletes TO rpt-ack-theirs
             PERFORM FLAG-ACK-LINE
           END-IF
           END-IF.
      *
       FLAG-ACK-LINE.
           MOVE ws-ack-ours TO rpt-ack-ours
           IF rpt-ack-theirs NUMERIC
              AND rpt-ack-theirs = ws-ack-ours
             MOVE SPACES TO rpt-ack-flag
           ELSE
             MOVE "*** DIFFER" TO rpt-ack-flag
             ADD 1 TO ws-ack-diff-count
           END-IF
           WRITE rpt-line FROM rpt-ack-line.
      *
       PRINT-TOTALS.
           WRITE rpt-line FROM SPACES.
           MOVE "DUMP LINES READ         " TO rpt-total-text.
           MOVE ws-dump-read-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "THEIR CLOSURES COMPARED " TO rpt-total-text.
           MOVE ws-dump-used-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "BAD DUMP LINES          " TO rpt-total-text.
           MOVE ws-dump-bad-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "OUR CLOSURES COMPARED   " TO rpt-total-text.
           MOVE ws-ours-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "DATES AGREED            " TO rpt-total-text.
           MOVE ws-matched-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "OURS ONLY               " TO rpt-total-text.
           MOVE ws-ours-only-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "THEIRS ONLY             " TO rpt-total-text.
           MOVE ws-theirs-only-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "STATUS DIFFERS          " TO rpt-total-text.
           MOVE ws-mismatch-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
      *
       PRINT-VERDICT.
           WRITE rpt-line FROM SPACES.
           IF run-failed
             MOVE "HOLRECON FAILED - SEE ABOVE" TO rpt-message
           ELSE
             IF ws-ours-only-count > 0
                OR ws-theirs-only-count > 0
                OR ws-mismatch-count > 0
                OR ws-dump-bad-count > 0
                OR ws-ack-diff-count > 0
                OR dump-empty
               MOVE "OUT OF STEP - DIFFERENCES LISTED ABOVE"
                 TO rpt-message
             ELSE
               MOVE "CALENDARS RECONCILED" TO rpt-message
             END-IF
           END-IF.
           WRITE rpt-line FROM rpt-message-line.
      *
       TERMINATE-RECON.
           IF files-open
             CLOSE holidaysIX
           END-IF.
           IF report-open
             CLOSE holrecrptfile
           END-IF.
           IF run-failed
             DISPLAY "HOLRECON FAILED - SEE REPORT" UPON SYSOUT
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "HOLRECON: ", ws-system, " ",
                     ws-ours-only-count, " OURS ONLY ",
                     ws-theirs-only-count, " THEIRS ONLY ",
                     ws-mismatch-count, " DIFFER" UPON SYSOUT
             IF ws-ours-only-count > 0
                OR ws-theirs-only-count > 0
                OR ws-mismatch-count > 0
                OR ws-dump-bad-count > 0
                OR ws-ack-diff-count > 0
                OR dump-empty
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
