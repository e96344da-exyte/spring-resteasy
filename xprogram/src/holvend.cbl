       IDENTIFICATION DIVISION.
       PROGRAM-ID.  'holvend'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      * Vendor holiday feed intake.  The yearly calendar bought from
      * the vendor arrives as holvendin, one line per holiday per
      * vendor country or market code.  holvmap says which of our
      * locations each vendor code stands for (one code may feed
      * several offices, and a code may map to ALL).  Every vendor
      * entry is compared with holidaysIX by location and date, over
      * the years the feed covers, and each difference is raised on
      * holpend for the normal supervisor approval - nothing here
      * touches holidaysIX itself:
      *   same location, name and date    - matched, listed only;
      *   same location and name, other
      *   date                            - PUTHOL with their date;
      *   same location and date, other
      *   name                            - RENHOL to their name
      *                                     (holiday-name is the
      *                                     record key, so a PUTHOL
      *                                     cannot change it);
      *   theirs only                     - POSHOL;
      *   ours only                       - DELHOL.
      * A holiday filed under ALL (or no location) closes every
      * office, so it answers a vendor entry for any mapped office
      * and stays available for the others.  Only a vendor code that
      * maps to ALL may raise a change against it; a difference
      * between one office's feed and a company-wide holiday is
      * listed as an exception and nothing is raised.
      * Names are compared without regard to case.  An item that is
      * already waiting on holpend for the same office is not raised
      * a second time; the report shows the sequence number it is
      * waiting under.  One whose name is waiting for another office
      * is listed as not raised.  The
      * items are submitted as HOLVEND so that any checker may
      * approve them.
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
           select holpendfile assign to "holpend"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS pend-seq
           file status is holpend-status.
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
           select holvmapfile assign to "holvmap"
           organization is LINE SEQUENTIAL
           file status is holvmap-status.
      *
           select holvendinfile assign to "holvendin"
           organization is LINE SEQUENTIAL
           file status is holvendin-status.
      *
           select holvendrptfile assign to "holvendrpt"
           organization is LINE SEQUENTIAL
           file status is holvendrpt-status.
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
       FD holpendfile.
      *
       01 holpend-record.
         05 pend-seq PIC 9(7).
         05 pend-state PIC X.
           88 PEND-STATE-PENDING VALUE 'P'.
           88 PEND-STATE-APPROVED VALUE 'A'.
           88 PEND-STATE-REJECTED VALUE 'R'.
         05 pend-action PIC X(6).
         05 pend-submit-date PIC X(21).
         05 pend-decide-date PIC X(21).
         05 pend-hol-rec.
           10 pend-hol-name PIC X(25).
           10 pend-hol-dt.
             15 pend-hol-wkday PIC X(9).
             15 pend-hol-mon PIC X(9).
             15 pend-hol-day PIC 99.
             15 pend-hol-yr PIC 9(4).
           10 pend-hol-type PIC X(5).
           10 pend-hol-loc PIC X(10).
           10 pend-hol-close PIC X(5).
         05 pend-ren-new-name PIC X(25).
         05 pend-submit-user PIC X(10).
         05 pend-decide-user PIC X(10).
         05 pend-reason PIC X(40).
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
       FD holvmapfile.
      *
       01 vmap-record.
         05 vmap-code PIC X(10).
         05 vmap-loc PIC X(10).
      *
       FD holvendinfile.
      *
       01 vend-record.
         05 vend-code PIC X(10).
         05 vend-ymd PIC X(8).
         05 vend-name PIC X(25).
         05 vend-type PIC X(5).
      *
       FD holvendrptfile.
      *
       01 rpt-line PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77 holiday-status pic xx.
       77 holpend-status pic xx.
       77 holctl-status pic xx.
       77 holloc-status pic xx.
       77 holvmap-status pic xx.
       77 holvendin-status pic xx.
       77 holvendrpt-status pic xx.
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
       77 WS-HOLCTL-OK-SWITCH PIC X VALUE 'N'.
         88 HOLCTL-OK VALUE 'Y'.
         88 HOLCTL-FAILED VALUE 'N'.
       77 WS-SEQ-EXHAUSTED-SWITCH PIC X VALUE 'N'.
         88 SEQ-EXHAUSTED VALUE 'Y'.
         88 SEQ-NOT-EXHAUSTED VALUE 'N'.
       77 WS-FOUND-SWITCH PIC X VALUE 'N'.
         88 ENTRY-FOUND VALUE 'Y'.
         88 ENTRY-NOT-FOUND VALUE 'N'.
       77 ws-raise-switch PIC X VALUE 'N'.
         88 ITEM-RAISED VALUE 'R'.
         88 ITEM-WAITING VALUE 'W'.
         88 ITEM-NOT-RAISED VALUE 'N'.
       77 ws-office-switch PIC X VALUE 'N'.
         88 OFFICE-SAME VALUE 'S'.
         88 OFFICE-COVERED VALUE 'C'.
         88 OFFICE-NEITHER VALUE 'N'.
       77 ws-all-map-switch PIC X VALUE 'N'.
         88 all-mapped VALUE 'Y'.
       77 HOL-SEQ-MAX PIC 9(7) VALUE 9999999.
       77 VEND-SUBMIT-USER PIC X(10) VALUE 'HOLVEND'.
      *
       77 ws-vend-read-count PIC 9(7) VALUE 0.
       77 ws-vend-bad-count PIC 9(7) VALUE 0.
       77 ws-unmapped-count PIC 9(7) VALUE 0.
       77 ws-vend-dup-count PIC 9(7) VALUE 0.
       77 ws-map-bad-count PIC 9(7) VALUE 0.
       77 ws-matched-count PIC 9(7) VALUE 0.
       77 ws-poshol-count PIC 9(7) VALUE 0.
       77 ws-puthol-count PIC 9(7) VALUE 0.
       77 ws-renhol-count PIC 9(7) VALUE 0.
       77 ws-delhol-count PIC 9(7) VALUE 0.
       77 ws-waiting-count PIC 9(7) VALUE 0.
       77 ws-not-raised-count PIC 9(7) VALUE 0.
       77 ws-wide-count PIC 9(7) VALUE 0.
      *
      * The years the feed covers; our holidays outside them are not
      * compared.
      *
       77 ws-year-from PIC 9(4) VALUE 9999.
       77 ws-year-to PIC 9(4) VALUE 0.
       01 ws-ymd-parts.
           05 ws-yyyymmdd PIC 9(8).
           05 FILLER REDEFINES ws-yyyymmdd.
             10 ws-ymd-yr PIC 9(4).
             10 ws-ymd-mon PIC 99.
             10 ws-ymd-dd PIC 99.
       77 ws-integer-date PIC S9(9) COMP.
       77 ws-dow-remainder PIC 9.
      *
      * Vendor code to location, from holvmap.
      *
       77 MAP-TABLE-MAX PIC 9(4) VALUE 500.
       77 ws-map-count PIC 9(4) VALUE 0.
       77 ws-map-idx PIC 9(4).
       77 ws-map-hits PIC 9(4).
       01 ws-map-table.
         05 ws-map-entry OCCURS 500 TIMES.
           10 ws-map-code PIC X(10).
           10 ws-map-loc PIC X(10).
      *
      * The feed, one entry per vendor line per location it maps to,
      * and our holidays in those locations and years.  The done flag
      * is M once matched and D once a difference has been raised; a
      * company-wide holiday matched from one office's feed is marked
      * C and stays open to the rest.
      *
       77 VEND-TABLE-MAX PIC 9(4) VALUE 3000.
       77 ws-vnd-count PIC 9(4) VALUE 0.
       77 ws-vnd-idx PIC 9(4).
       77 ws-vnd-scan PIC 9(4).
       01 ws-vnd-table.
         05 ws-vnd-entry OCCURS 3000 TIMES.
           10 ws-vnd-loc PIC X(10).
           10 ws-vnd-ymd PIC 9(8).
           10 ws-vnd-name PIC X(25).
           10 ws-vnd-uname PIC X(25).
           10 ws-vnd-type PIC X(5).
           10 ws-vnd-done PIC X.
      *
       77 OUR-TABLE-MAX PIC 9(4) VALUE 3000.
       77 ws-our-count PIC 9(4) VALUE 0.
       77 ws-our-idx PIC 9(4).
       77 ws-our-hit PIC 9(4).
       01 ws-our-table.
         05 ws-our-entry OCCURS 3000 TIMES.
           10 ws-our-name PIC X(25).
           10 ws-our-uname PIC X(25).
           10 ws-our-ymd PIC 9(8).
           10 ws-our-type PIC X(5).
           10 ws-our-loc PIC X(10).
           10 ws-our-close PIC X(5).
           10 ws-our-wide PIC X.
           10 ws-our-done PIC X.
      *
      * Items already waiting on holpend, and those raised this run,
      * with the office each is for.
      *
       77 PEND-TABLE-MAX PIC 9(4) VALUE 3000.
       77 ws-pnd-count PIC 9(4) VALUE 0.
       77 ws-pnd-idx PIC 9(4).
       01 ws-pnd-table.
         05 ws-pnd-entry OCCURS 3000 TIMES.
           10 ws-pnd-action PIC X(6).
           10 ws-pnd-name PIC X(25).
           10 ws-pnd-loc PIC X(10).
           10 ws-pnd-seq PIC 9(7).
      *
      * The item being raised.
      *
       77 ws-pend-action PIC X(6).
       77 ws-pending-number PIC 9(7).
       77 ws-raise-name PIC X(25).
       77 ws-raise-ymd PIC 9(8).
       77 ws-raise-type PIC X(5).
       77 ws-raise-loc PIC X(10).
       77 ws-raise-close PIC X(5).
       77 ws-raise-new-name PIC X(25).
       77 ws-raise-reason PIC X(40).
       77 ws-raise-result PIC X(36).
       77 ws-pnd-show-loc PIC X(10).
       77 ws-check-name PIC X(25).
       77 ws-freeze-flag PIC X.
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
           05 WS-MONTH-ENTRY PIC X(9) OCCURS 12 TIMES.
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
       01 rpt-heading-1.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(26) VALUE 'VENDOR HOLIDAY FEED INTAKE'.
      *
       01 rpt-span-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(15) VALUE 'YEARS COMPARED '.
         05 rpt-span-from PIC 9(4).
         05 FILLER PIC X(4)  VALUE ' TO '.
         05 rpt-span-to PIC 9(4).
      *
       01 rpt-heading-2.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(14) VALUE 'DIFFERENCE'.
         05 FILLER PIC X(11) VALUE 'LOCATION'.
         05 FILLER PIC X(9)  VALUE 'VENDOR'.
         05 FILLER PIC X(9)  VALUE 'OURS'.
         05 FILLER PIC X(26) VALUE 'VENDOR NAME'.
         05 FILLER PIC X(26) VALUE 'OUR NAME'.
         05 FILLER PIC X(36) VALUE 'PENDING ITEM'.
      *
       01 rpt-diff-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-kind    PIC X(13).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-loc     PIC X(10).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-vymd    PIC X(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-oymd    PIC X(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-vname   PIC X(25).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-oname   PIC X(25).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-diff-result  PIC X(36).
      *
       01 rpt-match-heading.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(24) VALUE 'MATCHED ENTRIES'.
      *
       01 rpt-match-line.
         05 FILLER PIC X(15) VALUE SPACES.
         05 rpt-match-loc    PIC X(10).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-match-ymd    PIC 9(8).
         05 FILLER PIC X(10) VALUE SPACES.
         05 rpt-match-name   PIC X(25).
      *
       01 rpt-message-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-message      PIC X(70).
      *
       01 rpt-total-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-total-text   PIC X(24).
         05 rpt-total-count  PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       MAINLINE.
           PERFORM INITIALIZE-INTAKE.
           IF files-open
             PERFORM CHECK-UPDATE-FREEZE
           END-IF.
           IF files-open AND run-ok
             PERFORM LOAD-VENDOR-MAP
           END-IF.
           IF files-open AND run-ok
             PERFORM LOAD-VENDOR-FEED
           END-IF.
           IF files-open AND run-ok
             PERFORM LOAD-OUR-HOLIDAYS
           END-IF.
           IF files-open AND run-ok
             PERFORM LOAD-WAITING-ITEMS
           END-IF.
           IF files-open AND run-ok
             PERFORM COMPARE-FEED
             PERFORM LIST-MATCHED-ENTRIES
           END-IF.
           IF files-open
             PERFORM PRINT-TOTALS
             PERFORM PRINT-VERDICT
           END-IF.
           PERFORM TERMINATE-INTAKE.
           STOP RUN.
      *
       INITIALIZE-INTAKE.
           OPEN OUTPUT holvendrptfile.
           IF holvendrpt-status NOT = "00"
             DISPLAY "HOLVENDRPT OPEN FAILED: ", holvendrpt-status
                                                     UPON SYSERR
             SET run-failed TO TRUE
           ELSE
             SET report-open TO TRUE
             WRITE rpt-line FROM rpt-heading-1
             WRITE rpt-line FROM SPACES
             OPEN INPUT holidaysIX
             IF holiday-status NOT = "00"
               MOVE "HOLIDAYSIX OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             ELSE
               OPEN I-O holpendfile
               IF holpend-status = "35"
                 OPEN OUTPUT holpendfile
                 CLOSE holpendfile
                 OPEN I-O holpendfile
               END-IF
               IF holpend-status NOT = "00"
                 MOVE "HOLPEND OPEN FAILED" TO rpt-message
                 WRITE rpt-line FROM rpt-message-line
                 SET run-failed TO TRUE
                 CLOSE holidaysIX
               ELSE
                 SET files-open TO TRUE
                 OPEN INPUT hollocfile
                 IF holloc-status = "00"
                   SET holloc-avail TO TRUE
                 ELSE
                   MOVE "HOLLOC NOT AVAILABLE - MAP NOT CHECKED"
                     TO rpt-message
                   WRITE rpt-line FROM rpt-message-line
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * Nothing is queued while holgen or holwiden holds the update
      * freeze; the run is simply repeated once they are done.
      *
       CHECK-UPDATE-FREEZE.
           MOVE 'N' TO ws-freeze-flag
           OPEN INPUT holctlfile
           IF holctl-status = "00"
             MOVE "FREEZE" TO ctl-key
             READ holctlfile KEY IS ctl-key
             IF holctl-status = "00"
               MOVE ctl-data(1:1) TO ws-freeze-flag
             END-IF
             CLOSE holctlfile
           END-IF
           IF ws-freeze-flag = 'Y'
             MOVE "UPDATE FREEZE ON - NOTHING RAISED, RERUN LATER"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           END-IF.
      *
      * A map line for an office that is not on the location master,
      * or has been retired, is listed and left out.
      *
       LOAD-VENDOR-MAP.
           OPEN INPUT holvmapfile
           IF holvmap-status NOT = "00"
             MOVE "HOLVMAP OPEN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             SET input-not-eof TO TRUE
             PERFORM LOAD-ONE-MAP-LINE
               UNTIL input-eof
                  OR run-failed
             CLOSE holvmapfile
             IF run-ok AND ws-map-count = 0
               MOVE "HOLVMAP HOLDS NO USABLE LINES" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             END-IF
           END-IF.
      *
       LOAD-ONE-MAP-LINE.
           READ holvmapfile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               MOVE SPACES TO rpt-message
               IF vmap-code = SPACES OR vmap-loc = SPACES
                 STRING "INCOMPLETE MAP LINE: " DELIMITED BY SIZE
                        vmap-record DELIMITED BY SIZE
                        INTO rpt-message
               ELSE
               IF holloc-avail AND vmap-loc NOT = 'ALL'
                 MOVE vmap-loc TO loc-code
                 READ hollocfile KEY IS loc-code
                 IF holloc-status NOT = "00"
                   STRING "MAP TO UNKNOWN LOCATION: " DELIMITED BY SIZE
                          vmap-record DELIMITED BY SIZE
                          INTO rpt-message
                 ELSE
                 IF LOC-RETIRED
                   STRING "MAP TO RETIRED LOCATION: " DELIMITED BY SIZE
                          vmap-record DELIMITED BY SIZE
                          INTO rpt-message
                 END-IF
                 END-IF
               END-IF
               END-IF
               IF rpt-message NOT = SPACES
                 ADD 1 TO ws-map-bad-count
                 WRITE rpt-line FROM rpt-message-line
               ELSE
               IF ws-map-count < MAP-TABLE-MAX
                 ADD 1 TO ws-map-count
                 MOVE vmap-code TO ws-map-code(ws-map-count)
                 MOVE vmap-loc TO ws-map-loc(ws-map-count)
                 IF vmap-loc = 'ALL'
                   SET all-mapped TO TRUE
                 END-IF
               ELSE
                 MOVE "MAP TABLE FULL - RUN FAILED" TO rpt-message
                 WRITE rpt-line FROM rpt-message-line
                 SET run-failed TO TRUE
               END-IF
               END-IF
           END-READ.
      *
       LOAD-VENDOR-FEED.
           OPEN INPUT holvendinfile
           IF holvendin-status NOT = "00"
             MOVE "HOLVENDIN OPEN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             SET input-not-eof TO TRUE
             PERFORM LOAD-ONE-VENDOR-LINE
               UNTIL input-eof
                  OR run-failed
             CLOSE holvendinfile
             IF run-ok AND ws-vnd-count = 0
               MOVE "FEED HOLDS NO USABLE ENTRIES - NOTHING COMPARED"
                 TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             END-IF
           END-IF.
      *
       LOAD-ONE-VENDOR-LINE.
           READ holvendinfile
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-vend-read-count
               MOVE SPACES TO rpt-message
               IF vend-ymd NOT NUMERIC OR vend-name = SPACES
                 STRING "BAD FEED LINE: " DELIMITED BY SIZE
                        vend-record DELIMITED BY SIZE
                        INTO rpt-message
               ELSE
                 MOVE vend-ymd TO ws-yyyymmdd
                 IF FUNCTION TEST-DATE-YYYYMMDD(ws-yyyymmdd) NOT = 0
                   STRING "BAD FEED DATE: " DELIMITED BY SIZE
                          vend-record DELIMITED BY SIZE
                          INTO rpt-message
                 END-IF
               END-IF
               IF rpt-message NOT = SPACES
                 ADD 1 TO ws-vend-bad-count
                 WRITE rpt-line FROM rpt-message-line
               ELSE
                 MOVE 0 TO ws-map-hits
                 PERFORM EXPAND-ONE-VENDOR-LINE
                   VARYING ws-map-idx FROM 1 BY 1
                   UNTIL ws-map-idx > ws-map-count
                      OR run-failed
                 IF ws-map-hits = 0
                   ADD 1 TO ws-unmapped-count
                   STRING "NO LOCATION FOR VENDOR CODE: "
                          DELIMITED BY SIZE
                          vend-record DELIMITED BY SIZE
                          INTO rpt-message
                   WRITE rpt-line FROM rpt-message-line
                 ELSE
                   IF ws-ymd-yr < ws-year-from
                     MOVE ws-ymd-yr TO ws-year-from
                   END-IF
                   IF ws-ymd-yr > ws-year-to
                     MOVE ws-ymd-yr TO ws-year-to
                   END-IF
                 END-IF
               END-IF
           END-READ.
      *
      * A line repeated in the feed for the same office, date and
      * name is counted and dropped.
      *
       EXPAND-ONE-VENDOR-LINE.
           IF ws-map-code(ws-map-idx) = vend-code
             ADD 1 TO ws-map-hits
             MOVE FUNCTION UPPER-CASE(vend-name) TO ws-check-name
             SET ENTRY-NOT-FOUND TO TRUE
             PERFORM FIND-VENDOR-REPEAT
               VARYING ws-vnd-scan FROM 1 BY 1
               UNTIL ws-vnd-scan > ws-vnd-count
                  OR ENTRY-FOUND
             IF ENTRY-FOUND
               ADD 1 TO ws-vend-dup-count
             ELSE
             IF ws-vnd-count < VEND-TABLE-MAX
               ADD 1 TO ws-vnd-count
               MOVE ws-map-loc(ws-map-idx) TO ws-vnd-loc(ws-vnd-count)
               MOVE ws-yyyymmdd TO ws-vnd-ymd(ws-vnd-count)
               MOVE vend-name TO ws-vnd-name(ws-vnd-count)
               MOVE ws-check-name TO ws-vnd-uname(ws-vnd-count)
               MOVE vend-type TO ws-vnd-type(ws-vnd-count)
               MOVE SPACE TO ws-vnd-done(ws-vnd-count)
             ELSE
               MOVE "FEED TABLE FULL - RUN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
             END-IF
             END-IF
           END-IF.
      *
       FIND-VENDOR-REPEAT.
           IF ws-vnd-loc(ws-vnd-scan) = ws-map-loc(ws-map-idx)
              AND ws-vnd-ymd(ws-vnd-scan) = ws-yyyymmdd
              AND ws-vnd-uname(ws-vnd-scan) = ws-check-name
             SET ENTRY-FOUND TO TRUE
           END-IF.
      *
      * Our side: every holiday filed under a mapped location or
      * company-wide whose date falls in the years the feed covers.
      *
       LOAD-OUR-HOLIDAYS.
           MOVE ws-year-from TO rpt-span-from
           MOVE ws-year-to TO rpt-span-to
           WRITE rpt-line FROM SPACES
           WRITE rpt-line FROM rpt-span-line
           WRITE rpt-line FROM SPACES
           MOVE LOW-VALUES TO HOLIDAY-NAME
           START holidaysIX KEY IS NOT LESS THAN HOLIDAY-NAME
           IF holiday-status NOT = "00"
             SET input-eof TO TRUE
           ELSE
             SET input-not-eof TO TRUE
           END-IF
           PERFORM LOAD-ONE-OUR-HOLIDAY
             UNTIL input-eof
                OR run-failed.
      *
       LOAD-ONE-OUR-HOLIDAY.
           READ holidaysIX NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               MOVE holiday-ymd TO ws-yyyymmdd
               SET ENTRY-NOT-FOUND TO TRUE
               IF ws-ymd-yr >= ws-year-from
                  AND ws-ymd-yr <= ws-year-to
                 IF holiday-location = SPACES
                    OR holiday-location = 'ALL'
                   SET ENTRY-FOUND TO TRUE
                 ELSE
                   PERFORM FIND-MAPPED-LOCATION
                     VARYING ws-map-idx FROM 1 BY 1
                     UNTIL ws-map-idx > ws-map-count
                        OR ENTRY-FOUND
                 END-IF
               END-IF
               IF ENTRY-FOUND
                 IF ws-our-count < OUR-TABLE-MAX
                   ADD 1 TO ws-our-count
                   MOVE holiday-name TO ws-our-name(ws-our-count)
                   MOVE FUNCTION UPPER-CASE(holiday-name)
                     TO ws-our-uname(ws-our-count)
                   MOVE holiday-ymd TO ws-our-ymd(ws-our-count)
                   MOVE holiday-type TO ws-our-type(ws-our-count)
                   MOVE holiday-location TO ws-our-loc(ws-our-count)
                   MOVE holiday-close-time
                     TO ws-our-close(ws-our-count)
                   IF holiday-location = SPACES
                      OR holiday-location = 'ALL'
                     MOVE 'Y' TO ws-our-wide(ws-our-count)
                   ELSE
                     MOVE 'N' TO ws-our-wide(ws-our-count)
                   END-IF
                   MOVE SPACE TO ws-our-done(ws-our-count)
                 ELSE
                   MOVE "HOLIDAY TABLE FULL - RUN FAILED"
                     TO rpt-message
                   WRITE rpt-line FROM rpt-message-line
                   SET run-failed TO TRUE
                 END-IF
               END-IF
           END-READ.
      *
       FIND-MAPPED-LOCATION.
           IF ws-map-loc(ws-map-idx) = holiday-location
             SET ENTRY-FOUND TO TRUE
           END-IF.
      *
       LOAD-WAITING-ITEMS.
           MOVE 0 TO pend-seq
           START holpendfile KEY IS NOT LESS THAN pend-seq
           IF holpend-status NOT = "00"
             SET input-eof TO TRUE
           ELSE
             SET input-not-eof TO TRUE
           END-IF
           PERFORM LOAD-ONE-WAITING-ITEM
             UNTIL input-eof
                OR run-failed.
      *
       LOAD-ONE-WAITING-ITEM.
           READ holpendfile NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               IF PEND-STATE-PENDING
                 PERFORM REMEMBER-PENDING-ITEM
               END-IF
           END-READ.
      *
       REMEMBER-PENDING-ITEM.
           IF ws-pnd-count < PEND-TABLE-MAX
             ADD 1 TO ws-pnd-count
             MOVE pend-action TO ws-pnd-action(ws-pnd-count)
             MOVE FUNCTION UPPER-CASE(pend-hol-name)
               TO ws-pnd-name(ws-pnd-count)
             MOVE pend-hol-loc TO ws-pnd-loc(ws-pnd-count)
             MOVE pend-seq TO ws-pnd-seq(ws-pnd-count)
           ELSE
             MOVE "PENDING TABLE FULL - RUN FAILED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           END-IF.
      *
      * Exact matches are taken out first, so that a holiday that
      * merely moved or was renamed is not mistaken for one that is
      * missing; whatever is left on either side after that is a
      * holiday the other side does not have.
      *
       COMPARE-FEED.
           WRITE rpt-line FROM rpt-heading-2
           WRITE rpt-line FROM SPACES
           PERFORM MATCH-EXACT-ENTRY
             VARYING ws-vnd-idx FROM 1 BY 1
             UNTIL ws-vnd-idx > ws-vnd-count
           PERFORM MATCH-BY-NAME
             VARYING ws-vnd-idx FROM 1 BY 1
             UNTIL ws-vnd-idx > ws-vnd-count
           PERFORM MATCH-BY-DATE
             VARYING ws-vnd-idx FROM 1 BY 1
             UNTIL ws-vnd-idx > ws-vnd-count
           PERFORM RAISE-VENDOR-ONLY
             VARYING ws-vnd-idx FROM 1 BY 1
             UNTIL ws-vnd-idx > ws-vnd-count
           PERFORM RAISE-OURS-ONLY
             VARYING ws-our-idx FROM 1 BY 1
             UNTIL ws-our-idx > ws-our-count.
      *
       MATCH-EXACT-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM FIND-EXACT-OURS
             VARYING ws-our-idx FROM 1 BY 1
             UNTIL ws-our-idx > ws-our-count
                OR ENTRY-FOUND
           IF ENTRY-FOUND
             MOVE 'M' TO ws-vnd-done(ws-vnd-idx)
             IF OFFICE-COVERED
               IF ws-our-done(ws-our-hit) = SPACE
                 MOVE 'C' TO ws-our-done(ws-our-hit)
               END-IF
             ELSE
               MOVE 'M' TO ws-our-done(ws-our-hit)
             END-IF
             ADD 1 TO ws-matched-count
           END-IF.
      *
       FIND-EXACT-OURS.
           IF ws-our-ymd(ws-our-idx) = ws-vnd-ymd(ws-vnd-idx)
              AND ws-our-uname(ws-our-idx) = ws-vnd-uname(ws-vnd-idx)
             PERFORM CHECK-OUR-OFFICE
             IF NOT OFFICE-NEITHER
               SET ENTRY-FOUND TO TRUE
               MOVE ws-our-idx TO ws-our-hit
             END-IF
           END-IF.
      *
      * Whether our holiday belongs to the vendor entry's office: the
      * same location and still open, or company-wide against an
      * entry mapped to ALL, is OFFICE-SAME; company-wide against one
      * office's entry is OFFICE-COVERED, however often it has been
      * matched already.
      *
       CHECK-OUR-OFFICE.
           SET OFFICE-NEITHER TO TRUE
           IF ws-our-wide(ws-our-idx) = 'Y'
              AND ws-vnd-loc(ws-vnd-idx) NOT = 'ALL'
             SET OFFICE-COVERED TO TRUE
           ELSE
           IF ws-our-done(ws-our-idx) = SPACE
              OR ws-our-done(ws-our-idx) = 'C'
             IF ws-our-loc(ws-our-idx) = ws-vnd-loc(ws-vnd-idx)
                OR ws-our-wide(ws-our-idx) = 'Y'
               SET OFFICE-SAME TO TRUE
             END-IF
           END-IF
           END-IF.
      *
      * Same office and name on another date: our holiday is moved to
      * the vendor's date, keeping its type and close time.
      *
       MATCH-BY-NAME.
           IF ws-vnd-done(ws-vnd-idx) = SPACE
             SET ENTRY-NOT-FOUND TO TRUE
             PERFORM FIND-SAME-NAME-OURS
               VARYING ws-our-idx FROM 1 BY 1
               UNTIL ws-our-idx > ws-our-count
                  OR ENTRY-FOUND
             IF ENTRY-FOUND AND OFFICE-COVERED
               MOVE "DATE DIFFERS" TO rpt-diff-kind
               PERFORM REPORT-WIDE-EXCEPTION
             ELSE
             IF ENTRY-FOUND
               MOVE 'D' TO ws-vnd-done(ws-vnd-idx)
               MOVE 'D' TO ws-our-done(ws-our-hit)
               MOVE "PUTHOL" TO ws-pend-action
               MOVE ws-our-name(ws-our-hit) TO ws-raise-name
               MOVE ws-vnd-ymd(ws-vnd-idx) TO ws-raise-ymd
               MOVE ws-our-type(ws-our-hit) TO ws-raise-type
               MOVE ws-our-loc(ws-our-hit) TO ws-raise-loc
               MOVE ws-our-close(ws-our-hit) TO ws-raise-close
               MOVE SPACES TO ws-raise-new-name
               MOVE "VENDOR FEED - DATE DIFFERS" TO ws-raise-reason
               PERFORM RAISE-PENDING-ITEM
               MOVE "DATE DIFFERS" TO rpt-diff-kind
               PERFORM REPORT-BOTH-SIDES
             END-IF
             END-IF
           END-IF.
      *
       FIND-SAME-NAME-OURS.
           IF ws-our-uname(ws-our-idx) = ws-vnd-uname(ws-vnd-idx)
             PERFORM CHECK-OUR-OFFICE
             IF NOT OFFICE-NEITHER
               SET ENTRY-FOUND TO TRUE
               MOVE ws-our-idx TO ws-our-hit
             END-IF
           END-IF.
      *
      * Same office and date under another name: our holiday is
      * renamed to the vendor's name.  A holiday of the office's own
      * on that date is preferred to a company-wide one.
      *
       MATCH-BY-DATE.
           IF ws-vnd-done(ws-vnd-idx) = SPACE
             SET ENTRY-NOT-FOUND TO TRUE
             PERFORM FIND-SAME-DATE-OURS
               VARYING ws-our-idx FROM 1 BY 1
               UNTIL ws-our-idx > ws-our-count
                  OR ENTRY-FOUND
             IF ENTRY-NOT-FOUND
               PERFORM FIND-WIDE-SAME-DATE
                 VARYING ws-our-idx FROM 1 BY 1
                 UNTIL ws-our-idx > ws-our-count
                    OR ENTRY-FOUND
             END-IF
             IF ENTRY-FOUND AND OFFICE-COVERED
               MOVE "NAME DIFFERS" TO rpt-diff-kind
               PERFORM REPORT-WIDE-EXCEPTION
             ELSE
             IF ENTRY-FOUND
               MOVE 'D' TO ws-vnd-done(ws-vnd-idx)
               MOVE 'D' TO ws-our-done(ws-our-hit)
               MOVE "RENHOL" TO ws-pend-action
               MOVE ws-our-name(ws-our-hit) TO ws-raise-name
               MOVE ws-our-ymd(ws-our-hit) TO ws-raise-ymd
               MOVE ws-our-type(ws-our-hit) TO ws-raise-type
               MOVE ws-our-loc(ws-our-hit) TO ws-raise-loc
               MOVE ws-our-close(ws-our-hit) TO ws-raise-close
               MOVE ws-vnd-name(ws-vnd-idx) TO ws-raise-new-name
               MOVE "VENDOR FEED - NAME DIFFERS" TO ws-raise-reason
               PERFORM RAISE-PENDING-ITEM
               MOVE "NAME DIFFERS" TO rpt-diff-kind
               PERFORM REPORT-BOTH-SIDES
             END-IF
             END-IF
           END-IF.
      *
       FIND-SAME-DATE-OURS.
           IF ws-our-ymd(ws-our-idx) = ws-vnd-ymd(ws-vnd-idx)
             PERFORM CHECK-OUR-OFFICE
             IF OFFICE-SAME
               SET ENTRY-FOUND TO TRUE
               MOVE ws-our-idx TO ws-our-hit
             END-IF
           END-IF.
      *
       FIND-WIDE-SAME-DATE.
           IF ws-our-ymd(ws-our-idx) = ws-vnd-ymd(ws-vnd-idx)
             PERFORM CHECK-OUR-OFFICE
             IF OFFICE-COVERED
               SET ENTRY-FOUND TO TRUE
               MOVE ws-our-idx TO ws-our-hit
             END-IF
           END-IF.
      *
      * One office's feed does not move, rename or delete a holiday
      * that closes every office; the difference is listed for the
      * calendar owners to settle and nothing is raised.
      *
       REPORT-WIDE-EXCEPTION.
           MOVE 'D' TO ws-vnd-done(ws-vnd-idx)
           ADD 1 TO ws-wide-count
           MOVE "COMPANY-WIDE, NOT RAISED" TO ws-raise-result
           PERFORM REPORT-BOTH-SIDES.
      *
       RAISE-VENDOR-ONLY.
           IF ws-vnd-done(ws-vnd-idx) = SPACE
             MOVE 'D' TO ws-vnd-done(ws-vnd-idx)
             MOVE "POSHOL" TO ws-pend-action
             MOVE ws-vnd-name(ws-vnd-idx) TO ws-raise-name
             MOVE ws-vnd-ymd(ws-vnd-idx) TO ws-raise-ymd
             MOVE ws-vnd-type(ws-vnd-idx) TO ws-raise-type
             MOVE ws-vnd-loc(ws-vnd-idx) TO ws-raise-loc
             MOVE SPACES TO ws-raise-close
             MOVE SPACES TO ws-raise-new-name
             MOVE "VENDOR FEED - MISSING HERE" TO ws-raise-reason
             PERFORM RAISE-PENDING-ITEM
             MOVE "MISSING HERE" TO rpt-diff-kind
             MOVE ws-vnd-loc(ws-vnd-idx) TO rpt-diff-loc
             MOVE ws-vnd-ymd(ws-vnd-idx) TO rpt-diff-vymd
             MOVE SPACES TO rpt-diff-oymd
             MOVE ws-vnd-name(ws-vnd-idx) TO rpt-diff-vname
             MOVE SPACES TO rpt-diff-oname
             MOVE ws-raise-result TO rpt-diff-result
             WRITE rpt-line FROM rpt-diff-line
           END-IF.
      *
      * A company-wide holiday no vendor entry matched is only
      * raised for deletion when a vendor code maps to ALL.
      *
       RAISE-OURS-ONLY.
           IF ws-our-done(ws-our-idx) = SPACE
             MOVE 'D' TO ws-our-done(ws-our-idx)
             IF ws-our-wide(ws-our-idx) = 'Y'
                AND NOT all-mapped
               ADD 1 TO ws-wide-count
               MOVE "COMPANY-WIDE, NOT RAISED" TO ws-raise-result
             ELSE
               MOVE "DELHOL" TO ws-pend-action
               MOVE ws-our-name(ws-our-idx) TO ws-raise-name
               MOVE ws-our-ymd(ws-our-idx) TO ws-raise-ymd
               MOVE ws-our-type(ws-our-idx) TO ws-raise-type
               MOVE ws-our-loc(ws-our-idx) TO ws-raise-loc
               MOVE ws-our-close(ws-our-idx) TO ws-raise-close
               MOVE SPACES TO ws-raise-new-name
               MOVE "VENDOR FEED - NOT AT VENDOR" TO ws-raise-reason
               PERFORM RAISE-PENDING-ITEM
             END-IF
             MOVE "NOT AT VENDOR" TO rpt-diff-kind
             MOVE ws-our-loc(ws-our-idx) TO rpt-diff-loc
             MOVE SPACES TO rpt-diff-vymd
             MOVE ws-our-ymd(ws-our-idx) TO rpt-diff-oymd
             MOVE SPACES TO rpt-diff-vname
             MOVE ws-our-name(ws-our-idx) TO rpt-diff-oname
             MOVE ws-raise-result TO rpt-diff-result
             WRITE rpt-line FROM rpt-diff-line
           END-IF.
      *
       REPORT-BOTH-SIDES.
           MOVE ws-vnd-loc(ws-vnd-idx) TO rpt-diff-loc
           MOVE ws-vnd-ymd(ws-vnd-idx) TO rpt-diff-vymd
           MOVE ws-our-ymd(ws-our-hit) TO rpt-diff-oymd
           MOVE ws-vnd-name(ws-vnd-idx) TO rpt-diff-vname
           MOVE ws-our-name(ws-our-hit) TO rpt-diff-oname
           MOVE ws-raise-result TO rpt-diff-result
           WRITE rpt-line FROM rpt-diff-line.
      *
      * One difference onto holpend, in the form the gateway's own
      * maintenance entries queue it, so approvepending applies it
      * the same way.  A new name already on holidaysIX (under some
      * other office) cannot be approved and is listed instead.
      *
       RAISE-PENDING-ITEM.
           SET ITEM-NOT-RAISED TO TRUE
           MOVE SPACES TO ws-raise-result
           MOVE SPACES TO ws-check-name
           IF ws-pend-action = "POSHOL"
             MOVE ws-raise-name TO ws-check-name
           END-IF
           IF ws-pend-action = "RENHOL"
             MOVE ws-raise-new-name TO ws-check-name
           END-IF
           IF ws-check-name NOT = SPACES
             MOVE ws-check-name TO holiday-name
             READ holidaysIX KEY IS holiday-name
             IF holiday-status = "00"
               MOVE "NAME ALREADY ON FILE" TO ws-raise-result
             END-IF
           END-IF
           IF ws-raise-result = SPACES
             MOVE FUNCTION UPPER-CASE(ws-raise-name) TO ws-check-name
             SET ENTRY-NOT-FOUND TO TRUE
             PERFORM FIND-WAITING-ITEM
               VARYING ws-pnd-idx FROM 1 BY 1
               UNTIL ws-pnd-idx > ws-pnd-count
                  OR ENTRY-FOUND
           END-IF
           IF ws-raise-result = SPACES
             PERFORM WRITE-PENDING-REQUEST
           END-IF
           IF ITEM-WAITING
             ADD 1 TO ws-waiting-count
           ELSE
           IF ITEM-NOT-RAISED
             ADD 1 TO ws-not-raised-count
           ELSE
             EVALUATE ws-pend-action
               WHEN "POSHOL"
                 ADD 1 TO ws-poshol-count
               WHEN "PUTHOL"
                 ADD 1 TO ws-puthol-count
               WHEN "RENHOL"
                 ADD 1 TO ws-renhol-count
               WHEN "DELHOL"
                 ADD 1 TO ws-delhol-count
             END-EVALUATE
           END-IF
           END-IF.
      *
      * The same item for the same office is already waiting.  The
      * same name waiting for another office - a second office fed
      * by the same vendor code, say - could never be approved as
      * well, holiday-name being the key of holidaysIX, so it is
      * listed as not raised; a match for the same office further
      * on still takes precedence.
      *
       FIND-WAITING-ITEM.
           IF ws-pnd-action(ws-pnd-idx) = ws-pend-action
              AND ws-pnd-name(ws-pnd-idx) = ws-check-name
             IF ws-pnd-loc(ws-pnd-idx) = ws-raise-loc
               SET ENTRY-FOUND TO TRUE
               SET ITEM-WAITING TO TRUE
               MOVE SPACES TO ws-raise-result
               STRING "ALREADY PENDING " DELIMITED BY SIZE
                      ws-pnd-seq(ws-pnd-idx) DELIMITED BY SIZE
                      INTO ws-raise-result
             ELSE
             IF ws-raise-result = SPACES
               MOVE ws-pnd-loc(ws-pnd-idx) TO ws-pnd-show-loc
               IF ws-pnd-show-loc = SPACES
                 MOVE 'ALL' TO ws-pnd-show-loc
               END-IF
               STRING "NAME ALREADY PENDING FOR " DELIMITED BY SIZE
                      ws-pnd-show-loc DELIMITED BY SPACE
                      INTO ws-raise-result
             END-IF
             END-IF
           END-IF.
      *
       WRITE-PENDING-REQUEST.
           PERFORM GET-NEXT-PENDING-NUMBER
           IF SEQ-EXHAUSTED
             MOVE "PENDSEQ EXHAUSTED" TO ws-raise-result
           ELSE
           IF HOLCTL-FAILED
             MOVE "HOLCTL UPDATE FAILED" TO ws-raise-result
           ELSE
             INITIALIZE holpend-record
             MOVE ws-pending-number TO pend-seq
             MOVE 'P' TO pend-state
             MOVE ws-pend-action TO pend-action
             MOVE FUNCTION CURRENT-DATE TO pend-submit-date
             MOVE ws-raise-name TO pend-hol-name
             MOVE ws-raise-ymd TO ws-yyyymmdd
             PERFORM BUILD-PENDING-DATE
             MOVE ws-raise-type TO pend-hol-type
             MOVE ws-raise-loc TO pend-hol-loc
             MOVE ws-raise-close TO pend-hol-close
             MOVE ws-raise-new-name TO pend-ren-new-name
             MOVE VEND-SUBMIT-USER TO pend-submit-user
             MOVE ws-raise-reason TO pend-reason
             WRITE holpend-record
             IF holpend-status NOT = "00"
               DISPLAY "HOLPEND WRITE FAILED: ", holpend-status
                                                     UPON SYSERR
               MOVE "HOLPEND WRITE FAILED" TO ws-raise-result
             ELSE
               STRING ws-pend-action DELIMITED BY SIZE
                      " PENDING " DELIMITED BY SIZE
                      ws-pending-number DELIMITED BY SIZE
                      INTO ws-raise-result
               SET ITEM-RAISED TO TRUE
               PERFORM REMEMBER-PENDING-ITEM
             END-IF
           END-IF
           END-IF.
      *
       BUILD-PENDING-DATE.
           COMPUTE ws-integer-date =
               FUNCTION INTEGER-OF-DATE(ws-yyyymmdd)
           COMPUTE ws-dow-remainder =
               FUNCTION MOD(ws-integer-date, 7)
           IF ws-dow-remainder = 0
             MOVE 7 TO ws-dow-remainder
           END-IF
           MOVE WS-DOW-ENTRY(ws-dow-remainder) TO pend-hol-wkday
           MOVE WS-MONTH-ENTRY(ws-ymd-mon) TO pend-hol-mon
           MOVE ws-ymd-dd TO pend-hol-day
           MOVE ws-ymd-yr TO pend-hol-yr.
      *
      * PENDSEQ already at HOL-SEQ-MAX is left alone and nothing more
      * is raised; the counter must never wrap to numbers on file.
      *
       GET-NEXT-PENDING-NUMBER.
           MOVE 'N' TO WS-HOLCTL-OK-SWITCH
           MOVE 'N' TO WS-SEQ-EXHAUSTED-SWITCH
           OPEN I-O holctlfile
           IF holctl-status = "35"
             OPEN OUTPUT holctlfile
             CLOSE holctlfile
             OPEN I-O holctlfile
           END-IF
           IF holctl-status NOT = "00"
             DISPLAY "HOLCTL OPEN FAILED: ", holctl-status
                                                     UPON SYSERR
           ELSE
             MOVE "PENDSEQ" TO ctl-key
             READ holctlfile KEY IS ctl-key
             IF holctl-status NOT = "00"
               MOVE SPACES TO ctl-data
               MOVE 1 TO ctl-next-holiday-number
               WRITE holctl-record
             ELSE
               IF ctl-next-holiday-number >= HOL-SEQ-MAX
                 MOVE 'Y' TO WS-SEQ-EXHAUSTED-SWITCH
               ELSE
                 ADD 1 TO ctl-next-holiday-number
                 REWRITE holctl-record
               END-IF
             END-IF
             IF SEQ-NOT-EXHAUSTED
               IF holctl-status NOT = "00"
                 DISPLAY "HOLCTL UPDATE FAILED: ", holctl-status
                                                     UPON SYSERR
               ELSE
                 MOVE ctl-next-holiday-number TO ws-pending-number
                 MOVE 'Y' TO WS-HOLCTL-OK-SWITCH
               END-IF
             END-IF
             CLOSE holctlfile
           END-IF.
      *
       LIST-MATCHED-ENTRIES.
           WRITE rpt-line FROM SPACES
           WRITE rpt-line FROM rpt-match-heading
           PERFORM LIST-ONE-MATCH
             VARYING ws-vnd-idx FROM 1 BY 1
             UNTIL ws-vnd-idx > ws-vnd-count.
      *
       LIST-ONE-MATCH.
           IF ws-vnd-done(ws-vnd-idx) = 'M'
             MOVE ws-vnd-loc(ws-vnd-idx) TO rpt-match-loc
             MOVE ws-vnd-ymd(ws-vnd-idx) TO rpt-match-ymd
             MOVE ws-vnd-name(ws-vnd-idx) TO rpt-match-name
             WRITE rpt-line FROM rpt-match-line
           END-IF.
      *
       PRINT-TOTALS.
           WRITE rpt-line FROM SPACES.
           MOVE "FEED LINES READ         " TO rpt-total-text.
           MOVE ws-vend-read-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "BAD FEED LINES          " TO rpt-total-text.
           MOVE ws-vend-bad-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "UNMAPPED VENDOR CODES   " TO rpt-total-text.
           MOVE ws-unmapped-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "REPEATED FEED LINES     " TO rpt-total-text.
           MOVE ws-vend-dup-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "MAP LINES REJECTED      " TO rpt-total-text.
           MOVE ws-map-bad-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "VENDOR ENTRIES COMPARED " TO rpt-total-text.
           MOVE ws-vnd-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "OUR HOLIDAYS COMPARED   " TO rpt-total-text.
           MOVE ws-our-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "MATCHED                 " TO rpt-total-text.
           MOVE ws-matched-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "POSHOL RAISED           " TO rpt-total-text.
           MOVE ws-poshol-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "PUTHOL RAISED           " TO rpt-total-text.
           MOVE ws-puthol-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "RENHOL RAISED           " TO rpt-total-text.
           MOVE ws-renhol-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "DELHOL RAISED           " TO rpt-total-text.
           MOVE ws-delhol-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "ALREADY PENDING         " TO rpt-total-text.
           MOVE ws-waiting-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "NOT RAISED              " TO rpt-total-text.
           MOVE ws-not-raised-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "COMPANY-WIDE EXCEPTIONS " TO rpt-total-text.
           MOVE ws-wide-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
      *
       PRINT-VERDICT.
           WRITE rpt-line FROM SPACES.
           IF run-failed
             MOVE "HOLVEND FAILED - SEE ABOVE" TO rpt-message
           ELSE
             IF ws-vend-bad-count > 0
                OR ws-unmapped-count > 0
                OR ws-map-bad-count > 0
                OR ws-not-raised-count > 0
                OR ws-wide-count > 0
               MOVE "INTAKE COMPLETE WITH EXCEPTIONS - SEE ABOVE"
                 TO rpt-message
             ELSE
               MOVE "INTAKE COMPLETE - DIFFERENCES AWAIT APPROVAL"
                 TO rpt-message
             END-IF
           END-IF.
           WRITE rpt-line FROM rpt-message-line.
      *
       TERMINATE-INTAKE.
           IF files-open
             CLOSE holidaysIX
             CLOSE holpendfile
             IF holloc-avail
               CLOSE hollocfile
             END-IF
           END-IF.
           IF report-open
             CLOSE holvendrptfile
           END-IF.
           IF run-failed
             DISPLAY "HOLVEND FAILED - SEE REPORT" UPON SYSOUT
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "HOLVEND: ", ws-matched-count, " MATCHED ",
                     ws-poshol-count, " POSHOL ",
                     ws-puthol-count, " PUTHOL ",
                     ws-renhol-count, " RENHOL ",
                     ws-delhol-count, " DELHOL" UPON SYSOUT
             IF ws-vend-bad-count > 0
                OR ws-unmapped-count > 0
                OR ws-map-bad-count > 0
                OR ws-not-raised-count > 0
                OR ws-wide-count > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
