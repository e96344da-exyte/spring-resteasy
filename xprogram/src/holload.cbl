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
           select holhistfile assign to "holhist"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holhist-status.
      *
           select holloadinfile assign to "holloadin"
           organization is LINE SEQUENTIAL
       FD holidaysIX.
      *
       01 holiday-record.
         05 holiday-number  PIC 9(7).
         05 holiday-name PIC X(25).
         05 holiday-date.
             10 week-day  PIC X(9).
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
       FD holhistfile.
      *
      * Each holiday written here also goes on holhist as an ADDHOL
      * image, so listhistory, holhistrpt and the holdelta extract
      * see batch additions the same as online ones.
      *
       01 holhist-record.
         05 hist-op-code PIC X(6).
         05 hist-event-date PIC X(21).
         05 hist-old-rec PIC X(129).
         05 hist-new-rec PIC X(129).
         05 hist-submit-user PIC X(10).
         05 hist-approve-user PIC X(10).
         05 hist-reason PIC X(40).
         05 hist-source PIC X(4).
      *
       FD holloadinfile.
      *
       77 holctl-status pic xx.
       77 holloadin-status pic xx.
       77 holloadrpt-status pic xx.
       77 holloc-status pic xx.
       77 holhist-status pic xx.
       77 ws-holloc-switch PIC X VALUE 'N'.
         88 holloc-avail VALUE 'Y'.
       77 ws-holiday-number PIC 9(7) VALUE 0.
       77 ws-read-count PIC 9(4) VALUE 0.
       77 ws-written-count PIC 9(4) VALUE 0.
       77 ws-rejected-count PIC 9(4) VALUE 0.
       77 ws-hist-count PIC 9(4) VALUE 0.
       77 ws-eof-switch PIC X VALUE 'N'.
         88 load-in-eof VALUE 'Y'.
         88 load-in-not-eof VALUE 'N'.
       77 ws-open-switch PIC X VALUE 'N'.
         88 files-open VALUE 'Y'.
       77 ws-cal-mark-switch PIC X VALUE 'Y'.
         88 cal-marked VALUE 'Y'.
         88 cal-not-marked VALUE 'N'.
       77 ws-cal-mark-status PIC XX VALUE SPACES.
       77 ws-reject-reason PIC X(25).
       77 ws-freeze-flag PIC X.
       77 WS-DUP-DATE-FOUND PIC X VALUE 'N'.
       77 WS-HOLCTL-OK-SWITCH PIC X VALUE 'N'.
         88 HOLCTL-OK VALUE 'Y'.
         88 HOLCTL-FAILED VALUE 'N'.
       77 HOL-SEQ-MAX PIC 9(7) VALUE 9999999.
       77 WS-SEQ-EXHAUSTED-SWITCH PIC X VALUE 'N'.
         88 SEQ-EXHAUSTED VALUE 'Y'.
         88 SEQ-NOT-EXHAUSTED VALUE 'N'.
       77 WS-OBS-INTEGER PIC S9(9) COMP.
       77 WS-OBS-DOW PIC 9.
       01 WS-OBS-DATE-PARTS.
             10 WS-OBS-YR PIC 9(4).
             10 WS-OBS-MON PIC 99.
             10 WS-OBS-DD PIC 99.
       77 ws-adj-dow PIC 9.
       77 DEFAULT-OFF-DAYS PIC X(7) VALUE 'NNNNNYY'.
       01 ws-hol-off-days PIC X(7) VALUE 'NNNNNYY'.
       01 ws-hol-off-days-r REDEFINES ws-hol-off-days.
           05 ws-hol-off-day PIC X OCCURS 7 TIMES.
      *
       01 rpt-heading-1.
         05 FILLER PIC X(1)  VALUE SPACE.
           PERFORM INITIALIZE-LOAD.
           IF files-open
             PERFORM SET-UPDATE-FREEZE
             PERFORM MARK-CALENDAR-STALE
             PERFORM LOAD-ONE-LINE
               UNTIL load-in-eof
             PERFORM MARK-CALENDAR-STALE
             PERFORM PRINT-TOTALS
             PERFORM CLEAR-UPDATE-FREEZE
           END-IF.
                                                     UPON SYSERR
               SET load-in-eof TO TRUE
               CLOSE holloadinfile
             ELSE
             PERFORM OPEN-LOAD-HISTORY
             IF holhist-status NOT = "00"
               DISPLAY "HOLHIST OPEN FAILED: ", holhist-status
                                                     UPON SYSERR
               SET load-in-eof TO TRUE
               CLOSE holloadinfile
               CLOSE holidaysIX
             ELSE
               OPEN OUTPUT holloadrptfile
               SET files-open TO TRUE
               WRITE rpt-line FROM SPACES
               WRITE rpt-line FROM rpt-heading-2
               WRITE rpt-line FROM SPACES
               OPEN INPUT hollocfile
               IF holloc-status = "00"
                 SET holloc-avail TO TRUE
               ELSE
                 DISPLAY "HOLLOC NOT AVAILABLE: ", holloc-status
                                                       UPON SYSERR
               END-IF
             END-IF
             END-IF
           END-IF.
      *
      * No load runs without holhist: a holiday that reached
      * holidaysIX but not the history would never be extracted.
      *
       OPEN-LOAD-HISTORY.
           OPEN EXTEND holhistfile
           IF holhist-status = "35"
             OPEN OUTPUT holhistfile
             CLOSE holhistfile
             OPEN EXTEND holhistfile
           END-IF.
      *
       LOAD-ONE-LINE.
           READ holloadinfile
      *
      * Each input line passes through the same edits postholiday
      * applies - duplicate calendar date, duplicate name, and the
      * weekday check, and an office that is on the location master
      * and still open - before a HOLSEQ number is drawn and the
      * record written.
      *
       PROCESS-ONE-LINE.
           IF ws-reject-reason = SPACES
             PERFORM VALIDATE-LOAD-WEEKDAY
           END-IF
           IF ws-reject-reason = SPACES
             PERFORM CHECK-LOAD-LOCATION
           END-IF
           IF ws-reject-reason = SPACES
             PERFORM CHECK-DUPLICATE-DATE
             IF DUP-DATE-FOUND
           IF ws-reject-reason = SPACES
             PERFORM GET-NEXT-HOLIDAY-NUMBER
             IF HOLCTL-FAILED
               IF SEQ-EXHAUSTED
                 MOVE "SEQUENCE EXHAUSTED" TO ws-reject-reason
               ELSE
                 MOVE "HOLCTL FAILURE" TO ws-reject-reason
               END-IF
             END-IF
           END-IF
           IF ws-reject-reason = SPACES
             PERFORM WRITE-LOAD-HOLIDAY
           END-IF
           IF ws-reject-reason = SPACES
             PERFORM WRITE-LOAD-HISTORY
           END-IF
           IF ws-reject-reason = SPACES
             ADD 1 TO ws-written-count
             MOVE in-name TO rpt-name
             MOVE ws-reject-reason TO rpt-reason
           END-IF
           WRITE rpt-line FROM rpt-detail-line.
      *
      * A named office must be on the location master and still
      * active; blank and ALL are company-wide and always pass.  The
      * office's days off are kept for COMPUTE-OBSERVED-DATE; blank
      * and ALL keep the SATURDAY/SUNDAY weekend.
      *
       CHECK-LOAD-LOCATION.
           MOVE DEFAULT-OFF-DAYS TO ws-hol-off-days
           IF in-loc NOT = SPACES AND in-loc NOT = 'ALL'
             IF holloc-avail
               MOVE in-loc TO loc-code
               READ hollocfile KEY IS loc-code
               IF holloc-status = "00"
                 IF LOC-RETIRED
                   MOVE "LOCATION RETIRED" TO ws-reject-reason
                 ELSE
                   MOVE loc-off-days TO ws-hol-off-days
                 END-IF
               ELSE
                 MOVE "UNKNOWN LOCATION" TO ws-reject-reason
               END-IF
             ELSE
               MOVE "UNKNOWN LOCATION" TO ws-reject-reason
             END-IF
           END-IF.
      *
       VALIDATE-LOAD-WEEKDAY.
           SET WS-MONTH-IDX TO 1
             MOVE "WRITE FAILED" TO ws-reject-reason
           END-IF.
      *
      * The holiday is already on holidaysIX, so a history write
      * failure does not reject the line; it shows up as HISTORY
      * WRITTEN falling short of RECORDS WRITTEN.
      *
       WRITE-LOAD-HISTORY.
           MOVE SPACES TO holhist-record
           MOVE "ADDHOL" TO hist-op-code
           MOVE FUNCTION CURRENT-DATE TO hist-event-date
      * No before-image for an add: blank, with zeros in the id,
      * day, year and yyyymmdd positions, as the online add leaves it.
           MOVE SPACES TO hist-old-rec
           MOVE ZEROS TO hist-old-rec(1:7)
           MOVE ZEROS TO hist-old-rec(51:2)
           MOVE ZEROS TO hist-old-rec(53:4)
           MOVE ZEROS TO hist-old-rec(117:8)
           MOVE holiday-record TO hist-new-rec
           MOVE "LOAD" TO hist-source
           WRITE holhist-record
           IF holhist-status = "00"
             ADD 1 TO ws-hist-count
           ELSE
             DISPLAY "HOLHIST WRITE FAILED: ", holhist-status,
                     " ID=", ws-holiday-number UPON SYSERR
           END-IF.
      *
      * A holiday on one of the office's days off is observed the
      * working day before it, or failing that the working day after
      * it; one in the middle of three or more days off is not moved.
      * For a SATURDAY/SUNDAY office that is the FRIDAY before a
      * SATURDAY and the MONDAY after a SUNDAY.  VALIDATE-LOAD-WEEKDAY
      * has already left the date in WS-INTEGER-DATE, and
      * CHECK-LOAD-LOCATION the office's days off in ws-hol-off-days.
      *
       COMPUTE-OBSERVED-DATE.
           MOVE WS-INTEGER-DATE TO WS-OBS-INTEGER
           COMPUTE WS-OBS-DOW = FUNCTION MOD(WS-INTEGER-DATE, 7)
           IF WS-OBS-DOW = 0
             MOVE 7 TO WS-OBS-DOW
           END-IF
           IF ws-hol-off-day(WS-OBS-DOW) = 'Y'
             COMPUTE ws-adj-dow = FUNCTION MOD(WS-OBS-DOW + 5, 7) + 1
             IF ws-hol-off-day(ws-adj-dow) NOT = 'Y'
               SUBTRACT 1 FROM WS-OBS-INTEGER
             ELSE
               COMPUTE ws-adj-dow = FUNCTION MOD(WS-OBS-DOW, 7) + 1
               IF ws-hol-off-day(ws-adj-dow) NOT = 'Y'
                 ADD 1 TO WS-OBS-INTEGER
               END-IF
             END-IF
           END-IF
           COMPUTE WS-OBS-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-OBS-INTEGER)
           MOVE WS-MONTH-ENTRY(WS-OBS-MON) TO obs-month
           MOVE WS-OBS-DD TO obs-day
           MOVE WS-OBS-YR TO obs-year.
      *
      * HOLSEQ already at HOL-SEQ-MAX is left alone and the line is
      * refused; the counter must never wrap to numbers on file.
      *
       GET-NEXT-HOLIDAY-NUMBER.
           MOVE 'N' TO WS-HOLCTL-OK-SWITCH
           MOVE 'N' TO WS-SEQ-EXHAUSTED-SWITCH
           OPEN I-O holctlfile
           IF holctl-status = "35"
             OPEN OUTPUT holctlfile
               ADD 1 TO ctl-next-holiday-number
               WRITE holctl-record
             ELSE
               IF ctl-next-holiday-number >= HOL-SEQ-MAX
                 MOVE 'Y' TO WS-SEQ-EXHAUSTED-SWITCH
               ELSE
                 ADD 1 TO ctl-next-holiday-number
                 REWRITE holctl-record
               END-IF
             END-IF
             IF SEQ-EXHAUSTED
               DISPLAY "HOLSEQ EXHAUSTED AT: ", ctl-next-holiday-number
                                                     UPON SYSERR
             ELSE
             IF holctl-status NOT = "00"
               DISPLAY "HOLCTL WRITE FAILED: ", holctl-status
                                                     UPON SYSERR
               MOVE 'Y' TO WS-HOLCTL-OK-SWITCH
               MOVE ctl-next-holiday-number TO ws-holiday-number
             END-IF
             END-IF
             CLOSE holctlfile
           END-IF.
      *
           MOVE "LINES REJECTED    " TO rpt-total-text.
           MOVE ws-rejected-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "HISTORY WRITTEN   " TO rpt-total-text.
           MOVE ws-hist-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           IF ws-hist-count NOT = ws-written-count
             WRITE rpt-line FROM SPACES
             MOVE " *** HISTORY COUNT DOES NOT MATCH RECORDS WRITTEN"
               TO rpt-line
             WRITE rpt-line
             DISPLAY "HOLLOAD: HISTORY COUNT MISMATCH" UPON SYSERR
           END-IF
           IF cal-not-marked
             WRITE rpt-line FROM SPACES
             MOVE SPACES TO rpt-line
             STRING " *** CALENDAR NOT MARKED STALE - HOLCTL STATUS "
                    DELIMITED BY SIZE
                    ws-cal-mark-status DELIMITED BY SIZE
                    INTO rpt-line
             WRITE rpt-line
           END-IF.
      *
       TERMINATE-LOAD.
           IF files-open
             CLOSE holloadinfile
             CLOSE holidaysIX
             CLOSE holhistfile
             CLOSE holloadrptfile
           END-IF.
           IF holloc-avail
             CLOSE hollocfile
           END-IF.
           DISPLAY "HOLLOAD: ", ws-read-count, " READ ",
                   ws-written-count, " WRITTEN ",
                   ws-rejected-count, " REJECTED" UPON SYSOUT.
           IF cal-not-marked
             DISPLAY "HOLLOAD: CALENDAR NOT MARKED STALE" UPON SYSOUT
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * The gateway maintenance entries honour the FREEZE control
      * record on holctl while this job is rewriting holidaysIX,
             END-IF
             CLOSE holctlfile
           END-IF.
      *
      * holidaysIX is being rewritten under the prebuilt business
      * calendar, so the HOLCAL control record on holctl is marked
      * stale before the first change and again once the run is
      * through - a holcal build that finished in between would
      * otherwise have marked a half-done file current.  The gateway
      * entries work their answers out from holidaysIX until holcal
      * has been rerun.  No HOLCAL record means no calendar has been
      * built, so there is nothing to mark; any other failure sets
      * cal-not-marked, which the report shows and which ends the
      * run RC 4, since holcal may now answer wrongly.
      *
       MARK-CALENDAR-STALE.
           OPEN I-O holctlfile
           IF holctl-status NOT = "00"
             DISPLAY "HOLCTL OPEN FAILED - CALENDAR NOT MARKED: ",
                     holctl-status UPON SYSERR
             SET cal-not-marked TO TRUE
             MOVE holctl-status TO ws-cal-mark-status
           ELSE
             MOVE "HOLCAL" TO ctl-key
             READ holctlfile KEY IS ctl-key
             IF holctl-status = "00"
               MOVE 'N' TO ctl-data(1:1)
               MOVE FUNCTION CURRENT-DATE(1:16) TO ctl-data(2:16)
               REWRITE holctl-record
               IF holctl-status NOT = "00"
                 DISPLAY "HOLCAL MARK FAILED: ", holctl-status
                                                     UPON SYSERR
                 SET cal-not-marked TO TRUE
                 MOVE holctl-status TO ws-cal-mark-status
               END-IF
             ELSE
             IF holctl-status NOT = "23"
               DISPLAY "HOLCAL READ FAILED - CALENDAR NOT MARKED: ",
                       holctl-status UPON SYSERR
               SET cal-not-marked TO TRUE
               MOVE holctl-status TO ws-cal-mark-status
             END-IF
             END-IF
             CLOSE holctlfile
           END-IF.
