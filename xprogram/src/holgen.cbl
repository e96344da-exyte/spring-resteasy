           access is DYNAMIC
           RECORD KEY IS ctl-key
           file status is holctl-status.
      *
           select holhistfile assign to "holhist"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holhist-status.
      *
           select holgenrptfile assign to "holgenrpt"
           organization is LINE SEQUENTIAL
           file status is holgenrpt-status.
      *
           select hollocfile assign to "holloc"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS loc-code
           file status is holloc-status.
      *
           select holrulesfile assign to "holrules"
           organization is INDEXED
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
       FD holhistfile.
      *
      * Each holiday rolled forward also goes on holhist as an ADDHOL
      * image, so listhistory, holhistrpt and the holdelta extract
      * see the new year the same as online additions.
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
       FD holgenrptfile.
      *
       01 rpt-line PIC X(80).
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
       FD holrulesfile.
      *
       77 holctl-status pic xx.
       77 holgenrpt-status pic xx.
       77 holrules-status pic xx.
       77 holloc-status pic xx.
       77 holhist-status pic xx.
       77 ws-holloc-switch PIC X VALUE 'N'.
         88 holloc-avail VALUE 'Y'.
       77 ws-holiday-number PIC 9(7) VALUE 0.
       77 GEN-HOL-MAX PIC 999 VALUE 500.
       77 ws-read-count PIC 999 VALUE 0.
       77 ws-created-count PIC 999 VALUE 0.
       77 ws-skipped-count PIC 999 VALUE 0.
       77 ws-hist-count PIC 999 VALUE 0.
       77 ws-run-year PIC 9(4).
       77 ws-new-year PIC 9(4).
       77 ws-run-year-x PIC X(4).
         88 holidays-not-eof VALUE 'N'.
       77 ws-open-switch PIC X VALUE 'N'.
         88 files-open VALUE 'Y'.
       77 ws-cal-mark-switch PIC X VALUE 'Y'.
         88 cal-marked VALUE 'Y'.
         88 cal-not-marked VALUE 'N'.
       77 ws-cal-mark-status PIC XX VALUE SPACES.
       77 ws-gen-idx PIC 999.
       77 ws-skip-reason PIC X(25).
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
       01 ws-gen-table.
         05 ws-gen-count PIC 999 VALUE 0.
           PERFORM INITIALIZE-RUN.
           IF files-open
             PERFORM SET-UPDATE-FREEZE
             PERFORM MARK-CALENDAR-STALE
             PERFORM LOAD-CURRENT-YEAR
             PERFORM GENERATE-ONE-HOLIDAY
               VARYING ws-gen-idx FROM 1 BY 1
               UNTIL ws-gen-idx > ws-gen-count
             PERFORM MARK-CALENDAR-STALE
             PERFORM PRINT-TOTALS
             PERFORM CLEAR-UPDATE-FREEZE
           END-IF.
           IF holiday-status NOT = "00"
             DISPLAY "HOLIDAYSIX OPEN FAILED: ", holiday-status
                                                     UPON SYSERR
           ELSE
           PERFORM OPEN-GEN-HISTORY
           IF holhist-status NOT = "00"
             DISPLAY "HOLHIST OPEN FAILED: ", holhist-status
                                                     UPON SYSERR
             CLOSE holidaysIX
           ELSE
             OPEN OUTPUT holgenrptfile
             SET files-open TO TRUE
               DISPLAY "HOLRULES NOT AVAILABLE: ", holrules-status
                                                     UPON SYSERR
             END-IF
             OPEN INPUT hollocfile
             IF holloc-status = "00"
               SET holloc-avail TO TRUE
             ELSE
               DISPLAY "HOLLOC NOT AVAILABLE: ", holloc-status
                                                     UPON SYSERR
             END-IF
           END-IF
           END-IF.
      *
      * No roll-forward runs without holhist: a holiday that reached
      * holidaysIX but not the history would never be extracted.
      *
       OPEN-GEN-HISTORY.
           OPEN EXTEND holhistfile
           IF holhist-status = "35"
             OPEN OUTPUT holhistfile
             CLOSE holhistfile
             OPEN EXTEND holhistfile
           END-IF.
      *
      * Stage every current-year record in a working table before
             MOVE "SAME DATE" TO ws-rule-text
             PERFORM COMPUTE-NEW-WEEKDAY
           END-IF
           IF ws-skip-reason = SPACES
             PERFORM CHECK-GEN-LOCATION
           END-IF
           IF ws-skip-reason = SPACES
             PERFORM CHECK-DUPLICATE-DATE
             IF DUP-DATE-FOUND
           IF ws-skip-reason = SPACES
             PERFORM GET-NEXT-HOLIDAY-NUMBER
             IF HOLCTL-FAILED
               IF SEQ-EXHAUSTED
                 MOVE "SEQUENCE EXHAUSTED" TO ws-skip-reason
               ELSE
                 MOVE "HOLCTL FAILURE" TO ws-skip-reason
               END-IF
             END-IF
           END-IF
           IF ws-skip-reason = SPACES
             PERFORM WRITE-NEW-HOLIDAY
           END-IF
           IF ws-skip-reason = SPACES
             PERFORM WRITE-NEW-HISTORY
           END-IF
           IF ws-skip-reason = SPACES
             ADD 1 TO ws-created-count
             MOVE ws-new-name TO rpt-name
           MOVE ws-rule-text TO rpt-rule
           WRITE rpt-line FROM rpt-detail-line.
      *
      * A named office must be on the location master and still
      * active; blank and ALL are company-wide and always pass.  The
      * office's days off are kept for COMPUTE-OBSERVED-DATE; blank
      * and ALL keep the SATURDAY/SUNDAY weekend.
      *
       CHECK-GEN-LOCATION.
           MOVE DEFAULT-OFF-DAYS TO ws-hol-off-days
           IF gen-loc(ws-gen-idx) NOT = SPACES
              AND gen-loc(ws-gen-idx) NOT = 'ALL'
             IF holloc-avail
               MOVE gen-loc(ws-gen-idx) TO loc-code
               READ hollocfile KEY IS loc-code
               IF holloc-status = "00"
                 IF LOC-RETIRED
                   MOVE "LOCATION RETIRED" TO ws-skip-reason
                 ELSE
                   MOVE loc-off-days TO ws-hol-off-days
                 END-IF
               ELSE
                 MOVE "UNKNOWN LOCATION" TO ws-skip-reason
               END-IF
             ELSE
               MOVE "UNKNOWN LOCATION" TO ws-skip-reason
             END-IF
           END-IF.
      *
      * A floating holiday carries a record on the rules master
      * keyed by the holiday name with the year text blanked out
      * ("THANKSGIVING 2025" matches a THANKSGIVING rule); a name
             END-IF
           END-IF.
      *
      * The holiday is already on holidaysIX, so a history write
      * failure does not skip it; it shows up as HISTORY WRITTEN
      * falling short of HOLIDAYS CREATED.
      *
       WRITE-NEW-HISTORY.
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
           MOVE "GEN" TO hist-source
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
      * SATURDAY and the MONDAY after a SUNDAY.  COMPUTE-NEW-WEEKDAY
      * has already left the new-year date in WS-INTEGER-DATE, and
      * CHECK-GEN-LOCATION the office's days off in ws-hol-off-days.
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
           MOVE "HOLIDAYS SKIPPED  " TO rpt-total-text.
           MOVE ws-skipped-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "HISTORY WRITTEN   " TO rpt-total-text.
           MOVE ws-hist-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           IF ws-hist-count NOT = ws-created-count
             WRITE rpt-line FROM SPACES
             MOVE " *** HISTORY COUNT DOES NOT MATCH HOLIDAYS CREATED"
               TO rpt-line
             WRITE rpt-line
             DISPLAY "HOLGEN: HISTORY COUNT MISMATCH" UPON SYSERR
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
       TERMINATE-RUN.
           IF files-open
             CLOSE holidaysIX
             CLOSE holhistfile
             CLOSE holgenrptfile
           END-IF.
           IF rules-avail
             CLOSE holrulesfile
           END-IF.
           IF holloc-avail
             CLOSE hollocfile
           END-IF.
           DISPLAY "HOLGEN: ", ws-created-count, " CREATED ",
                   ws-skipped-count, " SKIPPED FOR ", ws-new-year
                                                     UPON SYSOUT.
           IF cal-not-marked
             DISPLAY "HOLGEN: CALENDAR NOT MARKED STALE" UPON SYSOUT
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
