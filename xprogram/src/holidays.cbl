           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           file status is holctl-status.
      *
           select holcalfile assign to "holcal"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS cal-key
           SHARING WITH ALL OTHER
           file status is holcal-status.
      *
           select holhistfile assign to "holhist"
           organization is SEQUENTIAL
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           file status is holrules-status.
      *
           select hollocfile assign to "holloc"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS loc-code
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           file status is holloc-status.
      *
           select holuserfile assign to "holuser"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS user-id
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           file status is holuser-status.
      *
       DATA DIVISION.
       FILE SECTION.
       FD holidaysIX.
      *
       01 holiday-record.
         05 holiday-number  PIC 9(7).
         05 holiday-name PIC X(25).
         05 holiday-date.
             10 week-day  PIC X(9).
         05 holiday-close-time PIC X(5).
      *
       01 holiday-record-2.
         05 holiday-number-2   PIC 9(7).
         05 holiday-name-2 pic X(25).
         05 holiday-date-2 pic X(24).
         05 holiday-current-date-2  pic X(21).
      *
       01 holctl-record.
         05 ctl-key PIC X(10).
         05 ctl-next-holiday-number PIC 9(7).
         05 ctl-data PIC X(24).
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
       FD holhistfile.
      *
         05 hist-op-code PIC X(6).
         05 hist-event-date PIC X(21).
         05 hist-old-rec.
           10 hist-old-id PIC 9(7).
           10 hist-old-name PIC X(25).
           10 hist-old-dt.
             15 hist-old-wkday PIC X(9).
           10 hist-old-ymd PIC 9(8).
           10 hist-old-close PIC X(5).
         05 hist-new-rec.
           10 hist-new-id PIC 9(7).
           10 hist-new-name PIC X(25).
           10 hist-new-dt.
             15 hist-new-wkday PIC X(9).
           10 hist-new-obs-dt PIC X(24).
           10 hist-new-ymd PIC 9(8).
           10 hist-new-close PIC X(5).
         05 hist-submit-user PIC X(10).
         05 hist-approve-user PIC X(10).
         05 hist-reason PIC X(40).
      *
      * Who wrote the image: blank for the online entries, LOAD for
      * holload and GEN for the holgen roll-forward.
      *
         05 hist-source PIC X(4).
      *
       FD holpendfile.
      *
       01 holpend-record.
         05 pend-seq PIC 9(7).
         05 pend-state PIC X.
           88 PEND-STATE-PENDING VALUE 'P'.
           88 PEND-STATE-APPROVED VALUE 'A'.
           10 pend-hol-loc PIC X(10).
           10 pend-hol-close PIC X(5).
         05 pend-ren-new-name PIC X(25).
         05 pend-submit-user PIC X(10).
         05 pend-decide-user PIC X(10).
         05 pend-reason PIC X(40).
      *
       FD holrulesfile.
      *
         05 rule-nth PIC 9.
         05 rule-weekday PIC X(9).
         05 rule-month PIC X(9).
      *
      * Location master: one record per office.  loc-off-days flags
      * the weekdays the office does not work, MONDAY through SUNDAY
      * in WS-DOW-TABLE order (NNNNNYY is a SATURDAY/SUNDAY weekend),
      * and a retired office stays on file with loc-active-flag 'N' so
      * its old holidays still resolve.
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
      *
      * User master: every caller of a maintenance, approval, rule or
      * freeze entry must be on file, active, and hold the role the
      * entry needs - MAKER to submit changes, CHECKER to approve or
      * reject them, OPERATOR to set or clear the update freeze.
      * READONLY users may only use the inquiry entries.
      *
       FD holuserfile.
      *
       01 holuser-record.
         05 user-id PIC X(10).
         05 user-name PIC X(30).
         05 user-role PIC X(8).
           88 USER-ROLE-MAKER VALUE 'MAKER'.
           88 USER-ROLE-CHECKER VALUE 'CHECKER'.
           88 USER-ROLE-OPERATOR VALUE 'OPERATOR'.
           88 USER-ROLE-READONLY VALUE 'READONLY'.
         05 user-active-flag PIC X.
           88 USER-ACTIVE VALUE 'Y'.
           88 USER-REVOKED VALUE 'N'.
         05 user-change-date PIC X(21).
      *
       WORKING-STORAGE SECTION.
      *
         88 HOLIDAY-STATUS-BUSY VALUES "51", "93", "94", "99".
       77 holctl-status pic xx.
         88 HOLCTL-STATUS-BUSY VALUES "51", "93", "94", "99".
       77 holcal-status pic xx.
       77 holhist-status pic xx.
         88 HOLHIST-STATUS-BUSY VALUES "51", "93", "94", "99".
       77 holpend-status pic xx.
         88 HOLPEND-STATUS-BUSY VALUES "51", "93", "94", "99".
       77 holrules-status pic xx.
         88 HOLRULES-STATUS-BUSY VALUES "51", "93", "94", "99".
       77 holloc-status pic xx.
         88 HOLLOC-STATUS-BUSY VALUES "51", "93", "94", "99".
       77 holuser-status pic xx.
         88 HOLUSER-STATUS-BUSY VALUES "51", "93", "94", "99".
       77 ws-caller-id PIC X(10).
       77 ws-need-role PIC X(8).
       77 ws-user-err PIC X(25).
       77 ws-hist-submit-user PIC X(10) VALUE SPACES.
       77 ws-hist-approve-user PIC X(10) VALUE SPACES.
       77 ws-hist-reason PIC X(40) VALUE SPACES.
       77 ws-holiday-number PIC 9(7) VALUE 0.
       77 ws-dummy  pic x.
       77 holiday-io-msg PIC x(25).
       77 LIST-HOL-MAX PIC 999 VALUE 500.
         88 BUS-DAY-FOUND VALUE 'Y'.
         88 BUS-DAY-NOT-FOUND VALUE 'N'.
       77 NEXTBUS-TRY-MAX PIC 99 VALUE 30.
       77 WS-CAL-CURRENT-SWITCH PIC X VALUE 'N'.
         88 CAL-CURRENT VALUE 'Y'.
         88 CAL-NOT-CURRENT VALUE 'N'.
       77 WS-CAL-HIT-SWITCH PIC X VALUE 'N'.
         88 CAL-HIT VALUE 'Y'.
         88 CAL-MISS VALUE 'N'.
       01 WS-BUS-DATE-PARTS.
           05 WS-BUS-YYYYMMDD PIC 9(8).
           05 FILLER REDEFINES WS-BUS-YYYYMMDD.
       77 WS-HOLCTL-OK-SWITCH PIC X VALUE 'N'.
         88 HOLCTL-OK VALUE 'Y'.
         88 HOLCTL-FAILED VALUE 'N'.
       77 HOL-SEQ-MAX PIC 9(7) VALUE 9999999.
       77 WS-SEQ-EXHAUSTED-SWITCH PIC X VALUE 'N'.
         88 SEQ-EXHAUSTED VALUE 'Y'.
         88 SEQ-NOT-EXHAUSTED VALUE 'N'.
       77 WS-HOLHIST-OK-SWITCH PIC X VALUE 'N'.
         88 HOLHIST-OK VALUE 'Y'.
         88 HOLHIST-FAILED VALUE 'N'.
       77 WS-CAL-MARK-SWITCH PIC X VALUE 'Y'.
         88 CAL-MARKED VALUE 'Y'.
         88 CAL-NOT-MARKED VALUE 'N'.
      *
       77 PEND-HOL-MAX PIC 999 VALUE 100.
       77 WS-HOLPEND-OK-SWITCH PIC X VALUE 'N'.
         88 HOLPEND-OK VALUE 'Y'.
         88 HOLPEND-FAILED VALUE 'N'.
       77 ws-pending-number PIC 9(7) VALUE 0.
       77 ws-pend-action PIC X(6).
       77 ws-pend-sel PIC X.
       77 RULE-HOL-MAX PIC 999 VALUE 100.
         88 RULE-VALID VALUE 'Y'.
         88 RULE-INVALID VALUE 'N'.
       77 ws-rule-err PIC X(25).
       77 LOC-LIST-MAX PIC 999 VALUE 100.
       77 ws-loc-err PIC X(25).
       77 ws-loc-y-count PIC 9.
       77 ws-loc-n-count PIC 9.
       77 DEFAULT-OFF-DAYS PIC X(7) VALUE 'NNNNNYY'.
       77 ws-weekend-loc PIC X(10) VALUE HIGH-VALUES.
       01 ws-weekend-days PIC X(7) VALUE 'NNNNNYY'.
       01 ws-weekend-days-r REDEFINES ws-weekend-days.
           05 ws-weekend-day PIC X OCCURS 7 TIMES.
       77 ws-obs-offset PIC S9 COMP.
       77 ws-adj-dow PIC 9.
       01 ws-hol-off-days PIC X(7) VALUE 'NNNNNYY'.
       01 ws-hol-off-days-r REDEFINES ws-hol-off-days.
           05 ws-hol-off-day PIC X OCCURS 7 TIMES.
      *
      * Staging area for the maker/checker flow: a maintenance entry
      * copies its request here before validating and queueing it,
       LINKAGE SECTION.
       01 hol-linkage.
        03 hol-rec.
         05 hol-id PIC 9(7).
         05 hol-name PIC X(25).
         05 hol-dt.
           10 hol-wkday  PIC X(9).
           10 hol-obs-yr   PIC 9(4).
        03 hol-close-time PIC X(5).
        03 hol-io-msg PIC X(25).
        03 hol-user-id PIC X(10).
      *
       01 list-hol-linkage.
        03 list-resume-name PIC X(25).
        03 list-hol-count PIC 999.
        03 list-hol-entries OCCURS 500 TIMES.
         05 list-hol-id PIC 9(7).
         05 list-hol-name PIC X(25).
         05 list-hol-dt.
           10 list-hol-wkday  PIC X(9).
        03 date-hol-yr PIC 9(4).
        03 date-hol-count PIC 999.
        03 date-hol-entries OCCURS 50 TIMES.
         05 date-hol-id PIC 9(7).
         05 date-hol-name PIC X(25).
         05 date-hol-dt.
           10 date-hol-wkday  PIC X(9).
        03 export-resume-dt PIC X(24).
        03 export-hol-count PIC 999.
        03 export-hol-entries OCCURS 500 TIMES.
         05 export-hol-id PIC 9(7).
         05 export-hol-name PIC X(25).
         05 export-hol-dt.
           10 export-hol-wkday  PIC X(9).
        03 type-hol-type PIC X(5).
        03 type-hol-count PIC 999.
        03 type-hol-entries OCCURS 500 TIMES.
         05 type-hol-id PIC 9(7).
         05 type-hol-name PIC X(25).
         05 type-hol-dt.
           10 type-hol-wkday  PIC X(9).
         05 hist-ent-new-dt PIC X(24).
         05 hist-ent-new-type PIC X(5).
         05 hist-ent-new-loc PIC X(10).
         05 hist-ent-submit-user PIC X(10).
         05 hist-ent-approve-user PIC X(10).
         05 hist-ent-reason PIC X(40).
         05 hist-ent-source PIC X(4).
        03 hist-hol-io-msg PIC X(25).
      *
       01 ren-hol-linkage.
        03 ren-old-name PIC X(25).
        03 ren-new-name PIC X(25).
        03 ren-hol-io-msg PIC X(25).
        03 ren-user-id PIC X(10).
      *
       01 pend-list-linkage.
        03 pend-sel-state PIC X.
        03 pend-list-count PIC 999.
        03 pend-list-entries OCCURS 100 TIMES.
         05 pl-seq PIC 9(7).
         05 pl-state PIC X.
         05 pl-action PIC X(6).
         05 pl-submit-dt PIC X(21).
         05 pl-loc PIC X(10).
         05 pl-close PIC X(5).
         05 pl-new-name PIC X(25).
         05 pl-submit-user PIC X(10).
         05 pl-decide-user PIC X(10).
         05 pl-reason PIC X(40).
        03 pend-list-io-msg PIC X(25).
      *
       01 pend-dec-linkage.
        03 pend-dec-seq PIC 9(7).
        03 pend-dec-name PIC X(25).
        03 pend-dec-io-msg PIC X(25).
        03 pend-dec-user-id PIC X(10).
        03 pend-dec-reason PIC X(40).
      *
       01 rule-hol-linkage.
        03 rule-hol-name PIC X(25).
        03 rule-hol-wkday PIC X(9).
        03 rule-hol-mon PIC X(9).
        03 rule-hol-io-msg PIC X(25).
        03 rule-hol-user-id PIC X(10).
      *
       01 rule-list-linkage.
        03 rule-list-count PIC 999.
        03 search-resume-name PIC X(25).
        03 search-hol-count PIC 999.
        03 search-hol-entries OCCURS 500 TIMES.
         05 search-hol-id PIC 9(7).
         05 search-hol-name PIC X(25).
         05 search-hol-dt.
           10 search-hol-wkday  PIC X(9).
        03 freeze-stamp PIC X(16).
        03 freeze-warning PIC X(25).
        03 freeze-io-msg PIC X(25).
        03 freeze-user-id PIC X(10).
      *
       01 loc-hol-linkage.
        03 loc-hol-code PIC X(10).
        03 loc-hol-name PIC X(30).
        03 loc-hol-country PIC X(20).
        03 loc-hol-off-days PIC X(7).
        03 loc-hol-active PIC X.
        03 loc-hol-io-msg PIC X(25).
        03 loc-hol-user-id PIC X(10).
      *
       01 loc-list-linkage.
        03 loc-sel-active PIC X.
        03 loc-list-count PIC 999.
        03 loc-list-entries OCCURS 100 TIMES.
         05 ll-code PIC X(10).
         05 ll-name PIC X(30).
         05 ll-country PIC X(20).
         05 ll-off-days PIC X(7).
         05 ll-active PIC X.
        03 loc-list-io-msg PIC X(25).
      *
       01 batch-linkage.
        03 batch-req-count PIC 999.
        03 range-resume-ymd PIC 9(8).
        03 range-hol-count PIC 999.
        03 range-hol-entries OCCURS 50 TIMES.
         05 range-hol-id PIC 9(7).
         05 range-hol-name PIC X(25).
         05 range-hol-dt.
           10 range-hol-wkday  PIC X(9).
      *
       ENTRY 'postholiday' USING hol-linkage.
           DISPLAY "IN postholiday" UPON SYSERR.
      *
           MOVE hol-user-id TO ws-caller-id.
           MOVE "MAKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE ws-user-err TO hol-io-msg
             GOBACK
           END-IF.
      *
           PERFORM CHECK-UPDATE-FREEZE.
           IF RESOURCE-BUSY
                 DISPLAY "WEEKDAY MISMATCH!" UPON SYSERR
                 MOVE "WEEKDAY MISMATCH" TO hol-io-msg
               ELSE
                 PERFORM CHECK-HOLIDAY-LOCATION
                 IF ws-loc-err NOT = SPACES
                   DISPLAY "LOCATION REJECTED: ", ws-apply-loc
                                                           UPON SYSERR
                   MOVE ws-loc-err TO hol-io-msg
                 ELSE
                 MOVE "POSHOL" TO ws-pend-action
                 PERFORM WRITE-PENDING-REQUEST
                 IF HOLPEND-OK
                 ELSE
                   IF RESOURCE-BUSY
                     MOVE "RESOURCE BUSY - RETRY" TO hol-io-msg
                   ELSE
                   IF SEQ-EXHAUSTED
                     MOVE "SEQUENCE EXHAUSTED" TO hol-io-msg
                   ELSE
                     MOVE "PENDING WRITE FAILED" TO hol-io-msg
                   END-IF
                   END-IF
                 END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      *
      * Branches close on the business-observed day.  A holiday that
      * falls on one of the office's days off is observed the working
      * day before it, or failing that the working day after it; one
      * in the middle of three or more days off is not moved.  For a
      * SATURDAY/SUNDAY office that is the FRIDAY before a SATURDAY
      * and the MONDAY after a SUNDAY.  VALIDATE-HOL-WEEKDAY has
      * already left the calendar date in WS-INTEGER-DATE, and
      * CHECK-HOLIDAY-LOCATION the office's days off in
      * ws-hol-off-days, when this paragraph runs.
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
      *      
       ENTRY 'putholiday' USING hol-linkage.
           DISPLAY "IN putholiday" UPON SYSERR.
      *
           MOVE hol-user-id TO ws-caller-id.
           MOVE "MAKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE ws-user-err TO hol-io-msg
             GOBACK
           END-IF.
      *
           PERFORM CHECK-UPDATE-FREEZE.
           IF RESOURCE-BUSY
                 DISPLAY "WEEKDAY MISMATCH!" UPON SYSERR
                 MOVE "WEEKDAY MISMATCH" TO hol-io-msg
               ELSE
                 PERFORM CHECK-HOLIDAY-LOCATION
                 IF ws-loc-err NOT = SPACES
                   DISPLAY "LOCATION REJECTED: ", ws-apply-loc
                                                           UPON SYSERR
                   MOVE ws-loc-err TO hol-io-msg
                 ELSE
                 MOVE "PUTHOL" TO ws-pend-action
                 PERFORM WRITE-PENDING-REQUEST
                 IF HOLPEND-OK
                 ELSE
                   IF RESOURCE-BUSY
                     MOVE "RESOURCE BUSY - RETRY" TO hol-io-msg
                   ELSE
                   IF SEQ-EXHAUSTED
                     MOVE "SEQUENCE EXHAUSTED" TO hol-io-msg
                   ELSE
                     MOVE "PENDING WRITE FAILED" TO hol-io-msg
                   END-IF
                   END-IF
                 END-IF
                 END-IF
               END-IF
             END-IF
      *     
       ENTRY 'deleteholiday' USING hol-linkage.
           DISPLAY "IN deleteholiday" UPON SYSERR.
      *
           MOVE hol-user-id TO ws-caller-id.
           MOVE "MAKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE ws-user-err TO hol-io-msg
             GOBACK
           END-IF.
      *
           PERFORM CHECK-UPDATE-FREEZE.
           IF RESOURCE-BUSY
               ELSE
                 IF RESOURCE-BUSY
                   MOVE "RESOURCE BUSY - RETRY" TO hol-io-msg
                 ELSE
                 IF SEQ-EXHAUSTED
                   MOVE "SEQUENCE EXHAUSTED" TO hol-io-msg
                 ELSE
                   MOVE "PENDING WRITE FAILED" TO hol-io-msg
                 END-IF
                 END-IF
               END-IF
             END-IF
      *
                 MOVE hist-new-type
                   TO hist-ent-new-type(hist-hol-count)
                 MOVE hist-new-loc TO hist-ent-new-loc(hist-hol-count)
                 MOVE hist-submit-user
                   TO hist-ent-submit-user(hist-hol-count)
                 MOVE hist-approve-user
                   TO hist-ent-approve-user(hist-hol-count)
                 MOVE hist-reason TO hist-ent-reason(hist-hol-count)
                 MOVE hist-source TO hist-ent-source(hist-hol-count)
               END-IF
           END-READ.
      *
      *
       ENTRY 'renameholiday' USING ren-hol-linkage.
           DISPLAY "IN renameholiday" UPON SYSERR.
      *
           MOVE ren-user-id TO ws-caller-id.
           MOVE "MAKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE ws-user-err TO ren-hol-io-msg
             GOBACK
           END-IF.
      *
           PERFORM CHECK-UPDATE-FREEZE.
           IF RESOURCE-BUSY
                   ELSE
                     IF RESOURCE-BUSY
                       MOVE "RESOURCE BUSY - RETRY" TO ren-hol-io-msg
                     ELSE
                     IF SEQ-EXHAUSTED
                       MOVE "SEQUENCE EXHAUSTED" TO ren-hol-io-msg
                     ELSE
                       MOVE "PENDING WRITE FAILED" TO ren-hol-io-msg
                     END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
      *
       ENTRY 'isbusinessday' USING busday-linkage.
           DISPLAY "IN isbusinessday" UPON SYSERR.
           MOVE HIGH-VALUES TO ws-weekend-loc.
      *
           PERFORM OPEN-HOLIDAYS-INQUIRY.
      *
               MOVE SPACES TO busday-close-time
               MOVE "INVALID DATE" TO busday-io-msg
             ELSE
               PERFORM OPEN-HOLCAL-INQUIRY
               PERFORM CHECK-BUS-DAY-CALENDAR
               IF CAL-MISS
                 PERFORM LOAD-BUS-WEEKEND
                 PERFORM CHECK-BUS-DAY-OPEN
               END-IF
               PERFORM CLOSE-HOLCAL-INQUIRY
               IF RESOURCE-BUSY
                 DISPLAY "RESOURCE BUSY!" UPON SYSERR
                 MOVE SPACES TO busday-answer busday-reason
      *
       ENTRY 'nextbusinessday' USING nextbus-linkage.
           DISPLAY "IN nextbusinessday" UPON SYSERR.
           MOVE HIGH-VALUES TO ws-weekend-loc.
      *
           PERFORM OPEN-HOLIDAYS-INQUIRY.
      *
             ELSE
               MOVE 0 TO WS-BUS-TRIES
               MOVE 'N' TO WS-BUS-FOUND-SWITCH
               PERFORM OPEN-HOLCAL-INQUIRY
               PERFORM CHECK-BUS-DAY-CALENDAR
               IF CAL-HIT AND cal-next-open-ymd > 0
                 PERFORM TAKE-CALENDAR-NEXT-OPEN
               ELSE
                 PERFORM LOAD-BUS-WEEKEND
                 PERFORM TRY-NEXT-BUS-DAY
                   UNTIL BUS-DAY-FOUND
                      OR RESOURCE-BUSY
                      OR WS-BUS-TRIES >= NEXTBUS-TRY-MAX
               END-IF
               PERFORM CLOSE-HOLCAL-INQUIRY
               IF RESOURCE-BUSY
                 DISPLAY "RESOURCE BUSY!" UPON SYSERR
                 MOVE SPACES TO nextbus-out-wkday nextbus-out-mon
           MOVE 'N' TO WS-BUS-EARLY-SWITCH
           MOVE SPACES TO WS-BUS-REASON
           MOVE SPACES TO WS-BUS-CLOSE-TIME WS-BUS-EARLY-REASON
           IF ws-weekend-day(WS-DOW-REMAINDER) = 'Y'
             MOVE "WEEKEND" TO WS-BUS-REASON
           ELSE
             MOVE WS-BUS-DAY TO the-day
             MOVE "00" TO holiday-status
             IF WS-BUS-REASON = SPACES
               IF RESOURCE-NOT-BUSY
                 PERFORM CHECK-OBSERVED-CLOSURE
               END-IF
               IF WS-BUS-REASON = SPACES
             END-IF
           END-IF.
      *
      * A working day is also closed when the office's day off that
      * follows it carries a holiday observed on that day, or the
      * day off before it carries one observed on it - the
      * business-observed closures the calendar report and export
      * already advertise.  For a SATURDAY/SUNDAY office that is
      * the FRIDAY before and the MONDAY after the weekend.
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
              AND RESOURCE-NOT-BUSY
              AND ws-weekend-day(ws-adj-dow) = 'Y'
             MOVE -1 TO ws-obs-offset
             PERFORM CHECK-OBSERVED-DAY
           END-IF.
      *
       CHECK-OBSERVED-DAY.
           COMPUTE WS-OBS-INTEGER = WS-INTEGER-DATE + ws-obs-offset
           COMPUTE WS-OBS-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-OBS-INTEGER)
           MOVE WS-OBS-DD TO the-day
               END-IF
             END-IF
           END-IF.
      *
      * The office's own days off come from the location master; an
      * office that is not on it, ALL and no location at all keep
      * the SATURDAY/SUNDAY weekend.  The last office looked up is
      * remembered so a batchdays run or a nextbusinessday walk
      * reads the master once per office.
      *
       LOAD-BUS-WEEKEND.
           IF WS-BUS-LOC NOT = ws-weekend-loc
             MOVE WS-BUS-LOC TO ws-weekend-loc
             MOVE DEFAULT-OFF-DAYS TO ws-weekend-days
             IF WS-BUS-LOC NOT = SPACES
                AND WS-BUS-LOC NOT = 'ALL'
               PERFORM OPEN-HOLLOC-INQUIRY
               IF holloc-status = "00"
                 MOVE WS-BUS-LOC TO loc-code
                 PERFORM READ-HOLLOC-CODE-RETRY
                 IF holloc-status = "00"
                   MOVE loc-off-days TO ws-weekend-days
                 END-IF
                 CLOSE hollocfile
               END-IF
               IF RESOURCE-BUSY
                 MOVE HIGH-VALUES TO ws-weekend-loc
               END-IF
             END-IF
           END-IF.
      *
      * While the HOLCAL control record on holctl says the prebuilt
      * business calendar is current, a day's answer is one keyed
      * read of holcal: the caller's own location first, then the
      * ALL row set for an office with no holidays of its own.  A
      * stale or missing calendar, or a date outside the years it
      * was built for, leaves CAL-MISS set and the answer is worked
      * out from holidaysIX as before.
      *
       OPEN-HOLCAL-INQUIRY.
           MOVE 'N' TO WS-CAL-CURRENT-SWITCH
           OPEN INPUT holctlfile
           IF holctl-status = "00"
             MOVE "HOLCAL" TO ctl-key
             READ holctlfile KEY IS ctl-key
             IF holctl-status = "00"
                AND ctl-data(1:1) = 'Y'
               OPEN INPUT holcalfile
               IF holcal-status = "00"
                 MOVE 'Y' TO WS-CAL-CURRENT-SWITCH
               ELSE
                 DISPLAY "HOLCAL OPEN FAILED: ", holcal-status
                                                     UPON SYSERR
               END-IF
             END-IF
             CLOSE holctlfile
           END-IF
           MOVE "00" TO holctl-status.
      *
       CLOSE-HOLCAL-INQUIRY.
           IF CAL-CURRENT
             CLOSE holcalfile
             MOVE 'N' TO WS-CAL-CURRENT-SWITCH
           END-IF.
      *
       CHECK-BUS-DAY-CALENDAR.
           MOVE 'N' TO WS-CAL-HIT-SWITCH
           IF CAL-CURRENT
             MOVE WS-BUS-LOC TO cal-location
             MOVE WS-YYYYMMDD TO cal-ymd
             READ holcalfile KEY IS cal-key
             IF holcal-status = "23"
                AND WS-BUS-LOC NOT = SPACES
               MOVE 'ALL' TO cal-location
               MOVE WS-YYYYMMDD TO cal-ymd
               READ holcalfile KEY IS cal-key
             END-IF
             IF holcal-status = "00"
               MOVE 'Y' TO WS-CAL-HIT-SWITCH
               MOVE 'N' TO WS-BUS-OPEN-SWITCH
               MOVE 'N' TO WS-BUS-EARLY-SWITCH
               IF NOT CAL-DAY-CLOSED
                 MOVE 'Y' TO WS-BUS-OPEN-SWITCH
               END-IF
               IF CAL-DAY-EARLY
                 MOVE 'Y' TO WS-BUS-EARLY-SWITCH
               END-IF
               MOVE cal-reason TO WS-BUS-REASON
               MOVE cal-close-time TO WS-BUS-CLOSE-TIME
             END-IF
           END-IF.
      *
      * The calendar row already carries the next open date, so the
      * answer needs no day-by-day walk and no thirty-day limit.
      *
       TAKE-CALENDAR-NEXT-OPEN.
           MOVE cal-next-open-ymd TO WS-BUS-YYYYMMDD
           COMPUTE WS-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD)
           COMPUTE WS-DOW-REMAINDER =
               FUNCTION MOD(WS-INTEGER-DATE, 7)
           IF WS-DOW-REMAINDER = 0
             MOVE 7 TO WS-DOW-REMAINDER
           END-IF
           MOVE WS-DOW-ENTRY(WS-DOW-REMAINDER) TO WS-COMPUTED-WKDAY
           MOVE WS-BUS-PART-DD TO WS-BUS-DAY
           MOVE WS-MONTH-ENTRY(WS-BUS-PART-MON) TO WS-BUS-MON
           MOVE WS-BUS-PART-YR TO WS-BUS-YR
           MOVE cal-next-close-time TO WS-BUS-CLOSE-TIME
           MOVE 'Y' TO WS-BUS-FOUND-SWITCH.
      *
       TRY-NEXT-BUS-DAY.
           ADD 1 TO WS-INTEGER-DATE
           IF BUS-DAY-OPEN
             MOVE 'Y' TO WS-BUS-FOUND-SWITCH
           END-IF.
      *
      * A HOLSEQ or PENDSEQ counter already at HOL-SEQ-MAX is left
      * as it is and the caller is told the sequence is exhausted;
      * the counter is never allowed to wrap back to low numbers
      * that are still on file.
      *
       GET-NEXT-HOLIDAY-NUMBER.
           MOVE 'N' TO WS-HOLCTL-OK-SWITCH
           MOVE 'N' TO WS-SEQ-EXHAUSTED-SWITCH
           MOVE 0 TO ws-retry-count
           OPEN I-O holctlfile
           PERFORM RETRY-HOLCTL-OPEN
                 ADD 1 TO ctl-next-holiday-number
                 WRITE holctl-record
               WHEN holctl-status = "00"
                 IF ctl-next-holiday-number >= HOL-SEQ-MAX
                   MOVE 'Y' TO WS-SEQ-EXHAUSTED-SWITCH
                 ELSE
                   ADD 1 TO ctl-next-holiday-number
                   REWRITE holctl-record
                 END-IF
               WHEN OTHER
                 DISPLAY "HOLSEQ READ FAILED: ", holctl-status
                                                     UPON SYSERR
             END-EVALUATE
             IF SEQ-EXHAUSTED
               DISPLAY "HOLSEQ EXHAUSTED AT: ", ctl-next-holiday-number
                                                     UPON SYSERR
             ELSE
             IF holctl-status NOT = "00"
               IF HOLCTL-STATUS-BUSY
                 MOVE 'Y' TO WS-RESOURCE-BUSY-SWITCH
               MOVE ctl-next-holiday-number TO ws-holiday-number
               MOVE ws-holiday-number TO holiday-number
             END-IF
             END-IF
             CLOSE holctlfile
           END-IF.
      *
                                                     UPON SYSERR
           ELSE
             MOVE FUNCTION CURRENT-DATE TO hist-event-date
             MOVE ws-hist-submit-user TO hist-submit-user
             MOVE ws-hist-approve-user TO hist-approve-user
             MOVE ws-hist-reason TO hist-reason
             MOVE SPACES TO hist-source
             WRITE holhist-record
             IF holhist-status NOT = "00"
               DISPLAY "HOLHIST WRITE FAILED: ", holhist-status
      * by the maintenance entries are listed, and each one is
      * either approved (the change is applied to holidaysIX with
      * the usual holhist image) or rejected (the item is kept on
      * holpend marked 'R' so the catch is reportable).  Nobody may
      * decide an item they submitted, and a rejection must say why;
      * the submitter, the checker and the reason stay on holpend
      * and go onto the holhist image an approval writes.
      *
       ENTRY 'listpending' USING pend-list-linkage.
           DISPLAY "IN listpending" UPON SYSERR.
               MOVE pend-hol-loc TO pl-loc(pend-list-count)
               MOVE pend-hol-close TO pl-close(pend-list-count)
               MOVE pend-ren-new-name TO pl-new-name(pend-list-count)
               MOVE pend-submit-user TO pl-submit-user(pend-list-count)
               MOVE pend-decide-user TO pl-decide-user(pend-list-count)
               MOVE pend-reason TO pl-reason(pend-list-count)
             END-IF
           END-IF.
      *
       ENTRY 'approveholiday' USING pend-dec-linkage.
           DISPLAY "IN approveholiday" UPON SYSERR.
      *
           MOVE pend-dec-user-id TO ws-caller-id.
           MOVE "CHECKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE SPACES TO pend-dec-name
             MOVE ws-user-err TO pend-dec-io-msg
             GOBACK
           END-IF.
      *
           PERFORM CHECK-UPDATE-FREEZE.
           IF RESOURCE-BUSY
             IF NOT PEND-STATE-PENDING
               MOVE pend-hol-name TO pend-dec-name
               MOVE "ITEM ALREADY DECIDED" TO pend-dec-io-msg
             ELSE
             IF pend-submit-user = ws-caller-id
               DISPLAY "OWN ITEM REFUSED: ", ws-caller-id UPON SYSERR
               MOVE pend-hol-name TO pend-dec-name
               MOVE "CANNOT DECIDE OWN ITEM" TO pend-dec-io-msg
             ELSE
               MOVE pend-hol-name TO pend-dec-name
               MOVE pend-hol-name TO ws-apply-name
               MOVE pend-hol-close TO ws-apply-close
               MOVE pend-ren-new-name TO ws-apply-new-name
               MOVE SPACES TO ws-apply-msg
               MOVE pend-submit-user TO ws-hist-submit-user
               MOVE ws-caller-id TO ws-hist-approve-user
               MOVE pend-dec-reason TO ws-hist-reason
               PERFORM OPEN-HOLIDAYS-UPDATE
               IF holiday-status NOT = "00"
                 DISPLAY "HOLIDAYSIX OPEN FAILED: ", holiday-status
                 END-EVALUATE
                 CLOSE holidaysIX
                 IF ws-apply-msg = SPACES
                   PERFORM MARK-CALENDAR-STALE
                   MOVE 'A' TO pend-state
                   MOVE FUNCTION CURRENT-DATE TO pend-decide-date
                   MOVE ws-caller-id TO pend-decide-user
                   MOVE pend-dec-reason TO pend-reason
                   REWRITE holpend-record
                   IF holpend-status NOT = "00"
                     DISPLAY "PEND REWRITE FAILED: ", holpend-status
                   ELSE
                     IF HOLHIST-FAILED
                       MOVE "HISTORY WRITE FAILED" TO pend-dec-io-msg
                     ELSE
                     IF CAL-NOT-MARKED
                       MOVE "CALENDAR NOT MARKED STALE"
                                                   TO pend-dec-io-msg
                     ELSE
                       MOVE "APPROVED AND APPLIED" TO pend-dec-io-msg
                     END-IF
                     END-IF
                   END-IF
                 ELSE
                   MOVE ws-apply-msg TO pend-dec-io-msg
             END-IF
             END-IF
             END-IF
             END-IF
      *
             CLOSE holpendfile
             DISPLAY "CLOSE STATUS: ", holpend-status UPON SYSERR
             PERFORM VALIDATE-HOL-WEEKDAY
             IF NOT WKDAY-VALID
               MOVE "WEEKDAY MISMATCH" TO ws-apply-msg
             ELSE
             PERFORM CHECK-HOLIDAY-LOCATION
             IF ws-loc-err NOT = SPACES
               MOVE ws-loc-err TO ws-apply-msg
             ELSE
               INITIALIZE holiday-record
               PERFORM GET-NEXT-HOLIDAY-NUMBER
               IF HOLCTL-FAILED
                 IF RESOURCE-BUSY
                   MOVE "RESOURCE BUSY - RETRY" TO ws-apply-msg
                 ELSE
                 IF SEQ-EXHAUSTED
                   MOVE "SEQUENCE EXHAUSTED" TO ws-apply-msg
                 ELSE
                   MOVE "HOLCTL FAILURE" TO ws-apply-msg
                 END-IF
                 END-IF
               ELSE
                 MOVE FUNCTION CURRENT-DATE TO holiday-current-date
                 MOVE ws-apply-name TO holiday-name
                 END-IF
               END-IF
             END-IF
             END-IF
           END-IF
           END-IF.
      *
             PERFORM VALIDATE-HOL-WEEKDAY
             IF NOT WKDAY-VALID
               MOVE "WEEKDAY MISMATCH" TO ws-apply-msg
             ELSE
             PERFORM CHECK-HOLIDAY-LOCATION
             IF ws-loc-err NOT = SPACES
               MOVE ws-loc-err TO ws-apply-msg
             ELSE
               MOVE ws-apply-dt TO holiday-date
               MOVE ws-apply-type TO holiday-type
                 MOVE "REWRITE FAILED" TO ws-apply-msg
               END-IF
             END-IF
             END-IF
           END-IF
           END-IF.
      *
      *
       ENTRY 'rejectholiday' USING pend-dec-linkage.
           DISPLAY "IN rejectholiday" UPON SYSERR.
      *
           MOVE pend-dec-user-id TO ws-caller-id.
           MOVE "CHECKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE SPACES TO pend-dec-name
             MOVE ws-user-err TO pend-dec-io-msg
             GOBACK
           END-IF.
           IF pend-dec-reason = SPACES
             DISPLAY "NO REJECT REASON" UPON SYSERR
             MOVE SPACES TO pend-dec-name
             MOVE "REASON REQUIRED" TO pend-dec-io-msg
             GOBACK
           END-IF.
      *
           MOVE SPACES TO pend-dec-name.
           PERFORM OPEN-HOLPEND-UPDATE.
             IF NOT PEND-STATE-PENDING
               MOVE pend-hol-name TO pend-dec-name
               MOVE "ITEM ALREADY DECIDED" TO pend-dec-io-msg
             ELSE
             IF pend-submit-user = ws-caller-id
               DISPLAY "OWN ITEM REFUSED: ", ws-caller-id UPON SYSERR
               MOVE pend-hol-name TO pend-dec-name
               MOVE "CANNOT DECIDE OWN ITEM" TO pend-dec-io-msg
             ELSE
               MOVE pend-hol-name TO pend-dec-name
               MOVE 'R' TO pend-state
               MOVE FUNCTION CURRENT-DATE TO pend-decide-date
               MOVE ws-caller-id TO pend-decide-user
               MOVE pend-dec-reason TO pend-reason
               REWRITE holpend-record
               IF holpend-status NOT = "00"
                 DISPLAY "PEND REWRITE FAILED: ", holpend-status
             END-IF
             END-IF
             END-IF
             END-IF
      *
             CLOSE holpendfile
             DISPLAY "CLOSE STATUS: ", holpend-status UPON SYSERR
               MOVE ws-apply-loc TO pend-hol-loc
               MOVE ws-apply-close TO pend-hol-close
               MOVE ws-apply-new-name TO pend-ren-new-name
               MOVE ws-caller-id TO pend-submit-user
               WRITE holpend-record
               IF holpend-status NOT = "00"
                 DISPLAY "HOLPEND WRITE FAILED: ", holpend-status
      *
       GET-NEXT-PENDING-NUMBER.
           MOVE 'N' TO WS-HOLCTL-OK-SWITCH
           MOVE 'N' TO WS-SEQ-EXHAUSTED-SWITCH
           MOVE 0 TO ws-retry-count
           OPEN I-O holctlfile
           PERFORM RETRY-HOLCTL-OPEN
                 ADD 1 TO ctl-next-holiday-number
                 WRITE holctl-record
               WHEN holctl-status = "00"
                 IF ctl-next-holiday-number >= HOL-SEQ-MAX
                   MOVE 'Y' TO WS-SEQ-EXHAUSTED-SWITCH
                 ELSE
                   ADD 1 TO ctl-next-holiday-number
                   REWRITE holctl-record
                 END-IF
               WHEN OTHER
                 DISPLAY "PENDSEQ READ FAILED: ", holctl-status
                                                     UPON SYSERR
             END-EVALUATE
             IF SEQ-EXHAUSTED
               DISPLAY "PENDSEQ EXHAUSTED AT: ", ctl-next-holiday-number
                                                     UPON SYSERR
             ELSE
             IF holctl-status NOT = "00"
               IF HOLCTL-STATUS-BUSY
                 MOVE 'Y' TO WS-RESOURCE-BUSY-SWITCH
               MOVE 'Y' TO WS-HOLCTL-OK-SWITCH
               MOVE ctl-next-holiday-number TO ws-pending-number
             END-IF
             END-IF
             CLOSE holctlfile
           END-IF.
      *
      *
       ENTRY 'batchdays' USING batch-linkage.
           DISPLAY "IN batchdays" UPON SYSERR.
           MOVE HIGH-VALUES TO ws-weekend-loc.
      *
           PERFORM OPEN-HOLIDAYS-INQUIRY.
      *
             IF batch-req-count > BATCH-REQ-MAX
               MOVE BATCH-REQ-MAX TO batch-req-count
             END-IF
             PERFORM OPEN-HOLCAL-INQUIRY
             PERFORM BATCH-ONE-REQUEST
               VARYING ws-batch-idx FROM 1 BY 1
               UNTIL ws-batch-idx > batch-req-count
             PERFORM CLOSE-HOLCAL-INQUIRY
             MOVE "00" TO holiday-status
             PERFORM UPDATE-HOL-IO-MSG
             MOVE holiday-io-msg TO batch-io-msg
           IF BUS-DATE-INVALID
             MOVE "INVALID DATE" TO bans-msg(ws-batch-idx)
           ELSE
             PERFORM CHECK-BUS-DAY-CALENDAR
             IF CAL-MISS
               PERFORM LOAD-BUS-WEEKEND
               PERFORM CHECK-BUS-DAY-OPEN
             END-IF
             IF RESOURCE-BUSY
               MOVE "RESOURCE BUSY - RETRY" TO bans-msg(ws-batch-idx)
               MOVE 'N' TO WS-RESOURCE-BUSY-SWITCH
      *
       ENTRY 'putholidayrule' USING rule-hol-linkage.
           DISPLAY "IN putholidayrule" UPON SYSERR.
      *
           MOVE rule-hol-user-id TO ws-caller-id.
           MOVE "MAKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE ws-user-err TO rule-hol-io-msg
             GOBACK
           END-IF.
      *
           PERFORM VALIDATE-RULE-FIELDS.
           IF RULE-INVALID
      *
       ENTRY 'deleteholidayrule' USING rule-hol-linkage.
           DISPLAY "IN deleteholidayrule" UPON SYSERR.
      *
           MOVE rule-hol-user-id TO ws-caller-id.
           MOVE "MAKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE ws-user-err TO rule-hol-io-msg
             GOBACK
           END-IF.
      *
           PERFORM OPEN-HOLRULES-UPDATE.
      *
                     INTO holiday-io-msg
           END-IF.
      *
      * Maintenance for the location master.  addlocation files a
      * new office and changelocation replaces the name, country and
      * days off of one already on file (an active flag of Y brings
      * a retired office back); retirelocation keeps the record but
      * marks it inactive, so no new holiday can be filed for it.
      * A change to an office's days off alters the business-day
      * answers, so every change marks the prebuilt calendar stale.
      *
       ENTRY 'addlocation' USING loc-hol-linkage.
           DISPLAY "IN addlocation" UPON SYSERR.
      *
           MOVE loc-hol-user-id TO ws-caller-id.
           MOVE "MAKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE ws-user-err TO loc-hol-io-msg
             GOBACK
           END-IF.
      *
           PERFORM VALIDATE-LOC-FIELDS.
           IF ws-loc-err NOT = SPACES
             DISPLAY "INVALID LOCATION: ", ws-loc-err UPON SYSERR
             MOVE ws-loc-err TO loc-hol-io-msg
           ELSE
             PERFORM OPEN-HOLLOC-UPDATE
             IF holloc-status = "35"
               OPEN OUTPUT hollocfile
               CLOSE hollocfile
               PERFORM OPEN-HOLLOC-UPDATE
             END-IF
             IF holloc-status NOT = "00"
               DISPLAY"OPEN FAILED: ", holloc-status UPON SYSERR
               PERFORM UPDATE-LOC-IO-MSG
               MOVE holiday-io-msg TO loc-hol-io-msg
             ELSE
               MOVE loc-hol-code TO loc-code
               PERFORM READ-HOLLOC-CODE-RETRY
               IF RESOURCE-BUSY
                 MOVE "RESOURCE BUSY - RETRY" TO loc-hol-io-msg
               ELSE
               IF holloc-status = "00"
                 MOVE "LOCATION ALREADY ON FILE" TO loc-hol-io-msg
               ELSE
                 MOVE loc-hol-code TO loc-code
                 MOVE loc-hol-name TO loc-name
                 MOVE loc-hol-country TO loc-country
                 MOVE loc-hol-off-days TO loc-off-days
                 MOVE 'Y' TO loc-active-flag
                 MOVE FUNCTION CURRENT-DATE TO loc-change-date
                 WRITE holloc-record
                 IF holloc-status NOT = "00"
                   DISPLAY "LOCATION WRITE FAILED: ", holloc-status
                                                       UPON SYSERR
                 ELSE
                   MOVE loc-active-flag TO loc-hol-active
                   PERFORM MARK-CALENDAR-STALE
                 END-IF
                 PERFORM UPDATE-LOC-IO-MSG
                 MOVE holiday-io-msg TO loc-hol-io-msg
                 IF holloc-status = "00"
                    AND CAL-NOT-MARKED
                   MOVE "CALENDAR NOT MARKED STALE" TO loc-hol-io-msg
                 END-IF
               END-IF
               END-IF
      *
               CLOSE hollocfile
               DISPLAY "CLOSE STATUS: ", holloc-status UPON SYSERR
             END-IF
           END-IF.
      *
           GOBACK.
      *
       ENTRY 'changelocation' USING loc-hol-linkage.
           DISPLAY "IN changelocation" UPON SYSERR.
      *
           MOVE loc-hol-user-id TO ws-caller-id.
           MOVE "MAKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE ws-user-err TO loc-hol-io-msg
             GOBACK
           END-IF.
      *
           PERFORM VALIDATE-LOC-FIELDS.
           IF ws-loc-err = SPACES
              AND loc-hol-active NOT = SPACE
              AND loc-hol-active NOT = 'Y'
             MOVE "INVALID ACTIVE FLAG" TO ws-loc-err
           END-IF.
           IF ws-loc-err NOT = SPACES
             DISPLAY "INVALID LOCATION: ", ws-loc-err UPON SYSERR
             MOVE ws-loc-err TO loc-hol-io-msg
           ELSE
             PERFORM OPEN-HOLLOC-UPDATE
             IF holloc-status NOT = "00"
               DISPLAY"OPEN FAILED: ", holloc-status UPON SYSERR
               PERFORM UPDATE-LOC-IO-MSG
               MOVE holiday-io-msg TO loc-hol-io-msg
             ELSE
               MOVE loc-hol-code TO loc-code
               PERFORM READ-HOLLOC-CODE-RETRY
               IF RESOURCE-BUSY
                 MOVE "RESOURCE BUSY - RETRY" TO loc-hol-io-msg
               ELSE
               IF holloc-status NOT = "00"
                 MOVE "LOCATION NOT FOUND" TO loc-hol-io-msg
               ELSE
                 MOVE loc-hol-name TO loc-name
                 MOVE loc-hol-country TO loc-country
                 MOVE loc-hol-off-days TO loc-off-days
                 IF loc-hol-active = 'Y'
                   MOVE 'Y' TO loc-active-flag
                 END-IF
                 MOVE FUNCTION CURRENT-DATE TO loc-change-date
                 REWRITE holloc-record
                 IF holloc-status NOT = "00"
                   DISPLAY "LOCATION REWRITE FAILED: ", holloc-status
                                                       UPON SYSERR
                 ELSE
                   MOVE loc-active-flag TO loc-hol-active
                   PERFORM MARK-CALENDAR-STALE
                 END-IF
                 PERFORM UPDATE-LOC-IO-MSG
                 MOVE holiday-io-msg TO loc-hol-io-msg
                 IF holloc-status = "00"
                    AND CAL-NOT-MARKED
                   MOVE "CALENDAR NOT MARKED STALE" TO loc-hol-io-msg
                 END-IF
               END-IF
               END-IF
      *
               CLOSE hollocfile
               DISPLAY "CLOSE STATUS: ", holloc-status UPON SYSERR
             END-IF
           END-IF.
      *
           GOBACK.
      *
       ENTRY 'retirelocation' USING loc-hol-linkage.
           DISPLAY "IN retirelocation" UPON SYSERR.
      *
           MOVE loc-hol-user-id TO ws-caller-id.
           MOVE "MAKER" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE ws-user-err TO loc-hol-io-msg
             GOBACK
           END-IF.
      *
           PERFORM OPEN-HOLLOC-UPDATE.
      *
           IF holloc-status NOT = "00"
             DISPLAY"OPEN FAILED: ", holloc-status UPON SYSERR
             PERFORM UPDATE-LOC-IO-MSG
             MOVE holiday-io-msg TO loc-hol-io-msg
           ELSE
             MOVE loc-hol-code TO loc-code
             PERFORM READ-HOLLOC-CODE-RETRY
             IF RESOURCE-BUSY
               MOVE "RESOURCE BUSY - RETRY" TO loc-hol-io-msg
             ELSE
             IF holloc-status NOT = "00"
               MOVE "LOCATION NOT FOUND" TO loc-hol-io-msg
             ELSE
             IF LOC-RETIRED
               MOVE "LOCATION ALREADY RETIRED" TO loc-hol-io-msg
             ELSE
               MOVE 'N' TO loc-active-flag
               MOVE FUNCTION CURRENT-DATE TO loc-change-date
               REWRITE holloc-record
               IF holloc-status NOT = "00"
                 DISPLAY "LOCATION REWRITE FAILED: ", holloc-status
                                                       UPON SYSERR
               ELSE
                 MOVE loc-name TO loc-hol-name
                 MOVE loc-country TO loc-hol-country
                 MOVE loc-off-days TO loc-hol-off-days
                 MOVE loc-active-flag TO loc-hol-active
                 PERFORM MARK-CALENDAR-STALE
               END-IF
               PERFORM UPDATE-LOC-IO-MSG
               MOVE holiday-io-msg TO loc-hol-io-msg
               IF holloc-status = "00"
                  AND CAL-NOT-MARKED
                 MOVE "CALENDAR NOT MARKED STALE" TO loc-hol-io-msg
               END-IF
             END-IF
             END-IF
             END-IF
      *
             CLOSE hollocfile
             DISPLAY "CLOSE STATUS: ", holloc-status UPON SYSERR
           END-IF.
      *
           GOBACK.
      *
      * listlocations returns the master in location-code order; a
      * loc-sel-active of Y or N returns only the active or only the
      * retired offices, and a blank returns them all.
      *
       ENTRY 'listlocations' USING loc-list-linkage.
           DISPLAY "IN listlocations" UPON SYSERR.
      *
           PERFORM OPEN-HOLLOC-INQUIRY.
      *
           IF holloc-status = "35"
             MOVE 0 TO loc-list-count
             MOVE "NO LOCATIONS ON FILE" TO loc-list-io-msg
           ELSE
           IF holloc-status NOT = "00"
             DISPLAY"OPEN FAILED: ", holloc-status UPON SYSERR
             PERFORM UPDATE-LOC-IO-MSG
             MOVE holiday-io-msg TO loc-list-io-msg
           ELSE
             MOVE 0 TO loc-list-count
             MOVE LOW-VALUES TO loc-code
             START hollocfile KEY IS NOT LESS THAN loc-code
             IF holloc-status NOT = "00"
               DISPLAY "START FAILED!: ", holloc-status UPON SYSERR
             ELSE
               PERFORM LIST-LOCATIONS-NEXT
                 UNTIL holloc-status NOT = "00"
                    OR loc-list-count >= LOC-LIST-MAX
             END-IF
             MOVE "00" TO holloc-status
             PERFORM UPDATE-LOC-IO-MSG
             MOVE holiday-io-msg TO loc-list-io-msg
      *
             CLOSE hollocfile
             DISPLAY "CLOSE STATUS: ", holloc-status UPON SYSERR
           END-IF
           END-IF.
      *
           GOBACK.
      *
       LIST-LOCATIONS-NEXT.
           READ hollocfile NEXT RECORD
             AT END
               MOVE "10" TO holloc-status
           END-READ
           IF holloc-status = "00"
              AND (loc-sel-active = SPACE
               OR loc-sel-active = loc-active-flag)
             ADD 1 TO loc-list-count
             MOVE loc-code TO ll-code(loc-list-count)
             MOVE loc-name TO ll-name(loc-list-count)
             MOVE loc-country TO ll-country(loc-list-count)
             MOVE loc-off-days TO ll-off-days(loc-list-count)
             MOVE loc-active-flag TO ll-active(loc-list-count)
           END-IF.
      *
      * An office code is any non-blank code other than ALL, which
      * stays reserved for company-wide closures; the days off are
      * seven Y/N flags and at least one day must be worked.
      *
       VALIDATE-LOC-FIELDS.
           MOVE SPACES TO ws-loc-err
           MOVE 0 TO ws-loc-y-count ws-loc-n-count
           INSPECT loc-hol-off-days TALLYING ws-loc-y-count FOR ALL 'Y'
           INSPECT loc-hol-off-days TALLYING ws-loc-n-count FOR ALL 'N'
           IF loc-hol-code = SPACES
              OR loc-hol-code = 'ALL'
             MOVE "INVALID LOCATION CODE" TO ws-loc-err
           ELSE
           IF loc-hol-name = SPACES
             MOVE "INVALID LOCATION NAME" TO ws-loc-err
           ELSE
           IF loc-hol-country = SPACES
             MOVE "INVALID COUNTRY" TO ws-loc-err
           ELSE
           IF ws-loc-y-count + ws-loc-n-count NOT = 7
              OR ws-loc-n-count = 0
             MOVE "INVALID DAYS OFF" TO ws-loc-err
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      * A holiday must name an active office on the location master,
      * or ALL (a blank location has always meant the same thing).
      * The office's days off are kept for COMPUTE-OBSERVED-DATE; ALL
      * and blank keep the SATURDAY/SUNDAY weekend.
      *
       CHECK-HOLIDAY-LOCATION.
           MOVE SPACES TO ws-loc-err
           MOVE DEFAULT-OFF-DAYS TO ws-hol-off-days
           IF ws-apply-loc NOT = SPACES
              AND ws-apply-loc NOT = 'ALL'
             PERFORM OPEN-HOLLOC-INQUIRY
             IF holloc-status NOT = "00"
               IF RESOURCE-BUSY
                 MOVE "RESOURCE BUSY - RETRY" TO ws-loc-err
               ELSE
                 MOVE "UNKNOWN LOCATION" TO ws-loc-err
               END-IF
             ELSE
               MOVE ws-apply-loc TO loc-code
               PERFORM READ-HOLLOC-CODE-RETRY
               IF RESOURCE-BUSY
                 MOVE "RESOURCE BUSY - RETRY" TO ws-loc-err
               ELSE
               IF holloc-status NOT = "00"
                 MOVE "UNKNOWN LOCATION" TO ws-loc-err
               ELSE
               IF LOC-RETIRED
                 MOVE "LOCATION RETIRED" TO ws-loc-err
               ELSE
                 MOVE loc-off-days TO ws-hol-off-days
               END-IF
               END-IF
               END-IF
               CLOSE hollocfile
             END-IF
           END-IF.
      *
       OPEN-HOLLOC-INQUIRY.
           MOVE 'N' TO WS-RESOURCE-BUSY-SWITCH
           MOVE 0 TO ws-retry-count
           OPEN INPUT hollocfile
           PERFORM RETRY-OPEN-HOLLOC-INQUIRY
             UNTIL NOT HOLLOC-STATUS-BUSY
                OR ws-retry-count >= HOL-RETRY-MAX
           IF HOLLOC-STATUS-BUSY
             MOVE 'Y' TO WS-RESOURCE-BUSY-SWITCH
           END-IF.
      *
       RETRY-OPEN-HOLLOC-INQUIRY.
           ADD 1 TO ws-retry-count
           DISPLAY "HOLLOC BUSY - RETRY ", ws-retry-count
                                                     UPON SYSERR
           CALL "C$SLEEP" USING ws-retry-wait
           OPEN INPUT hollocfile.
      *
       OPEN-HOLLOC-UPDATE.
           MOVE 'N' TO WS-RESOURCE-BUSY-SWITCH
           MOVE 0 TO ws-retry-count
           OPEN I-O hollocfile
           PERFORM RETRY-OPEN-HOLLOC-UPDATE
             UNTIL NOT HOLLOC-STATUS-BUSY
                OR ws-retry-count >= HOL-RETRY-MAX
           IF HOLLOC-STATUS-BUSY
             MOVE 'Y' TO WS-RESOURCE-BUSY-SWITCH
           END-IF.
      *
       RETRY-OPEN-HOLLOC-UPDATE.
           ADD 1 TO ws-retry-count
           DISPLAY "HOLLOC BUSY - RETRY ", ws-retry-count
                                                     UPON SYSERR
           CALL "C$SLEEP" USING ws-retry-wait
           OPEN I-O hollocfile.
      *
       READ-HOLLOC-CODE-RETRY.
           MOVE 0 TO ws-retry-count
           READ hollocfile KEY IS loc-code
           PERFORM RETRY-READ-HOLLOC-CODE
             UNTIL NOT HOLLOC-STATUS-BUSY
                OR ws-retry-count >= HOL-RETRY-MAX
           IF HOLLOC-STATUS-BUSY
             MOVE 'Y' TO WS-RESOURCE-BUSY-SWITCH
           END-IF.
      *
       RETRY-READ-HOLLOC-CODE.
           ADD 1 TO ws-retry-count
           DISPLAY "HOLLOC RECORD BUSY - RETRY ", ws-retry-count
                                                     UPON SYSERR
           CALL "C$SLEEP" USING ws-retry-wait
           READ hollocfile KEY IS loc-code.
      *
       UPDATE-LOC-IO-MSG.
           INITIALIZE holiday-io-msg.
           IF RESOURCE-BUSY
             MOVE "RESOURCE BUSY - RETRY" TO holiday-io-msg
           ELSE
             STRING "HOLLOC-STATUS:" DELIMITED BY SIZE,
                     holloc-status DELIMITED BY SIZE,
                     INTO holiday-io-msg
           END-IF.
      *
      * The caller named on a maintenance, approval, rule or freeze
      * entry must be on the user master, still active, and hold the
      * role in ws-need-role; ws-user-err comes back blank when the
      * call may go ahead.
      *
       CHECK-CALLER-ROLE.
           MOVE SPACES TO ws-user-err
           IF ws-caller-id = SPACES
             MOVE "USER ID REQUIRED" TO ws-user-err
           ELSE
             PERFORM OPEN-HOLUSER-INQUIRY
             IF holuser-status NOT = "00"
               IF RESOURCE-BUSY
                 MOVE "RESOURCE BUSY - RETRY" TO ws-user-err
               ELSE
                 MOVE "UNKNOWN USER" TO ws-user-err
               END-IF
             ELSE
               MOVE ws-caller-id TO user-id
               PERFORM READ-HOLUSER-ID-RETRY
               IF RESOURCE-BUSY
                 MOVE "RESOURCE BUSY - RETRY" TO ws-user-err
               ELSE
               IF holuser-status NOT = "00"
                 MOVE "UNKNOWN USER" TO ws-user-err
               ELSE
               IF USER-REVOKED
                 MOVE "USER REVOKED" TO ws-user-err
               ELSE
               IF user-role NOT = ws-need-role
                 MOVE "ROLE NOT AUTHORISED" TO ws-user-err
               END-IF
               END-IF
               END-IF
               END-IF
               CLOSE holuserfile
             END-IF
           END-IF.
      *
       OPEN-HOLUSER-INQUIRY.
           MOVE 'N' TO WS-RESOURCE-BUSY-SWITCH
           MOVE 0 TO ws-retry-count
           OPEN INPUT holuserfile
           PERFORM RETRY-OPEN-HOLUSER-INQUIRY
             UNTIL NOT HOLUSER-STATUS-BUSY
                OR ws-retry-count >= HOL-RETRY-MAX
           IF HOLUSER-STATUS-BUSY
             MOVE 'Y' TO WS-RESOURCE-BUSY-SWITCH
           END-IF.
      *
       RETRY-OPEN-HOLUSER-INQUIRY.
           ADD 1 TO ws-retry-count
           DISPLAY "HOLUSER BUSY - RETRY ", ws-retry-count
                                                     UPON SYSERR
           CALL "C$SLEEP" USING ws-retry-wait
           OPEN INPUT holuserfile.
      *
       READ-HOLUSER-ID-RETRY.
           MOVE 0 TO ws-retry-count
           READ holuserfile KEY IS user-id
           PERFORM RETRY-READ-HOLUSER-ID
             UNTIL NOT HOLUSER-STATUS-BUSY
                OR ws-retry-count >= HOL-RETRY-MAX
           IF HOLUSER-STATUS-BUSY
             MOVE 'Y' TO WS-RESOURCE-BUSY-SWITCH
           END-IF.
      *
       RETRY-READ-HOLUSER-ID.
           ADD 1 TO ws-retry-count
           DISPLAY "HOLUSER RECORD BUSY - RETRY ", ws-retry-count
                                                     UPON SYSERR
           CALL "C$SLEEP" USING ws-retry-wait
           READ holuserfile KEY IS user-id.
      *
      * Name search for the help desk: the whole file is browsed in
      * name order and every holiday whose name contains the given
      * text - compared without regard to case - comes back in the
      *
       ENTRY 'setfreeze' USING freeze-linkage.
           DISPLAY "IN setfreeze" UPON SYSERR.
      *
           MOVE freeze-user-id TO ws-caller-id.
           MOVE "OPERATOR" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE SPACES TO freeze-state freeze-stamp
             MOVE SPACES TO freeze-warning
             MOVE ws-user-err TO freeze-io-msg
             GOBACK
           END-IF.
      *
           PERFORM WRITE-FREEZE-ON.
           MOVE SPACES TO freeze-warning.
      *
       ENTRY 'clearfreeze' USING freeze-linkage.
           DISPLAY "IN clearfreeze" UPON SYSERR.
      *
           MOVE freeze-user-id TO ws-caller-id.
           MOVE "OPERATOR" TO ws-need-role.
           PERFORM CHECK-CALLER-ROLE.
           IF ws-user-err NOT = SPACES
             DISPLAY "CALLER REFUSED: ", ws-caller-id UPON SYSERR
             MOVE SPACES TO freeze-state freeze-stamp
             MOVE SPACES TO freeze-warning
             MOVE ws-user-err TO freeze-io-msg
             GOBACK
           END-IF.
      *
           PERFORM WRITE-FREEZE-OFF.
           MOVE SPACES TO freeze-warning.
             CLOSE holctlfile
           END-IF.
      *
      * An approved change has gone onto holidaysIX, so the HOLCAL
      * control record is marked stale with the time of the change;
      * the entries stop answering from holcal until the calendar
      * has been rebuilt, and a build already running sees the new
      * stamp and leaves the calendar stale for a rerun.  No HOLCAL
      * record means no calendar has been built, so there is nothing
      * to mark; any other failure sets CAL-NOT-MARKED so the entry
      * can tell its caller that holcal may now answer wrongly.
      *
       MARK-CALENDAR-STALE.
           SET CAL-MARKED TO TRUE
           MOVE 0 TO ws-retry-count
           OPEN I-O holctlfile
           PERFORM RETRY-HOLCTL-OPEN
             UNTIL NOT HOLCTL-STATUS-BUSY
                OR ws-retry-count >= HOL-RETRY-MAX
           IF holctl-status NOT = "00"
             DISPLAY "HOLCTL OPEN FAILED - CALENDAR NOT MARKED: ",
                     holctl-status UPON SYSERR
             SET CAL-NOT-MARKED TO TRUE
           ELSE
             MOVE "HOLCAL" TO ctl-key
             PERFORM READ-HOLCTL-SEQ-RETRY
             IF holctl-status = "00"
               MOVE 'N' TO ctl-data(1:1)
               MOVE FUNCTION CURRENT-DATE(1:16) TO ctl-data(2:16)
               REWRITE holctl-record
               IF holctl-status NOT = "00"
                 DISPLAY "HOLCAL MARK FAILED: ", holctl-status
                                                     UPON SYSERR
                 SET CAL-NOT-MARKED TO TRUE
               END-IF
             ELSE
             IF holctl-status NOT = "23"
               DISPLAY "HOLCAL READ FAILED - CALENDAR NOT MARKED: ",
                       holctl-status UPON SYSERR
               SET CAL-NOT-MARKED TO TRUE
             END-IF
             END-IF
             CLOSE holctlfile
           END-IF
           MOVE 'N' TO WS-RESOURCE-BUSY-SWITCH.
      *
