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
       01 holhist-record PIC X(349).
      *
       FD holsavebkpfile.
      *
      *
       01 bkp-data-r REDEFINES bkp-record.
         05 FILLER PIC X(1).
         05 bkp-holiday-record PIC X(129).
         05 FILLER PIC X(1).
      *
       01 bkp-ctl-r REDEFINES bkp-record.
         05 FILLER PIC X(1).
         05 bkp-ctl-record PIC X(41).
         05 FILLER PIC X(89).
      *
       01 bkp-hist-marker-r REDEFINES bkp-record.
         05 FILLER PIC X(1).
       77 ws-run-ok-switch PIC X VALUE 'Y'.
         88 run-ok VALUE 'Y'.
         88 run-failed VALUE 'N'.
       77 ws-cal-mark-switch PIC X VALUE 'Y'.
         88 cal-marked VALUE 'Y'.
         88 cal-not-marked VALUE 'N'.
       77 ws-cal-mark-status PIC XX VALUE SPACES.
       77 ws-data-count PIC 9(5) VALUE 0.
       77 ws-ctl-count PIC 9(1) VALUE 0.
       77 ws-hist-count PIC 9(7) VALUE 0.
             ELSE
               IF reload-function
                 PERFORM SET-UPDATE-FREEZE
                 PERFORM MARK-CALENDAR-STALE
                 PERFORM RELOAD-FILES
                 PERFORM MARK-CALENDAR-STALE
                 PERFORM CLEAR-UPDATE-FREEZE
               ELSE
                 MOVE "INVALID FUNCTION - USE UNLOAD OR RELOAD"
           ELSE
             MOVE SPACES TO bkp-record
             MOVE 'H' TO bkp-rec-type
             MOVE "HOLSAVE7" TO bkp-hdr-id
             MOVE FUNCTION CURRENT-DATE(1:16) TO bkp-hdr-stamp
             WRITE bkp-record
             PERFORM UNLOAD-HOLIDAYS
                   SET run-failed TO TRUE
               END-EVALUATE
           END-READ.
      *
      * HOLSAVE7 marks a backup taken with seven-digit holiday
      * numbers; a HOLSAVE backup predates the widening and its
      * records no longer fit holidaysIX, so it is refused.
      *
       RELOAD-HEADER.
           IF bkp-hdr-id = "HOLSAVE "
             MOVE "BACKUP HAS 3-DIGIT IDS - NOT RELOADED"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
             SET input-eof TO TRUE
           ELSE
           IF bkp-hdr-id NOT = "HOLSAVE7"
             MOVE "BACKUP HEADER NOT RECOGNIZED" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
             ELSE
               SET holidays-out-open TO TRUE
             END-IF
           END-IF
           END-IF.
      *
       RELOAD-HOLIDAY.
       PRINT-VERDICT.
           WRITE rpt-line FROM SPACES.
           IF run-ok
             IF cal-not-marked
               MOVE "HOLSAVE COMPLETED - CALENDAR NOT MARKED STALE"
                 TO rpt-message
             ELSE
               MOVE "HOLSAVE COMPLETED SUCCESSFULLY" TO rpt-message
             END-IF
           ELSE
             MOVE "HOLSAVE FAILED - SEE MESSAGES ABOVE"
               TO rpt-message
                                                     UPON SYSOUT
             MOVE 8 TO RETURN-CODE
           END-IF.
           IF run-ok AND cal-not-marked
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * The gateway maintenance entries honour the FREEZE control
      * record on holctl while this job is rewriting holidaysIX,
             END-IF
             CLOSE holctlfile
           END-IF.
      *
      * holidaysIX is being replaced under the prebuilt business
      * calendar, so the HOLCAL control record on holctl is marked
      * stale before the reload starts and again once it is through,
      * the reload having restored holctl - HOLCAL included - from
      * the backup.  The gateway
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
           END-IF
           IF cal-not-marked
             MOVE SPACES TO rpt-message
             STRING "CALENDAR NOT MARKED STALE - HOLCTL STATUS "
                    DELIMITED BY SIZE
                    ws-cal-mark-status DELIMITED BY SIZE
                    INTO rpt-message
             WRITE rpt-line FROM rpt-message-line
           END-IF.
