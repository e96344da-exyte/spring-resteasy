       IDENTIFICATION DIVISION.
       PROGRAM-ID.  'holwiden'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      * One-shot conversion to seven-digit holiday numbers and
      * pending sequence numbers.  The LIVE function rewrites the
      * three-digit holidaysIX, holhist, holpend and holctl files to
      * holidaysIXnew, holhistnew, holpendnew and holctlnew; holhist
      * and holpend also gain the (empty) maker/checker user and
      * reason fields.  The ARCHIVE function rewrites one holarch
      * archive, copied to holhistarch, to holhistarchnew, and is
      * run once for each dated archive the operator has filed.
      *
      * Every file is proved with before/after control totals - the
      * record count and the sum of the holiday numbers (or pending
      * numbers) it carries - and the operator renames the new files
      * over the old ones only after the report says BALANCED.
      *
           select holidaysoldfile assign to "holidaysIX"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS old-holiday-name
           ALTERNATE KEY IS old-holiday-date with DUPLICATES
           ALTERNATE RECORD KEY IS old-day-key =
                   old-the-day, old-the-month, old-the-year
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS old-holiday-ymd WITH DUPLICATES
           file status is holidays-old-status.
      *
           select holidaysnewfile assign to "holidaysIXnew"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS HOLIDAY-NAME
           ALTERNATE KEY IS HOLIDAY-DATE with DUPLICATES
           ALTERNATE RECORD KEY IS day-key =
                   the-day, the-month, the-year WITH DUPLICATES
           ALTERNATE RECORD KEY IS holiday-ymd WITH DUPLICATES
           file status is holidays-new-status.
      *
           select holhistoldfile assign to "holhist"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holhist-old-status.
      *
           select holhistnewfile assign to "holhistnew"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holhist-new-status.
      *
           select holarcholdfile assign to "holhistarch"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holarch-old-status.
      *
           select holarchnewfile assign to "holhistarchnew"
           organization is SEQUENTIAL
           access is SEQUENTIAL
           file status is holarch-new-status.
      *
           select holpendoldfile assign to "holpend"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS o-pend-seq
           file status is holpend-old-status.
      *
           select holpendnewfile assign to "holpendnew"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS pend-seq
           file status is holpend-new-status.
      *
           select holctloldfile assign to "holctl"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS o-ctl-key
           file status is holctl-old-status.
      *
           select holctlnewfile assign to "holctlnew"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS ctl-key
           file status is holctl-new-status.
      *
           select holwidenrptfile assign to "holwidenrpt"
           organization is LINE SEQUENTIAL
           file status is holwidenrpt-status.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD holidaysoldfile.
      *
       01 old-holiday-record.
         05 old-holiday-number  PIC 999.
         05 old-holiday-name PIC X(25).
         05 old-holiday-date.
             10 old-week-day  PIC X(9).
             10 old-the-month pic X(9).
             10 old-the-day   pic 99.
             10 old-the-year  pic XXXX.
         05 old-holiday-current-date PIC X(21).
         05 old-holiday-type  PIC X(5).
         05 old-holiday-location PIC X(10).
         05 old-holiday-observed-date PIC X(24).
         05 old-holiday-ymd PIC 9(8).
         05 old-holiday-close-time PIC X(5).
      *
       FD holidaysnewfile.
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
       FD holhistoldfile.
      *
       01 old-holhist-record PIC X(277).
      *
       FD holhistnewfile.
      *
       01 holhist-record PIC X(349).
      *
       FD holarcholdfile.
      *
       01 old-holarch-record PIC X(277).
      *
       FD holarchnewfile.
      *
       01 holarch-record PIC X(349).
      *
       FD holpendoldfile.
      *
       01 old-holpend-record.
         05 o-pend-seq PIC 999.
         05 o-pend-state PIC X.
         05 o-pend-action PIC X(6).
         05 o-pend-submit-date PIC X(21).
         05 o-pend-decide-date PIC X(21).
         05 o-pend-hol-rec PIC X(69).
         05 o-pend-ren-new-name PIC X(25).
      *
       FD holpendnewfile.
      *
       01 holpend-record.
         05 pend-seq PIC 9(7).
         05 pend-state PIC X.
         05 pend-action PIC X(6).
         05 pend-submit-date PIC X(21).
         05 pend-decide-date PIC X(21).
         05 pend-hol-rec PIC X(69).
         05 pend-ren-new-name PIC X(25).
         05 pend-submit-user PIC X(10).
         05 pend-decide-user PIC X(10).
         05 pend-reason PIC X(40).
      *
       FD holctloldfile.
      *
       01 old-holctl-record.
         05 o-ctl-key PIC X(10).
         05 o-ctl-next-holiday-number PIC 999.
         05 o-ctl-data PIC X(24).
      *
       FD holctlnewfile.
      *
       01 holctl-record.
         05 ctl-key PIC X(10).
         05 ctl-next-holiday-number PIC 9(7).
         05 ctl-data PIC X(24).
      *
       FD holwidenrptfile.
      *
       01 rpt-line PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 holidays-old-status pic xx.
       77 holidays-new-status pic xx.
       77 holhist-old-status pic xx.
       77 holhist-new-status pic xx.
       77 holarch-old-status pic xx.
       77 holarch-new-status pic xx.
       77 holpend-old-status pic xx.
       77 holpend-new-status pic xx.
       77 holctl-old-status pic xx.
       77 holctl-new-status pic xx.
       77 holwidenrpt-status pic xx.
       77 ws-function PIC X(8).
         88 live-function VALUE 'LIVE'.
         88 archive-function VALUE 'ARCHIVE'.
       77 ws-eof-switch PIC X VALUE 'N'.
         88 input-eof VALUE 'Y'.
         88 input-not-eof VALUE 'N'.
       77 ws-rpt-open-switch PIC X VALUE 'N'.
         88 report-open VALUE 'Y'.
       77 ws-run-ok-switch PIC X VALUE 'Y'.
         88 run-ok VALUE 'Y'.
         88 run-failed VALUE 'N'.
       77 ws-read-count PIC 9(7) VALUE 0.
       77 ws-written-count PIC 9(7) VALUE 0.
       77 ws-hash-before PIC 9(12) VALUE 0.
       77 ws-hash-after PIC 9(12) VALUE 0.
       77 ws-holseq-before PIC 9(7) VALUE 0.
       77 ws-holseq-after PIC 9(7) VALUE 0.
       77 ws-pendseq-before PIC 9(7) VALUE 0.
       77 ws-pendseq-after PIC 9(7) VALUE 0.
       77 ws-file-title PIC X(14).
      *
      * holhist and the holarch archives share one layout, so both
      * are converted through these two images.  An image is 125
      * bytes in the old layout: the three-digit number and the 122
      * bytes that follow it are carried across unchanged.
      *
       01 ws-old-hist.
         05 oh-op-code PIC X(6).
         05 oh-event-date PIC X(21).
         05 oh-old-rec.
           10 oh-old-id PIC 999.
           10 oh-old-rest PIC X(122).
         05 oh-new-rec.
           10 oh-new-id PIC 999.
           10 oh-new-rest PIC X(122).
      *
       01 ws-new-hist.
         05 nh-op-code PIC X(6).
         05 nh-event-date PIC X(21).
         05 nh-old-rec.
           10 nh-old-id PIC 9(7).
           10 nh-old-rest PIC X(122).
         05 nh-new-rec.
           10 nh-new-id PIC 9(7).
           10 nh-new-rest PIC X(122).
         05 nh-submit-user PIC X(10).
         05 nh-approve-user PIC X(10).
         05 nh-reason PIC X(40).
         05 nh-source PIC X(4).
      *
       01 rpt-heading-1.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(33) VALUE 'SEVEN-DIGIT ID CONVERSION - '.
         05 rpt-hdg-func PIC X(8).
      *
       01 rpt-heading-2.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(15) VALUE 'FILE'.
         05 FILLER PIC X(14) VALUE 'CONTROL TOTAL'.
         05 FILLER PIC X(14) VALUE '      BEFORE'.
         05 FILLER PIC X(14) VALUE '       AFTER'.
      *
       01 rpt-message-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-message      PIC X(50).
      *
       01 rpt-control-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ctl-file     PIC X(14).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ctl-text     PIC X(13).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-ctl-before   PIC ZZZZZZZZZZZ9.
         05 FILLER PIC X(2)  VALUE SPACE.
         05 rpt-ctl-after    PIC ZZZZZZZZZZZ9.
         05 FILLER PIC X(2)  VALUE SPACE.
         05 rpt-ctl-flag     PIC X(12).
      *
       PROCEDURE DIVISION.
      *
       MAINLINE.
           ACCEPT ws-function FROM SYSIN.
           PERFORM INITIALIZE-WIDEN.
           IF report-open
             IF live-function
               PERFORM CONVERT-HOLIDAYS
               PERFORM CONVERT-HISTORY
               PERFORM CONVERT-PENDING
               PERFORM CONVERT-CONTROL
             ELSE
               IF archive-function
                 PERFORM CONVERT-ARCHIVE
               ELSE
                 MOVE "INVALID FUNCTION - USE LIVE OR ARCHIVE"
                   TO rpt-message
                 WRITE rpt-line FROM rpt-message-line
                 SET run-failed TO TRUE
               END-IF
             END-IF
             PERFORM PRINT-VERDICT
           END-IF.
           PERFORM TERMINATE-WIDEN.
           STOP RUN.
      *
       INITIALIZE-WIDEN.
           OPEN OUTPUT holwidenrptfile.
           IF holwidenrpt-status NOT = "00"
             DISPLAY "HOLWIDENRPT OPEN FAILED: ", holwidenrpt-status
                                                     UPON SYSERR
             SET run-failed TO TRUE
           ELSE
             SET report-open TO TRUE
             MOVE ws-function TO rpt-hdg-func
             WRITE rpt-line FROM rpt-heading-1
             WRITE rpt-line FROM SPACES
             WRITE rpt-line FROM rpt-heading-2
             WRITE rpt-line FROM SPACES
           END-IF.
      *
       RESET-CONTROL-TOTALS.
           MOVE 0 TO ws-read-count
           MOVE 0 TO ws-written-count
           MOVE 0 TO ws-hash-before
           MOVE 0 TO ws-hash-after
           SET input-not-eof TO TRUE.
      *
      * holidaysIX - browsed in name order; the hash total is the
      * sum of holiday-number on each side.
      *
       CONVERT-HOLIDAYS.
           PERFORM RESET-CONTROL-TOTALS
           MOVE "HOLIDAYSIX" TO ws-file-title
           OPEN INPUT holidaysoldfile.
           IF holidays-old-status NOT = "00"
             MOVE "OLD HOLIDAYSIX NOT AVAILABLE" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             OPEN OUTPUT holidaysnewfile
             IF holidays-new-status NOT = "00"
               MOVE "NEW HOLIDAYSIX OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
               CLOSE holidaysoldfile
             ELSE
               MOVE LOW-VALUES TO old-holiday-name
               START holidaysoldfile
                 KEY IS NOT LESS THAN old-holiday-name
               IF holidays-old-status NOT = "00"
                 SET input-eof TO TRUE
               END-IF
               PERFORM CONVERT-ONE-HOLIDAY
                 UNTIL input-eof
               CLOSE holidaysoldfile
               CLOSE holidaysnewfile
               PERFORM PRINT-FILE-TOTALS
             END-IF
           END-IF.
      *
       CONVERT-ONE-HOLIDAY.
           READ holidaysoldfile NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-read-count
               ADD old-holiday-number TO ws-hash-before
               INITIALIZE holiday-record
               MOVE old-holiday-number TO holiday-number
               MOVE old-holiday-name TO holiday-name
               MOVE old-holiday-date TO holiday-date
               MOVE old-holiday-current-date TO holiday-current-date
               MOVE old-holiday-type TO holiday-type
               MOVE old-holiday-location TO holiday-location
               MOVE old-holiday-observed-date TO holiday-observed-date
               MOVE old-holiday-ymd TO holiday-ymd
               MOVE old-holiday-close-time TO holiday-close-time
               WRITE holiday-record
               IF holidays-new-status NOT = "00"
                 MOVE SPACES TO rpt-message
                 STRING "WRITE FAILED " DELIMITED BY SIZE
                        holidays-new-status DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        old-holiday-name DELIMITED BY SIZE
                        INTO rpt-message
                 WRITE rpt-line FROM rpt-message-line
               ELSE
                 ADD 1 TO ws-written-count
                 ADD holiday-number TO ws-hash-after
               END-IF
           END-READ.
      *
      * holhist - the hash total is the sum of the before-image and
      * after-image numbers; an ADDHOL has no before image and a
      * DELHOL no after image, and both count as zero.
      *
       CONVERT-HISTORY.
           PERFORM RESET-CONTROL-TOTALS
           MOVE "HOLHIST" TO ws-file-title
           OPEN INPUT holhistoldfile.
           IF holhist-old-status NOT = "00"
             MOVE "OLD HOLHIST NOT AVAILABLE - SKIPPED"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
           ELSE
             OPEN OUTPUT holhistnewfile
             IF holhist-new-status NOT = "00"
               MOVE "NEW HOLHIST OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
               CLOSE holhistoldfile
             ELSE
               PERFORM CONVERT-ONE-HIST-RECORD
                 UNTIL input-eof
               CLOSE holhistoldfile
               CLOSE holhistnewfile
               PERFORM PRINT-FILE-TOTALS
             END-IF
           END-IF.
      *
       CONVERT-ONE-HIST-RECORD.
           READ holhistoldfile INTO ws-old-hist
             AT END
               SET input-eof TO TRUE
             NOT AT END
               PERFORM BUILD-NEW-HIST
               WRITE holhist-record FROM ws-new-hist
               IF holhist-new-status NOT = "00"
                 MOVE SPACES TO rpt-message
                 STRING "HOLHIST WRITE FAILED " DELIMITED BY SIZE
                        holhist-new-status DELIMITED BY SIZE
                        INTO rpt-message
                 WRITE rpt-line FROM rpt-message-line
                 SET input-eof TO TRUE
               ELSE
                 PERFORM COUNT-NEW-HIST
               END-IF
           END-READ.
      *
       CONVERT-ARCHIVE.
           PERFORM RESET-CONTROL-TOTALS
           MOVE "HOLHISTARCH" TO ws-file-title
           OPEN INPUT holarcholdfile.
           IF holarch-old-status NOT = "00"
             MOVE "OLD HOLHISTARCH NOT AVAILABLE" TO rpt-message
             WRITE rpt-line FROM rpt-message-line
             SET run-failed TO TRUE
           ELSE
             OPEN OUTPUT holarchnewfile
             IF holarch-new-status NOT = "00"
               MOVE "NEW HOLHISTARCH OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
               CLOSE holarcholdfile
             ELSE
               PERFORM CONVERT-ONE-ARCH-RECORD
                 UNTIL input-eof
               CLOSE holarcholdfile
               CLOSE holarchnewfile
               PERFORM PRINT-FILE-TOTALS
             END-IF
           END-IF.
      *
       CONVERT-ONE-ARCH-RECORD.
           READ holarcholdfile INTO ws-old-hist
             AT END
               SET input-eof TO TRUE
             NOT AT END
               PERFORM BUILD-NEW-HIST
               WRITE holarch-record FROM ws-new-hist
               IF holarch-new-status NOT = "00"
                 MOVE SPACES TO rpt-message
                 STRING "HOLHISTARCH WRITE FAILED " DELIMITED BY SIZE
                        holarch-new-status DELIMITED BY SIZE
                        INTO rpt-message
                 WRITE rpt-line FROM rpt-message-line
                 SET input-eof TO TRUE
               ELSE
                 PERFORM COUNT-NEW-HIST
               END-IF
           END-READ.
      *
       BUILD-NEW-HIST.
           ADD 1 TO ws-read-count
           IF oh-old-id NOT NUMERIC
             MOVE 0 TO oh-old-id
           END-IF
           IF oh-new-id NOT NUMERIC
             MOVE 0 TO oh-new-id
           END-IF
           ADD oh-old-id TO ws-hash-before
           ADD oh-new-id TO ws-hash-before
           MOVE SPACES TO ws-new-hist
           MOVE oh-op-code TO nh-op-code
           MOVE oh-event-date TO nh-event-date
           MOVE oh-old-id TO nh-old-id
           MOVE oh-old-rest TO nh-old-rest
           MOVE oh-new-id TO nh-new-id
           MOVE oh-new-rest TO nh-new-rest.
      *
       COUNT-NEW-HIST.
           ADD 1 TO ws-written-count
           ADD nh-old-id TO ws-hash-after
           ADD nh-new-id TO ws-hash-after.
      *
      * holpend - read in pend-seq order; the hash total is the sum
      * of pend-seq.  Items queued before the maker/checker user
      * fields existed carry blank submitter and decider.
      *
       CONVERT-PENDING.
           PERFORM RESET-CONTROL-TOTALS
           MOVE "HOLPEND" TO ws-file-title
           OPEN INPUT holpendoldfile.
           IF holpend-old-status NOT = "00"
             MOVE "OLD HOLPEND NOT AVAILABLE - SKIPPED"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
           ELSE
             OPEN OUTPUT holpendnewfile
             IF holpend-new-status NOT = "00"
               MOVE "NEW HOLPEND OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
               CLOSE holpendoldfile
             ELSE
               MOVE 0 TO o-pend-seq
               START holpendoldfile
                 KEY IS NOT LESS THAN o-pend-seq
               IF holpend-old-status NOT = "00"
                 SET input-eof TO TRUE
               END-IF
               PERFORM CONVERT-ONE-PENDING
                 UNTIL input-eof
               CLOSE holpendoldfile
               CLOSE holpendnewfile
               PERFORM PRINT-FILE-TOTALS
             END-IF
           END-IF.
      *
       CONVERT-ONE-PENDING.
           READ holpendoldfile NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-read-count
               ADD o-pend-seq TO ws-hash-before
               MOVE SPACES TO holpend-record
               MOVE o-pend-seq TO pend-seq
               MOVE o-pend-state TO pend-state
               MOVE o-pend-action TO pend-action
               MOVE o-pend-submit-date TO pend-submit-date
               MOVE o-pend-decide-date TO pend-decide-date
               MOVE o-pend-hol-rec TO pend-hol-rec
               MOVE o-pend-ren-new-name TO pend-ren-new-name
               WRITE holpend-record
               IF holpend-new-status NOT = "00"
                 MOVE SPACES TO rpt-message
                 STRING "HOLPEND WRITE FAILED " DELIMITED BY SIZE
                        holpend-new-status DELIMITED BY SIZE
                        " SEQ " DELIMITED BY SIZE
                        o-pend-seq DELIMITED BY SIZE
                        INTO rpt-message
                 WRITE rpt-line FROM rpt-message-line
               ELSE
                 ADD 1 TO ws-written-count
                 ADD pend-seq TO ws-hash-after
               END-IF
           END-READ.
      *
      * holctl - every control record is carried across; the HOLSEQ
      * and PENDSEQ counters are also shown on their own so the
      * operator can see the next numbers to be issued are intact.
      *
       CONVERT-CONTROL.
           PERFORM RESET-CONTROL-TOTALS
           MOVE "HOLCTL" TO ws-file-title
           OPEN INPUT holctloldfile.
           IF holctl-old-status NOT = "00"
             MOVE "OLD HOLCTL NOT AVAILABLE - SKIPPED"
               TO rpt-message
             WRITE rpt-line FROM rpt-message-line
           ELSE
             OPEN OUTPUT holctlnewfile
             IF holctl-new-status NOT = "00"
               MOVE "NEW HOLCTL OPEN FAILED" TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               SET run-failed TO TRUE
               CLOSE holctloldfile
             ELSE
               MOVE LOW-VALUES TO o-ctl-key
               START holctloldfile
                 KEY IS NOT LESS THAN o-ctl-key
               IF holctl-old-status NOT = "00"
                 SET input-eof TO TRUE
               END-IF
               PERFORM CONVERT-ONE-CONTROL
                 UNTIL input-eof
               CLOSE holctloldfile
               CLOSE holctlnewfile
               PERFORM PRINT-FILE-TOTALS
               MOVE "HOLSEQ" TO rpt-ctl-text
               MOVE ws-holseq-before TO rpt-ctl-before
               MOVE ws-holseq-after TO rpt-ctl-after
               PERFORM PRINT-CONTROL-LINE
               MOVE "PENDSEQ" TO rpt-ctl-text
               MOVE ws-pendseq-before TO rpt-ctl-before
               MOVE ws-pendseq-after TO rpt-ctl-after
               PERFORM PRINT-CONTROL-LINE
             END-IF
           END-IF.
      *
       CONVERT-ONE-CONTROL.
           READ holctloldfile NEXT RECORD
             AT END
               SET input-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-read-count
               IF o-ctl-next-holiday-number NOT NUMERIC
                 MOVE 0 TO o-ctl-next-holiday-number
               END-IF
               ADD o-ctl-next-holiday-number TO ws-hash-before
               IF o-ctl-key = "HOLSEQ"
                 MOVE o-ctl-next-holiday-number TO ws-holseq-before
               END-IF
               IF o-ctl-key = "PENDSEQ"
                 MOVE o-ctl-next-holiday-number TO ws-pendseq-before
               END-IF
               MOVE o-ctl-key TO ctl-key
               MOVE o-ctl-next-holiday-number
                 TO ctl-next-holiday-number
               MOVE o-ctl-data TO ctl-data
               WRITE holctl-record
               IF holctl-new-status NOT = "00"
                 MOVE SPACES TO rpt-message
                 STRING "HOLCTL WRITE FAILED " DELIMITED BY SIZE
                        holctl-new-status DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        o-ctl-key DELIMITED BY SIZE
                        INTO rpt-message
                 WRITE rpt-line FROM rpt-message-line
               ELSE
                 ADD 1 TO ws-written-count
                 ADD ctl-next-holiday-number TO ws-hash-after
                 IF ctl-key = "HOLSEQ"
                   MOVE ctl-next-holiday-number TO ws-holseq-after
                 END-IF
                 IF ctl-key = "PENDSEQ"
                   MOVE ctl-next-holiday-number TO ws-pendseq-after
                 END-IF
               END-IF
           END-READ.
      *
      * One pair of lines per file; any count or hash that does not
      * carry across unchanged fails the run.
      *
       PRINT-FILE-TOTALS.
           MOVE ws-file-title TO rpt-ctl-file
           MOVE "RECORDS" TO rpt-ctl-text
           MOVE ws-read-count TO rpt-ctl-before
           MOVE ws-written-count TO rpt-ctl-after
           PERFORM PRINT-CONTROL-LINE
           MOVE SPACES TO rpt-ctl-file
           MOVE "ID HASH" TO rpt-ctl-text
           MOVE ws-hash-before TO rpt-ctl-before
           MOVE ws-hash-after TO rpt-ctl-after
           PERFORM PRINT-CONTROL-LINE.
      *
       PRINT-CONTROL-LINE.
           IF rpt-ctl-before = rpt-ctl-after
             MOVE SPACES TO rpt-ctl-flag
           ELSE
             MOVE "OUT OF BAL" TO rpt-ctl-flag
             SET run-failed TO TRUE
           END-IF
           WRITE rpt-line FROM rpt-control-line
           MOVE SPACES TO rpt-ctl-file.
      *
       PRINT-VERDICT.
           WRITE rpt-line FROM SPACES.
           IF run-ok
             IF live-function
               MOVE "BALANCED - RENAME holidaysIXnew, holhistnew,"
                 TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               MOVE "holpendnew AND holctlnew OVER THE OLD FILES"
                 TO rpt-message
             ELSE
               MOVE "BALANCED - FILE holhistarchnew UNDER THE"
                 TO rpt-message
               WRITE rpt-line FROM rpt-message-line
               MOVE "ARCHIVE'S ORIGINAL DATED NAME"
                 TO rpt-message
             END-IF
           ELSE
             MOVE "HOLWIDEN FAILED - OLD FILES LEFT UNTOUCHED"
               TO rpt-message
           END-IF.
           WRITE rpt-line FROM rpt-message-line.
      *
       TERMINATE-WIDEN.
           IF report-open
             CLOSE holwidenrptfile
           END-IF.
           IF run-ok
             DISPLAY "HOLWIDEN ", ws-function, " BALANCED"
                                                     UPON SYSOUT
           ELSE
             DISPLAY "HOLWIDEN ", ws-function, " FAILED - SEE REPORT"
                                                     UPON SYSOUT
             MOVE 8 TO RETURN-CODE
           END-IF.
