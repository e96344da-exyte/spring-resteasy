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
           select holauditrptfile assign to "holauditrpt"
           organization is LINE SEQUENTIAL
           file status is holauditrpt-status.
      *
           select id-sort-file assign to "holauditwk".
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
       FD holauditrptfile.
      *
       01 rpt-line PIC X(100).
      *
       SD id-sort-file.
      *
       01 id-sort-record.
         05 id-sort-number PIC 9(7).
         05 id-sort-name PIC X(25).
      *
       WORKING-STORAGE SECTION.
      *
       77 holiday-status pic xx.
       77 holctl-status pic xx.
       77 holauditrpt-status pic xx.
       77 holloc-status pic xx.
       77 ws-holloc-switch PIC X VALUE 'N'.
         88 holloc-avail VALUE 'Y'.
       77 ws-eof-switch PIC X VALUE 'N'.
         88 holidays-eof VALUE 'Y'.
         88 holidays-not-eof VALUE 'N'.
       77 ws-open-switch PIC X VALUE 'N'.
         88 files-open VALUE 'Y'.
       77 ws-records-read PIC 9(7) VALUE 0.
       77 ws-findings-count PIC 9(4) VALUE 0.
       77 ws-max-id PIC 9(7) VALUE 0.
       77 ws-prev-id PIC 9(7) VALUE 0.
       77 ws-id-use-count PIC 999 VALUE 0.
       77 ws-gap-from PIC 9(7).
       77 ws-gap-to PIC 9(7).
       77 ws-sort-switch PIC X VALUE 'N'.
         88 sort-eof VALUE 'Y'.
         88 sort-not-eof VALUE 'N'.
      *
       01 WS-MONTH-TABLE.
           05 FILLER PIC X(9) VALUE 'JANUARY'.
       77 WS-LEAP-YEAR-SWITCH PIC X VALUE 'N'.
         88 LEAP-YEAR VALUE 'Y'.
         88 NOT-LEAP-YEAR VALUE 'N'.
      *
       01 ws-prev-day-key.
         05 ws-prev-day PIC XX.
       01 rpt-total-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-total-text   PIC X(18).
         05 rpt-total-count  PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
             WRITE rpt-line FROM SPACES
             WRITE rpt-line FROM rpt-heading-2
             WRITE rpt-line FROM SPACES
             OPEN INPUT hollocfile
             IF holloc-status = "00"
               SET holloc-avail TO TRUE
             ELSE
               MOVE "HOLLOC NOT AVAILABLE" TO rpt-finding
               MOVE SPACES TO rpt-name
               MOVE SPACES TO rpt-detail
               STRING "STATUS=" DELIMITED BY SIZE
                      holloc-status DELIMITED BY SIZE
                      INTO rpt-detail
               ADD 1 TO ws-findings-count
               WRITE rpt-line FROM rpt-detail-line
             END-IF
           END-IF.
      *
      * Pass 1 - browse in name order checking each record on its
      * own: weekday agreement with the stored date, blank type or
      * location, a location missing from (or retired on) the
      * location master, and holiday-number usage for the sequence
      * checks.
      *
       AUDIT-RECORD-SWEEP.
           MOVE LOW-VALUES TO HOLIDAY-NAME
             MOVE SPACES TO rpt-detail
             PERFORM PRINT-FINDING
           END-IF
           IF holiday-location NOT = SPACES
              AND holiday-location NOT = 'ALL'
              AND holloc-avail
             MOVE holiday-location TO loc-code
             READ hollocfile KEY IS loc-code
             IF holloc-status NOT = "00"
               MOVE "LOCATION NOT ON MASTER" TO rpt-finding
               MOVE holiday-location TO rpt-detail
               PERFORM PRINT-FINDING
             ELSE
               IF LOC-RETIRED
                 MOVE "LOCATION RETIRED" TO rpt-finding
                 MOVE holiday-location TO rpt-detail
                 PERFORM PRINT-FINDING
               END-IF
             END-IF
           END-IF
           IF holiday-close-time NOT = SPACES
             IF holiday-close-time(1:2) NOT NUMERIC
                OR holiday-close-time(3:1) NOT = ':'
                    INTO rpt-detail
             PERFORM PRINT-FINDING
           ELSE
             IF holiday-number > ws-max-id
               MOVE holiday-number TO ws-max-id
             END-IF
               MOVE holiday-name TO ws-prev-name
           END-READ.
      *
      * Pass 3 - the holiday numbers are far too wide to tally in a
      * table, so every valid number is staged through id-sort-file
      * and the sorted run is scanned for numbers assigned more than
      * once and for gaps below the highest number in use.  A run of
      * unused numbers is reported once as a range.
      *
       AUDIT-ID-SEQUENCE.
           SORT id-sort-file
             ON ASCENDING KEY id-sort-number
             INPUT PROCEDURE IS RELEASE-HOLIDAY-IDS
             OUTPUT PROCEDURE IS CHECK-SORTED-IDS.
      *
       RELEASE-HOLIDAY-IDS.
           MOVE LOW-VALUES TO HOLIDAY-NAME
           START holidaysIX KEY IS NOT LESS THAN HOLIDAY-NAME
           IF holiday-status NOT = "00"
             DISPLAY "HOLIDAYSIX START FAILED: ", holiday-status
                                                     UPON SYSERR
           ELSE
             PERFORM RELEASE-ONE-HOLIDAY-ID
               UNTIL holiday-status NOT = "00"
           END-IF.
      *
       RELEASE-ONE-HOLIDAY-ID.
           READ holidaysIX NEXT RECORD
             AT END
               MOVE "10" TO holiday-status
             NOT AT END
               IF holiday-number >= 1
                 MOVE holiday-number TO id-sort-number
                 MOVE holiday-name TO id-sort-name
                 RELEASE id-sort-record
               END-IF
           END-READ.
      *
       CHECK-SORTED-IDS.
           MOVE 0 TO ws-prev-id
           MOVE 0 TO ws-id-use-count
           SET sort-not-eof TO TRUE
           PERFORM CHECK-ONE-SORTED-ID
             UNTIL sort-eof
           PERFORM REPORT-DUPLICATE-ID.
      *
       CHECK-ONE-SORTED-ID.
           RETURN id-sort-file
             AT END
               SET sort-eof TO TRUE
             NOT AT END
               IF id-sort-number = ws-prev-id
                 ADD 1 TO ws-id-use-count
               ELSE
                 PERFORM REPORT-DUPLICATE-ID
                 IF id-sort-number > ws-prev-id + 1
                   COMPUTE ws-gap-from = ws-prev-id + 1
                   COMPUTE ws-gap-to = id-sort-number - 1
                   PERFORM REPORT-ID-GAP
                 END-IF
                 MOVE id-sort-number TO ws-prev-id
                 MOVE 1 TO ws-id-use-count
               END-IF
           END-RETURN.
      *
       REPORT-DUPLICATE-ID.
           IF ws-id-use-count > 1
             MOVE "DUPLICATE ID" TO rpt-finding
             MOVE SPACES TO rpt-name
             MOVE SPACES TO rpt-detail
             STRING "ID=" DELIMITED BY SIZE
                    ws-prev-id DELIMITED BY SIZE
                    " USED=" DELIMITED BY SIZE
                    ws-id-use-count DELIMITED BY SIZE
                    INTO rpt-detail
             ADD 1 TO ws-findings-count
             WRITE rpt-line FROM rpt-detail-line
           END-IF.
      *
       REPORT-ID-GAP.
           MOVE "GAP IN ID SEQUENCE" TO rpt-finding
           MOVE SPACES TO rpt-name
           MOVE SPACES TO rpt-detail
           IF ws-gap-to = ws-gap-from
             STRING "ID=" DELIMITED BY SIZE
                    ws-gap-from DELIMITED BY SIZE
                    " UNUSED" DELIMITED BY SIZE
                    INTO rpt-detail
           ELSE
             STRING "ID=" DELIMITED BY SIZE
                    ws-gap-from DELIMITED BY SIZE
                    " THRU " DELIMITED BY SIZE
                    ws-gap-to DELIMITED BY SIZE
                    " UNUSED" DELIMITED BY SIZE
                    INTO rpt-detail
           END-IF
           ADD 1 TO ws-findings-count
           WRITE rpt-line FROM rpt-detail-line.
      *
       AUDIT-HOLSEQ.
           OPEN INPUT holctlfile
             CLOSE holidaysIX
             CLOSE holauditrptfile
           END-IF.
           IF holloc-avail
             CLOSE hollocfile
           END-IF.
           DISPLAY "HOLAUDIT: ", ws-records-read, " READ ",
                   ws-findings-count, " EXCEPTIONS" UPON SYSOUT.
