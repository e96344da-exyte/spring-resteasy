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
       FD holhistrptfile.
      *
         05 rpt-old-value    PIC X(29).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-new-value    PIC X(29).
      *
       01 rpt-reason-line.
         05 FILLER PIC X(26) VALUE SPACES.
         05 FILLER PIC X(9)  VALUE 'REASON'.
         05 rpt-reason       PIC X(40).
      *
       01 rpt-total-line.
         05 FILLER PIC X(1)  VALUE SPACE.
      * Each history record prints as a block of one line per field,
      * decoding hist-old-rec / hist-new-rec into side-by-side
      * old-value / new-value columns.  The op code and event stamp
      * print on the first line of the block only; the block ends
      * with who submitted and who approved the change, where it
      * came from (ONLINE, or the LOAD / GEN batch), and the
      * checker's reason when one was given.
      *
       PRINT-CHANGE-DETAIL.
           MOVE SPACES TO ws-old-date-text
           MOVE hist-old-close TO rpt-old-value
           MOVE hist-new-close TO rpt-new-value
           WRITE rpt-line FROM rpt-change-line
           MOVE "MAKER" TO rpt-field
           MOVE hist-submit-user TO rpt-old-value
           MOVE SPACES TO rpt-new-value
           WRITE rpt-line FROM rpt-change-line
           MOVE "CHECKER" TO rpt-field
           MOVE SPACES TO rpt-old-value
           MOVE hist-approve-user TO rpt-new-value
           WRITE rpt-line FROM rpt-change-line
           MOVE "SOURCE" TO rpt-field
           IF hist-source = SPACES
             MOVE "ONLINE" TO rpt-old-value
           ELSE
             MOVE hist-source TO rpt-old-value
           END-IF
           MOVE SPACES TO rpt-new-value
           WRITE rpt-line FROM rpt-change-line
           IF hist-reason NOT = SPACES
             MOVE hist-reason TO rpt-reason
             WRITE rpt-line FROM rpt-reason-line
           END-IF
           WRITE rpt-line FROM SPACES.
      *
       PRINT-TOTALS.
