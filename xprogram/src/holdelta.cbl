         05 hist-op-code PIC X(6).
         05 hist-event-date PIC X(21).
         05 hist-old-rec.
           10 hist-old-id PIC 9(7).
           10 hist-old-name PIC X(25).
           10 hist-old-dt PIC X(24).
           10 hist-old-cur-dt PIC X(21).
           10 hist-old-ymd PIC 9(8).
           10 hist-old-close PIC X(5).
         05 hist-new-rec.
           10 hist-new-id PIC 9(7).
           10 hist-new-name PIC X(25).
           10 hist-new-dt PIC X(24).
           10 hist-new-cur-dt PIC X(21).
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
       FD holctlfile.
      *
       01 holctl-record.
         05 ctl-key PIC X(10).
         05 ctl-next-holiday-number PIC 9(7).
         05 ctl-data PIC X(24).
      *
       FD holdeltafile.
         05 delta-loc PIC X(10).
         05 delta-close PIC X(5).
         05 delta-ymd PIC 9(8).
         05 delta-source PIC X(4).
      *
      * Where the holiday stood before the change, so a moved or
      * relocated closure can be followed from both ends; zero and
      * blank for an add.
      *
         05 delta-old-ymd PIC 9(8).
         05 delta-old-loc PIC X(10).
      *
       01 delta-trailer-r REDEFINES delta-record.
         05 FILLER PIC X.
         05 delta-trl-adds PIC 9(7).
         05 delta-trl-changes PIC 9(7).
         05 delta-trl-deletes PIC 9(7).
         05 FILLER PIC X(118).
      *
       FD holdeltarptfile.
      *
           MOVE hist-new-loc TO delta-loc
           MOVE hist-new-close TO delta-close
           MOVE hist-new-ymd TO delta-ymd
           MOVE hist-source TO delta-source
           IF hist-old-ymd NUMERIC
             MOVE hist-old-ymd TO delta-old-ymd
           ELSE
             MOVE 0 TO delta-old-ymd
           END-IF
           MOVE hist-old-loc TO delta-old-loc
           PERFORM WRITE-DELTA-RECORD.
      *
       WRITE-DELTA-FROM-OLD.
           MOVE hist-old-loc TO delta-loc
           MOVE hist-old-close TO delta-close
           MOVE hist-old-ymd TO delta-ymd
           MOVE hist-source TO delta-source
           MOVE hist-old-ymd TO delta-old-ymd
           MOVE hist-old-loc TO delta-old-loc
           PERFORM WRITE-DELTA-RECORD.
      *
       WRITE-DELTA-RECORD.
