       01 holhist-record.
         05 hist-op-code PIC X(6).
         05 hist-event-date PIC X(21).
         05 hist-images PIC X(258).
         05 hist-audit PIC X(64).
      *
       FD holarchfile.
      *
       01 holarch-record PIC X(349).
      *
       FD holhistnewfile.
      *
       01 holhistnew-record PIC X(349).
      *
       FD holarchrptfile.
      *
      *
       01 holctl-record.
         05 ctl-key PIC X(10).
         05 ctl-next-holiday-number PIC 9(7).
         05 ctl-data PIC X(24).
      *
       WORKING-STORAGE SECTION.
