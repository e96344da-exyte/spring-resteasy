       IDENTIFICATION DIVISION.
       PROGRAM-ID.  'holuser'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      * Maintenance of the holuser master that the gateway entries
      * check every caller against.  Security administration feeds
      * one transaction per line - ADD a user, CHG a user's name or
      * role, or DEL (revoke) a user - and gets a register of what
      * was applied and what was refused.  A revoked user stays on
      * file marked inactive so the user IDs already written on
      * holpend and holhist still resolve to a name.
      *
           select holuserfile assign to "holuser"
           organization is INDEXED
           access is DYNAMIC
           RECORD KEY IS user-id
           file status is holuser-status.
      *
           select holuserinfile assign to "holuserin"
           organization is LINE SEQUENTIAL
           file status is holuserin-status.
      *
           select holuserrptfile assign to "holuserrpt"
           organization is LINE SEQUENTIAL
           file status is holuserrpt-status.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD holuserinfile.
      *
       01 user-in-record.
         05 in-action PIC X(3).
         05 in-user-id PIC X(10).
         05 in-user-name PIC X(30).
         05 in-user-role PIC X(8).
      *
       FD holuserrptfile.
      *
       01 rpt-line PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 holuser-status pic xx.
       77 holuserin-status pic xx.
       77 holuserrpt-status pic xx.
       77 ws-read-count PIC 9(4) VALUE 0.
       77 ws-applied-count PIC 9(4) VALUE 0.
       77 ws-rejected-count PIC 9(4) VALUE 0.
       77 ws-eof-switch PIC X VALUE 'N'.
         88 user-in-eof VALUE 'Y'.
         88 user-in-not-eof VALUE 'N'.
       77 ws-open-switch PIC X VALUE 'N'.
         88 files-open VALUE 'Y'.
       77 ws-reject-reason PIC X(25).
       77 ws-role-check PIC X(8).
         88 VALID-ROLE VALUES 'MAKER', 'CHECKER', 'OPERATOR',
                              'READONLY'.
      *
       01 rpt-heading-1.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(30) VALUE 'USER MASTER MAINTENANCE'.
      *
       01 rpt-heading-2.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 FILLER PIC X(4)  VALUE 'ACT'.
         05 FILLER PIC X(11) VALUE 'USER ID'.
         05 FILLER PIC X(9)  VALUE 'ROLE'.
         05 FILLER PIC X(10) VALUE 'DISP'.
         05 FILLER PIC X(25) VALUE 'REASON'.
      *
       01 rpt-detail-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-action       PIC X(3).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-user-id      PIC X(10).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-role         PIC X(8).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-disp         PIC X(9).
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-reason       PIC X(25).
      *
       01 rpt-total-line.
         05 FILLER PIC X(1)  VALUE SPACE.
         05 rpt-total-text   PIC X(18).
         05 rpt-total-count  PIC ZZZ9.
      *
       PROCEDURE DIVISION.
      *
       MAINLINE.
           PERFORM INITIALIZE-RUN.
           IF files-open
             PERFORM APPLY-ONE-LINE
               UNTIL user-in-eof
             PERFORM PRINT-TOTALS
           END-IF.
           PERFORM TERMINATE-RUN.
           STOP RUN.
      *
       INITIALIZE-RUN.
           OPEN INPUT holuserinfile.
           IF holuserin-status NOT = "00"
             DISPLAY "HOLUSERIN OPEN FAILED: ", holuserin-status
                                                     UPON SYSERR
             SET user-in-eof TO TRUE
           ELSE
             OPEN I-O holuserfile
             IF holuser-status = "35"
               OPEN OUTPUT holuserfile
               CLOSE holuserfile
               OPEN I-O holuserfile
             END-IF
             IF holuser-status NOT = "00"
               DISPLAY "HOLUSER OPEN FAILED: ", holuser-status
                                                     UPON SYSERR
               SET user-in-eof TO TRUE
               CLOSE holuserinfile
             ELSE
               OPEN OUTPUT holuserrptfile
               SET files-open TO TRUE
               WRITE rpt-line FROM rpt-heading-1
               WRITE rpt-line FROM SPACES
               WRITE rpt-line FROM rpt-heading-2
               WRITE rpt-line FROM SPACES
             END-IF
           END-IF.
      *
       APPLY-ONE-LINE.
           READ holuserinfile
             AT END
               SET user-in-eof TO TRUE
             NOT AT END
               ADD 1 TO ws-read-count
               PERFORM PROCESS-ONE-LINE
           END-READ.
      *
       PROCESS-ONE-LINE.
           MOVE SPACES TO ws-reject-reason
           IF in-user-id = SPACES
             MOVE "BLANK USER ID" TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
             MOVE in-user-id TO user-id
             READ holuserfile KEY IS user-id
             EVALUATE in-action
               WHEN "ADD"
                 PERFORM ADD-USER
               WHEN "CHG"
                 PERFORM CHANGE-USER
               WHEN "DEL"
                 PERFORM REVOKE-USER
               WHEN OTHER
                 MOVE "INVALID ACTION" TO ws-reject-reason
             END-EVALUATE
           END-IF
           MOVE in-action TO rpt-action
           MOVE in-user-id TO rpt-user-id
           MOVE in-user-role TO rpt-role
           IF ws-reject-reason = SPACES
             ADD 1 TO ws-applied-count
             MOVE "APPLIED" TO rpt-disp
             MOVE SPACES TO rpt-reason
           ELSE
             ADD 1 TO ws-rejected-count
             MOVE "REJECTED" TO rpt-disp
             MOVE ws-reject-reason TO rpt-reason
           END-IF
           WRITE rpt-line FROM rpt-detail-line.
      *
       ADD-USER.
           MOVE in-user-role TO ws-role-check
           IF holuser-status = "00"
             MOVE "USER ALREADY ON FILE" TO ws-reject-reason
           ELSE
           IF in-user-name = SPACES
             MOVE "BLANK USER NAME" TO ws-reject-reason
           ELSE
           IF NOT VALID-ROLE
             MOVE "INVALID ROLE" TO ws-reject-reason
           ELSE
             INITIALIZE holuser-record
             MOVE in-user-id TO user-id
             MOVE in-user-name TO user-name
             MOVE in-user-role TO user-role
             MOVE 'Y' TO user-active-flag
             MOVE FUNCTION CURRENT-DATE TO user-change-date
             WRITE holuser-record
             IF holuser-status NOT = "00"
               MOVE "WRITE FAILED" TO ws-reject-reason
             END-IF
           END-IF
           END-IF
           END-IF.
      *
      * A CHG line may carry a new name, a new role, or both; a blank
      * field keeps what is on file.  Changing a revoked user puts
      * the user back in service.
      *
       CHANGE-USER.
           MOVE in-user-role TO ws-role-check
           IF holuser-status NOT = "00"
             MOVE "USER NOT FOUND" TO ws-reject-reason
           ELSE
           IF in-user-role NOT = SPACES AND NOT VALID-ROLE
             MOVE "INVALID ROLE" TO ws-reject-reason
           ELSE
             IF in-user-name NOT = SPACES
               MOVE in-user-name TO user-name
             END-IF
             IF in-user-role NOT = SPACES
               MOVE in-user-role TO user-role
             END-IF
             MOVE 'Y' TO user-active-flag
             MOVE FUNCTION CURRENT-DATE TO user-change-date
             REWRITE holuser-record
             IF holuser-status NOT = "00"
               MOVE "REWRITE FAILED" TO ws-reject-reason
             END-IF
           END-IF
           END-IF.
      *
       REVOKE-USER.
           IF holuser-status NOT = "00"
             MOVE "USER NOT FOUND" TO ws-reject-reason
           ELSE
           IF USER-REVOKED
             MOVE "USER ALREADY REVOKED" TO ws-reject-reason
           ELSE
             MOVE 'N' TO user-active-flag
             MOVE FUNCTION CURRENT-DATE TO user-change-date
             REWRITE holuser-record
             IF holuser-status NOT = "00"
               MOVE "REWRITE FAILED" TO ws-reject-reason
             END-IF
           END-IF
           END-IF.
      *
       PRINT-TOTALS.
           WRITE rpt-line FROM SPACES.
           MOVE "LINES READ        " TO rpt-total-text.
           MOVE ws-read-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "LINES APPLIED     " TO rpt-total-text.
           MOVE ws-applied-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
           MOVE "LINES REJECTED    " TO rpt-total-text.
           MOVE ws-rejected-count TO rpt-total-count.
           WRITE rpt-line FROM rpt-total-line.
      *
       TERMINATE-RUN.
           IF files-open
             CLOSE holuserinfile
             CLOSE holuserfile
             CLOSE holuserrptfile
           END-IF.
           DISPLAY "HOLUSER: ", ws-read-count, " READ ",
                   ws-applied-count, " APPLIED ",
                   ws-rejected-count, " REJECTED" UPON SYSOUT.
