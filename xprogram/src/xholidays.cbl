         88 clearfreeze-entry-name VALUE 'clearfreeze'.
         88 queryfreeze-entry-name VALUE 'queryfreeze'.
         88 search-entry-name VALUE 'searchholidays'.
         88 addloc-entry-name VALUE 'addlocation'.
         88 changeloc-entry-name VALUE 'changelocation'.
         88 retireloc-entry-name VALUE 'retirelocation'.
         88 listloc-entry-name VALUE 'listlocations'.
       1 LIST-I COMP PIC S9(4).
       1 PEND-I COMP PIC S9(4).
       1 RULE-I COMP PIC S9(4).
       1 BATCH-I COMP PIC S9(4).
       1 BATCH-ELEM PIC X(16).
       1 LOC-I COMP PIC S9(4).
       1 LOC-ELEM PIC X(16).
       1 SIDE-ELEM PIC X(16).
       1 SIDE-EVNT-NO PIC 9999.
       1 REQ-USER-ID PIC X(10) VALUE SPACES.
       1 REQ-REASON PIC X(40) VALUE SPACES.
       1 SRCH-I COMP PIC S9(4).
       1 DATE-I COMP PIC S9(4).
       1 EXPORT-I COMP PIC S9(4).
         2 export-resume-dt PIC X(24).
         2 export-hol-count PIC 999.
         2 export-hol-entries OCCURS 500 TIMES.
           3 export-hol-id PIC 9(7).
           3 export-hol-name PIC X(25).
           3 export-hol-dt.
             4 export-hol-wkday PIC X(9).
         2 date-hol-yr PIC 9(4).
         2 date-hol-count PIC 999.
         2 date-hol-entries OCCURS 50 TIMES.
           3 date-hol-id PIC 9(7).
           3 date-hol-name PIC X(25).
           3 date-hol-dt.
             4 date-hol-wkday PIC X(9).
         2 list-resume-name PIC X(25).
         2 list-hol-count PIC 999.
         2 list-hol-entries OCCURS 500 TIMES.
           3 list-hol-id PIC 9(7).
           3 list-hol-name PIC X(25).
           3 list-hol-dt.
             4 list-hol-wkday PIC X(9).
         2 type-hol-type PIC X(5).
         2 type-hol-count PIC 999.
         2 type-hol-entries OCCURS 500 TIMES.
           3 type-hol-id PIC 9(7).
           3 type-hol-name PIC X(25).
           3 type-hol-dt.
             4 type-hol-wkday PIC X(9).
         2 range-resume-ymd PIC 9(8).
         2 range-hol-count PIC 999.
         2 range-hol-entries OCCURS 50 TIMES.
           3 range-hol-id PIC 9(7).
           3 range-hol-name PIC X(25).
           3 range-hol-dt.
             4 range-hol-wkday PIC X(9).
         2 ren-old-name PIC X(25).
         2 ren-new-name PIC X(25).
         2 ren-hol-io-msg PIC X(25).
         2 ren-hol-user-id PIC X(10).
       1 pend-list-linkage.
         2 pend-sel-state PIC X.
         2 pend-list-count PIC 999.
         2 pend-list-entries OCCURS 100 TIMES.
           3 pl-seq PIC 9(7).
           3 pl-state PIC X.
           3 pl-action PIC X(6).
           3 pl-submit-dt PIC X(21).
           3 pl-loc PIC X(10).
           3 pl-close PIC X(5).
           3 pl-new-name PIC X(25).
           3 pl-submit-user PIC X(10).
           3 pl-decide-user PIC X(10).
           3 pl-reason PIC X(40).
         2 pend-list-io-msg PIC X(25).
       1 pend-dec-linkage.
         2 pend-dec-seq PIC 9(7).
         2 pend-dec-name PIC X(25).
         2 pend-dec-io-msg PIC X(25).
         2 pend-dec-user-id PIC X(10).
         2 pend-dec-reason PIC X(40).
       1 rule-hol-linkage.
         2 rule-hol-name PIC X(25).
         2 rule-hol-type PIC X(4).
         2 rule-hol-wkday PIC X(9).
         2 rule-hol-mon PIC X(9).
         2 rule-hol-io-msg PIC X(25).
         2 rule-hol-user-id PIC X(10).
       1 rule-list-linkage.
         2 rule-list-count PIC 999.
         2 rule-list-entries OCCURS 100 TIMES.
         2 search-resume-name PIC X(25).
         2 search-hol-count PIC 999.
         2 search-hol-entries OCCURS 500 TIMES.
           3 search-hol-id PIC 9(7).
           3 search-hol-name PIC X(25).
           3 search-hol-dt.
             4 search-hol-wkday PIC X(9).
         2 freeze-stamp PIC X(16).
         2 freeze-warning PIC X(25).
         2 freeze-io-msg PIC X(25).
         2 freeze-user-id PIC X(10).
       1 loc-hol-linkage.
         2 loc-hol-code PIC X(10).
         2 loc-hol-name PIC X(30).
         2 loc-hol-country PIC X(20).
         2 loc-hol-off-days PIC X(7).
         2 loc-hol-active PIC X.
         2 loc-hol-io-msg PIC X(25).
         2 loc-hol-user-id PIC X(10).
       1 loc-list-linkage.
         2 loc-sel-active PIC X.
         2 loc-list-count PIC 999.
         2 loc-list-entries OCCURS 100 TIMES.
           3 ll-code PIC X(10).
           3 ll-name PIC X(30).
           3 ll-country PIC X(20).
           3 ll-off-days PIC X(7).
           3 ll-active PIC X.
         2 loc-list-io-msg PIC X(25).
       1 batch-linkage.
         2 batch-req-count PIC 999.
         2 batch-entries OCCURS 300 TIMES.
           3 hist-ent-new-dt PIC X(24).
           3 hist-ent-new-type PIC X(5).
           3 hist-ent-new-loc PIC X(10).
           3 hist-ent-submit-user PIC X(10).
           3 hist-ent-approve-user PIC X(10).
           3 hist-ent-reason PIC X(40).
           3 hist-ent-source PIC X(4).
         2 hist-hol-io-msg PIC X(25).
       1 post-hol-linkage.
         2 post-hol-rec.
           3 post-hol-id PIC 9(7).
           3 post-hol-name PIC X(25).
           3 post-hol-dt.
             4 post-hol-wkday PIC X(9).
             4 post-hol-obs-yr PIC 9(4).
         2 post-hol-close PIC X(5).
         2 post-hol-io-msg PIC X(25).
         2 post-hol-user-id PIC X(10).
       1 get-hol-linkage.
         2 get-hol-rec.
           3 get-hol-id PIC 9(7).
           3 get-hol-name PIC X(25).
           3 get-hol-dt.
             4 get-hol-wkday PIC X(9).
             4 get-hol-obs-yr PIC 9(4).
         2 get-hol-close PIC X(5).
         2 get-hol-io-msg PIC X(25).
         2 get-hol-user-id PIC X(10).
       1 put-hol-linkage.
         2 put-hol-rec.
           3 put-hol-id PIC 9(7).
           3 put-hol-name PIC X(25).
           3 put-hol-dt.
             4 put-hol-wkday PIC X(9).
             4 put-hol-obs-yr PIC 9(4).
         2 put-hol-close PIC X(5).
         2 put-hol-io-msg PIC X(25).
         2 put-hol-user-id PIC X(10).
       1 delete-hol-linkage.
         2 delete-hol-rec.
           3 delete-hol-id PIC 9(7).
           3 delete-hol-name PIC X(25).
           3 delete-hol-dt.
             4 delete-hol-wkday PIC X(9).
             4 delete-hol-obs-yr PIC 9(4).
         2 delete-hol-close PIC X(5).
         2 delete-hol-io-msg PIC X(25).
         2 delete-hol-user-id PIC X(10).

       1 CRLF PIC XX VALUE X'0D0A'.

                 ALSO ANY
             MOVE XML-TEXT
             TO TARGET
      *
      * The caller's <user-id> and a checker's <dec-reason> may sit
      * anywhere inside the linkage element of any entry.  They are
      * taken aside here without counting as events, so the numbered
      * arms below see the same sequence whether they are sent or
      * not: the opening tag parks the event number, the content is
      * kept, and the closing tag puts the number back.
      *
          WHEN ANY ALSO ANY
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'user-id'
          WHEN ANY ALSO ANY
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'dec-reason'
             MOVE XML-TEXT TO SIDE-ELEM
             MOVE EVNT-NO TO SIDE-EVNT-NO
             MOVE 8999 TO EVNT-NO
          WHEN 9000 THRU 9998 ALSO ANY
                 ALSO 'CONTENT-CHARACTERS'
                 ALSO ANY
             IF SIDE-ELEM = 'user-id'
                MOVE XML-TEXT TO REQ-USER-ID
             ELSE
                MOVE XML-TEXT TO REQ-REASON
             END-IF
          WHEN ANY ALSO ANY
                 ALSO 'END-OF-ELEMENT'
                 ALSO 'user-id'
          WHEN ANY ALSO ANY
                 ALSO 'END-OF-ELEMENT'
                 ALSO 'dec-reason'
             COMPUTE EVNT-NO = SIDE-EVNT-NO - 1
          WHEN 6 ALSO 'postholiday'
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'PARAM'
                 ALSO 'END-OF-ELEMENT'
                 ALSO ANY
             CONTINUE
      *
      * The location entries take their fields in any order and may
      * leave any of them out, so like batchdays they match on the
      * element last opened rather than the running event number.
      *
          WHEN ANY ALSO 'addlocation'
                 ALSO 'ATTRIBUTE-NAME'
                 ALSO 'name'
          WHEN ANY ALSO 'changelocation'
                 ALSO 'ATTRIBUTE-NAME'
                 ALSO 'name'
          WHEN ANY ALSO 'retirelocation'
                 ALSO 'ATTRIBUTE-NAME'
                 ALSO 'name'
          WHEN ANY ALSO 'listlocations'
                 ALSO 'ATTRIBUTE-NAME'
                 ALSO 'name'
             CONTINUE
          WHEN ANY ALSO 'addlocation'
                 ALSO 'ATTRIBUTE-CHARACTERS'
                 ALSO ANY
          WHEN ANY ALSO 'changelocation'
                 ALSO 'ATTRIBUTE-CHARACTERS'
                 ALSO ANY
          WHEN ANY ALSO 'retirelocation'
                 ALSO 'ATTRIBUTE-CHARACTERS'
                 ALSO ANY
          WHEN ANY ALSO 'listlocations'
                 ALSO 'ATTRIBUTE-CHARACTERS'
                 ALSO ANY
             IF listloc-entry-name
                AND XML-TEXT NOT = 'loc-list-linkage'
                OR NOT listloc-entry-name
                AND XML-TEXT NOT = 'loc-hol-linkage'
                MOVE 'invalid parameter name : '
                TO ERRMESS
                MOVE XML-TEXT
                TO ERRMESS(26:)
                PERFORM ERR
             END-IF
          WHEN ANY ALSO 'addlocation'
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'loc-hol-linkage'
          WHEN ANY ALSO 'changelocation'
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'loc-hol-linkage'
          WHEN ANY ALSO 'retirelocation'
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'loc-hol-linkage'
          WHEN ANY ALSO 'listlocations'
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'loc-hol-linkage'
             INITIALIZE loc-hol-linkage
          WHEN ANY ALSO 'addlocation'
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'loc-list-linkage'
          WHEN ANY ALSO 'changelocation'
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'loc-list-linkage'
          WHEN ANY ALSO 'retirelocation'
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'loc-list-linkage'
          WHEN ANY ALSO 'listlocations'
                 ALSO 'START-OF-ELEMENT'
                 ALSO 'loc-list-linkage'
             INITIALIZE loc-list-linkage
          WHEN ANY ALSO 'addlocation'
                 ALSO 'START-OF-ELEMENT'
                 ALSO ANY
          WHEN ANY ALSO 'changelocation'
                 ALSO 'START-OF-ELEMENT'
                 ALSO ANY
          WHEN ANY ALSO 'retirelocation'
                 ALSO 'START-OF-ELEMENT'
                 ALSO ANY
          WHEN ANY ALSO 'listlocations'
                 ALSO 'START-OF-ELEMENT'
                 ALSO ANY
             MOVE XML-TEXT TO LOC-ELEM
          WHEN ANY ALSO 'addlocation'
                 ALSO 'CONTENT-CHARACTERS'
                 ALSO ANY
          WHEN ANY ALSO 'changelocation'
                 ALSO 'CONTENT-CHARACTERS'
                 ALSO ANY
          WHEN ANY ALSO 'retirelocation'
                 ALSO 'CONTENT-CHARACTERS'
                 ALSO ANY
          WHEN ANY ALSO 'listlocations'
                 ALSO 'CONTENT-CHARACTERS'
                 ALSO ANY
             EVALUATE LOC-ELEM
               WHEN 'loc-code'
                 MOVE XML-TEXT TO loc-hol-code
               WHEN 'loc-name'
                 MOVE XML-TEXT TO loc-hol-name
               WHEN 'loc-country'
                 MOVE XML-TEXT TO loc-hol-country
               WHEN 'loc-off-days'
                 MOVE XML-TEXT TO loc-hol-off-days
               WHEN 'loc-active'
                 MOVE XML-TEXT TO loc-hol-active
               WHEN 'loc-sel-active'
                 MOVE XML-TEXT TO loc-sel-active
               WHEN OTHER
                 MOVE 'invalid location element : '
                 TO ERRMESS
                 MOVE LOC-ELEM
                 TO ERRMESS(28:)
                 PERFORM ERR
             END-EVALUATE
          WHEN ANY ALSO 'addlocation'
                 ALSO 'END-OF-ELEMENT'
                 ALSO ANY
          WHEN ANY ALSO 'changelocation'
                 ALSO 'END-OF-ELEMENT'
                 ALSO ANY
          WHEN ANY ALSO 'retirelocation'
                 ALSO 'END-OF-ELEMENT'
                 ALSO ANY
          WHEN ANY ALSO 'listlocations'
                 ALSO 'END-OF-ELEMENT'
                 ALSO ANY
             CONTINUE
          WHEN OTHER
             DISPLAY 'event:' EVNT-NO
             DISPLAY 'target:' TARGET
          ADD 1 TO EVNT-NO.
       CALLTARGET SECTION.
          IF post-entry-name THEN
             MOVE REQ-USER-ID TO post-hol-user-id
             CALL TARGET USING post-hol-linkage 
          ELSE IF get-entry-name THEN
             CALL TARGET USING get-hol-linkage 
          ELSE IF put-entry-name THEN
             MOVE REQ-USER-ID TO put-hol-user-id
             CALL TARGET USING put-hol-linkage 
          ELSE IF delete-entry-name THEN
             MOVE REQ-USER-ID TO delete-hol-user-id
             CALL TARGET USING delete-hol-linkage
          ELSE IF list-entry-name THEN
             CALL TARGET USING list-hol-linkage
          ELSE IF listhistory-entry-name THEN
             CALL TARGET USING hist-hol-linkage
          ELSE IF rename-entry-name THEN
             MOVE REQ-USER-ID TO ren-hol-user-id
             CALL TARGET USING ren-hol-linkage
          ELSE IF range-entry-name THEN
             CALL TARGET USING range-hol-linkage
          ELSE IF pendlist-entry-name THEN
             CALL TARGET USING pend-list-linkage
          ELSE IF approve-entry-name THEN
             MOVE REQ-USER-ID TO pend-dec-user-id
             MOVE REQ-REASON TO pend-dec-reason
             CALL TARGET USING pend-dec-linkage
          ELSE IF reject-entry-name THEN
             MOVE REQ-USER-ID TO pend-dec-user-id
             MOVE REQ-REASON TO pend-dec-reason
             CALL TARGET USING pend-dec-linkage
          ELSE IF putrule-entry-name THEN
             MOVE REQ-USER-ID TO rule-hol-user-id
             CALL TARGET USING rule-hol-linkage
          ELSE IF getrule-entry-name THEN
             MOVE REQ-USER-ID TO rule-hol-user-id
             CALL TARGET USING rule-hol-linkage
          ELSE IF delrule-entry-name THEN
             MOVE REQ-USER-ID TO rule-hol-user-id
             CALL TARGET USING rule-hol-linkage
          ELSE IF listrules-entry-name THEN
             CALL TARGET USING rule-list-linkage
          ELSE IF batch-entry-name THEN
             CALL TARGET USING batch-linkage
          ELSE IF setfreeze-entry-name THEN
             MOVE REQ-USER-ID TO freeze-user-id
             CALL TARGET USING freeze-linkage
          ELSE IF clearfreeze-entry-name THEN
             MOVE REQ-USER-ID TO freeze-user-id
             CALL TARGET USING freeze-linkage
          ELSE IF queryfreeze-entry-name THEN
             MOVE REQ-USER-ID TO freeze-user-id
             CALL TARGET USING freeze-linkage
          ELSE IF search-entry-name THEN
             CALL TARGET USING search-hol-linkage
          ELSE IF addloc-entry-name THEN
             MOVE REQ-USER-ID TO loc-hol-user-id
             CALL TARGET USING loc-hol-linkage
          ELSE IF changeloc-entry-name THEN
             MOVE REQ-USER-ID TO loc-hol-user-id
             CALL TARGET USING loc-hol-linkage
          ELSE IF retireloc-entry-name THEN
             MOVE REQ-USER-ID TO loc-hol-user-id
             CALL TARGET USING loc-hol-linkage
          ELSE IF listloc-entry-name THEN
             CALL TARGET USING loc-list-linkage
          ELSE
             MOVE 'invalid entry : '
             TO ERRMESS
          ADD 8 TO OUTMESS-I
          MOVE date-hol-id(DATE-I)
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</hol-id>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          ADD 8 TO OUTMESS-I
          MOVE list-hol-id(LIST-I)
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</hol-id>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          ADD 8 TO OUTMESS-I
          MOVE type-hol-id(TYPE-I)
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</hol-id>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          ADD 8 TO OUTMESS-I
          MOVE range-hol-id(RANGE-I)
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</hol-id>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          MOVE '</new-loc>'
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE '<submit-user>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE hist-ent-submit-user(HIST-I)
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE '</submit-user>'
          TO MESS(OUTMESS-I:)
          ADD 14 TO OUTMESS-I
          MOVE '<approve-user>'
          TO MESS(OUTMESS-I:)
          ADD 14 TO OUTMESS-I
          MOVE hist-ent-approve-user(HIST-I)
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE '</approve-user>'
          TO MESS(OUTMESS-I:)
          ADD 15 TO OUTMESS-I
          MOVE '<dec-reason>'
          TO MESS(OUTMESS-I:)
          ADD 12 TO OUTMESS-I
          MOVE hist-ent-reason(HIST-I)
          TO MESS(OUTMESS-I:)
          ADD 40 TO OUTMESS-I
          MOVE '</dec-reason>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE '<source>'
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
          MOVE hist-ent-source(HIST-I)
          TO MESS(OUTMESS-I:)
          ADD 4 TO OUTMESS-I
          MOVE '</source>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          MOVE '</hist-rec>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          ADD 10 TO OUTMESS-I
          MOVE pl-seq(PEND-I)
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</pend-seq>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          MOVE '</ren-new-name>'
          TO MESS(OUTMESS-I:)
          ADD 15 TO OUTMESS-I
          MOVE '<submit-user>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE pl-submit-user(PEND-I)
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE '</submit-user>'
          TO MESS(OUTMESS-I:)
          ADD 14 TO OUTMESS-I
          MOVE '<decide-user>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE pl-decide-user(PEND-I)
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE '</decide-user>'
          TO MESS(OUTMESS-I:)
          ADD 14 TO OUTMESS-I
          MOVE '<dec-reason>'
          TO MESS(OUTMESS-I:)
          ADD 12 TO OUTMESS-I
          MOVE pl-reason(PEND-I)
          TO MESS(OUTMESS-I:)
          ADD 40 TO OUTMESS-I
          MOVE '</dec-reason>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE '</pend-rec>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          ADD 8 TO OUTMESS-I
          MOVE search-hol-id(SRCH-I)
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</hol-id>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          MOVE 'UID:' TO MESS(OUTMESS-I:)
          ADD 4 TO OUTMESS-I
          MOVE export-hol-id(EXPORT-I) TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE CRLF TO MESS(OUTMESS-I:)
          ADD 2 TO OUTMESS-I
          MOVE 'DTSTART;VALUE=DATE:' TO MESS(OUTMESS-I:)
          ADD 2 TO OUTMESS-I
          .

       BUILD-LOC-LINKAGE.
          MOVE '<loc-hol-linkage>'
          TO MESS(OUTMESS-I:)
          ADD 17 TO OUTMESS-I
          MOVE '<loc-code>'
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE loc-hol-code
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE '</loc-code>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          MOVE '<loc-name>'
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE loc-hol-name
          TO MESS(OUTMESS-I:)
          ADD 30 TO OUTMESS-I
          MOVE '</loc-name>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          MOVE '<loc-country>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE loc-hol-country
          TO MESS(OUTMESS-I:)
          ADD 20 TO OUTMESS-I
          MOVE '</loc-country>'
          TO MESS(OUTMESS-I:)
          ADD 14 TO OUTMESS-I
          MOVE '<loc-off-days>'
          TO MESS(OUTMESS-I:)
          ADD 14 TO OUTMESS-I
          MOVE loc-hol-off-days
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</loc-off-days>'
          TO MESS(OUTMESS-I:)
          ADD 15 TO OUTMESS-I
          MOVE '<loc-active>'
          TO MESS(OUTMESS-I:)
          ADD 12 TO OUTMESS-I
          MOVE loc-hol-active
          TO MESS(OUTMESS-I:)
          ADD 1 TO OUTMESS-I
          MOVE '</loc-active>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE '<hol-io-msg>'
          TO MESS(OUTMESS-I:)
          ADD 12 TO OUTMESS-I
          MOVE loc-hol-io-msg
          TO MESS(OUTMESS-I:)
          ADD 25 TO OUTMESS-I
          MOVE '</hol-io-msg>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE '</loc-hol-linkage>'
          TO MESS(OUTMESS-I:)
          ADD 18 TO OUTMESS-I
          .
       BUILD-LOC-REC.
          MOVE '<loc-rec>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          MOVE '<loc-code>'
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE ll-code(LOC-I)
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE '</loc-code>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          MOVE '<loc-name>'
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          MOVE ll-name(LOC-I)
          TO MESS(OUTMESS-I:)
          ADD 30 TO OUTMESS-I
          MOVE '</loc-name>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          MOVE '<loc-country>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE ll-country(LOC-I)
          TO MESS(OUTMESS-I:)
          ADD 20 TO OUTMESS-I
          MOVE '</loc-country>'
          TO MESS(OUTMESS-I:)
          ADD 14 TO OUTMESS-I
          MOVE '<loc-off-days>'
          TO MESS(OUTMESS-I:)
          ADD 14 TO OUTMESS-I
          MOVE ll-off-days(LOC-I)
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</loc-off-days>'
          TO MESS(OUTMESS-I:)
          ADD 15 TO OUTMESS-I
          MOVE '<loc-active>'
          TO MESS(OUTMESS-I:)
          ADD 12 TO OUTMESS-I
          MOVE ll-active(LOC-I)
          TO MESS(OUTMESS-I:)
          ADD 1 TO OUTMESS-I
          MOVE '</loc-active>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE '</loc-rec>'
          TO MESS(OUTMESS-I:)
          ADD 10 TO OUTMESS-I
          .
       OUTMESS SECTION.
       IF export-entry-name
          PERFORM BUILD-ICS-EXPORT
          ADD 8 TO OUTMESS-I
          MOVE post-hol-id
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</hol-id>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          ADD 8 TO OUTMESS-I
          MOVE get-hol-id
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</hol-id>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          ADD 8 TO OUTMESS-I
          MOVE put-hol-id
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</hol-id>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          ADD 8 TO OUTMESS-I
          MOVE delete-hol-id
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</hol-id>'
          TO MESS(OUTMESS-I:)
          ADD 9 TO OUTMESS-I
          ADD 10 TO OUTMESS-I
          MOVE pend-dec-seq
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</pend-seq>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          ADD 10 TO OUTMESS-I
          MOVE pend-dec-seq
          TO MESS(OUTMESS-I:)
          ADD 7 TO OUTMESS-I
          MOVE '</pend-seq>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
       END-IF
       IF TARGET = 'addlocation'
          MOVE '<ENTRY name="addlocation">'
          TO MESS(OUTMESS-I:)
          ADD 26 TO OUTMESS-I
          MOVE '<PARAM name="loc-hol-linkage">'
          TO MESS(OUTMESS-I:)
          ADD 30 TO OUTMESS-I
          PERFORM BUILD-LOC-LINKAGE
          MOVE '</PARAM>'
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
          MOVE '</ENTRY>'
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
       END-IF
       IF TARGET = 'changelocation'
          MOVE '<ENTRY name="changelocation">'
          TO MESS(OUTMESS-I:)
          ADD 29 TO OUTMESS-I
          MOVE '<PARAM name="loc-hol-linkage">'
          TO MESS(OUTMESS-I:)
          ADD 30 TO OUTMESS-I
          PERFORM BUILD-LOC-LINKAGE
          MOVE '</PARAM>'
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
          MOVE '</ENTRY>'
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
       END-IF
       IF TARGET = 'retirelocation'
          MOVE '<ENTRY name="retirelocation">'
          TO MESS(OUTMESS-I:)
          ADD 29 TO OUTMESS-I
          MOVE '<PARAM name="loc-hol-linkage">'
          TO MESS(OUTMESS-I:)
          ADD 30 TO OUTMESS-I
          PERFORM BUILD-LOC-LINKAGE
          MOVE '</PARAM>'
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
          MOVE '</ENTRY>'
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
       END-IF
       IF TARGET = 'listlocations'
          MOVE '<ENTRY name="listlocations">'
          TO MESS(OUTMESS-I:)
          ADD 28 TO OUTMESS-I
          MOVE '<PARAM name="loc-list-linkage">'
          TO MESS(OUTMESS-I:)
          ADD 31 TO OUTMESS-I
          MOVE '<loc-list-linkage>'
          TO MESS(OUTMESS-I:)
          ADD 18 TO OUTMESS-I
          MOVE '<loc-sel-active>'
          TO MESS(OUTMESS-I:)
          ADD 16 TO OUTMESS-I
          MOVE loc-sel-active
          TO MESS(OUTMESS-I:)
          ADD 1 TO OUTMESS-I
          MOVE '</loc-sel-active>'
          TO MESS(OUTMESS-I:)
          ADD 17 TO OUTMESS-I
          MOVE '<loc-count>'
          TO MESS(OUTMESS-I:)
          ADD 11 TO OUTMESS-I
          MOVE loc-list-count
          TO MESS(OUTMESS-I:)
          ADD 3 TO OUTMESS-I
          MOVE '</loc-count>'
          TO MESS(OUTMESS-I:)
          ADD 12 TO OUTMESS-I
          PERFORM BUILD-LOC-REC
             VARYING LOC-I FROM 1 BY 1
             UNTIL LOC-I > loc-list-count
          MOVE '<hol-io-msg>'
          TO MESS(OUTMESS-I:)
          ADD 12 TO OUTMESS-I
          MOVE loc-list-io-msg
          TO MESS(OUTMESS-I:)
          ADD 25 TO OUTMESS-I
          MOVE '</hol-io-msg>'
          TO MESS(OUTMESS-I:)
          ADD 13 TO OUTMESS-I
          MOVE '</loc-list-linkage>'
          TO MESS(OUTMESS-I:)
          ADD 19 TO OUTMESS-I
          MOVE '</PARAM>'
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
          MOVE '</ENTRY>'
          TO MESS(OUTMESS-I:)
          ADD 8 TO OUTMESS-I
       END-IF
       MOVE '</PROGRAM>'
       TO MESS(OUTMESS-I:)
       ADD 10 TO OUTMESS-I
