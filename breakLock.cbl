                       assign to lockFileName
                       organization is line sequential
                       file status is lockStatus.
        DATA DIVISION.
           file section.
               fd lockFile.
                   copy "LOCKREC.CPY".
            LOCAL-STORAGE SECTION.
               01 lockStatus pic xx.
               01 lockFileName pic x(44).
               01 confirmAnswer pic x.
               01 aqAction pic x(01).
               01 aqApAction pic x(06).
               01 aqGarage pic x(40).
               01 aqRef pic x(44).
               01 aqBefore pic x(30).
               01 aqAfter pic x(30).
               01 aqAmountBefore pic 9(07)v99.
               01 aqAmountAfter pic 9(07)v99.
               01 aqNumber pic 9(06).
           LINKAGE SECTION.
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING currentUser.
           display "Only break this lock if you are sure that "
               "session is dead - breaking a live one lets two "
               "people edit the same file at once."
           display "Ask a second supervisor to break it? (y/n) "
               no advancing
           accept confirmAnswer

           if confirmAnswer not = 'y' and confirmAnswer not = 'Y'
               goback
           end-if

           *> breaking someone's lock lets two people into the
           *> same file if the session was live, so it is asked of
           *> a second supervisor; the lock goes, and the audit
           *> entry is written, when they approve it
           move "R" to aqAction
           move "UNLOCK" to aqApAction
           move spaces to aqGarage
           move lockFileName to aqRef
           move lockUser to aqBefore
           move lockTimestamp to aqAfter
           move 0 to aqAmountBefore
           move 0 to aqAmountAfter
           call "approvalQueue" using aqAction, aqApAction,
               aqGarage, aqRef, aqBefore, aqAfter, aqAmountBefore,
               aqAmountAfter, currentUser, aqNumber
       goback.
