                       organization is line sequential
                       file status is ownHistStatus.

                   select optional caseFile
                       assign to "CASE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is caseNumber
                       file status is caseStatus-fs.

                   select optional caseLogFile
                       assign to "CASELOG.DAT"
                       organization is line sequential
                       file status is caseLogStatus.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential
                   copy "SERVICEREC.CPY".
               fd ownHistFile.
                   copy "OWNHISTREC.CPY".
               fd caseFile.
                   copy "CASEREC.CPY".
               fd caseLogFile.
                   copy "CASELOGREC.CPY".
               fd auditFile.
                   copy "AUDITREC.CPY".
            LOCAL-STORAGE SECTION.
               01 serviceStatus pic xx.
               01 ownHistStatus pic xx.
               01 auditStatus pic xx.
               01 caseStatus-fs pic xx.
               01 caseLogStatus pic xx.
               01 logEof pic x.
               01 caseCount pic 9(04) value 0.
               01 goodwillShown pic z(06)9.99.
               01 eof pic x value "n".
               01 searchMode pic x.
               01 searchOwner pic x(16).
               01 svcTotal pic 9(07)v99 value 0.
               01 displayTotal pic z(06)9.99.
               01 hopCount pic 9(04) value 0.
               01 declinedCount pic 9(03) value 0.
               01 alMode pic x(01).
               01 alFound pic x(01) value "n".
               01 archivedOn pic 9(08) value 0.

               *> a rolling window of the record's audit history -
               *> only the newest few entries matter on a one-page
               *> the record id is the way to pick one out
               read carsFile key is owner
                   invalid key
                       continue
                   not invalid key
                       move carFile-rec to savedCarFile-rec
                       move recordId to dossierId
                       move "y" to carFound
               end-read
               if carFound not = 'y'
                   move "O" to alMode
                   perform CHECK-ARCHIVE
               end-if
               if carFound not = 'y'
                   display "No record found for owner "
                       function trim(searchOwner) "."
                   close carsFile
                   goback
               end-if
           else
               display "Enter record id: " no advancing
               accept dossierId
                       move carFile-rec to savedCarFile-rec
                       move "y" to carFound
               end-read
               if carFound not = 'y'
                   move dossierId to recordId
                   move "I" to alMode
                   perform CHECK-ARCHIVE
               end-if
               if carFound not = 'y'
                   display "Record id " dossierId " is not in "
                       function trim(carsFileName) "."
               " | Color: " savedColor
           display "  Mileage: " savedMileage
               " | Added: " savedDateAdded
           if alFound = "y"
               display "  ** ARCHIVED " archivedOn
                   " - no longer on the live cars file **"
           end-if

           display spaces
           display "=== Customer ==="
                   displayTotal
           end-if

           display spaces
           display "=== Declined work ==="
           call "inspDeclined" using savedId, declinedCount
           if declinedCount = 0
               display "  (none outstanding)"
           end-if

           display spaces
           display "=== Complaint cases ==="
           *> the car's own complaints and any other the customer
           *> has raised, each with its running log
           move "n" to eof
           open input caseFile
           if caseStatus-fs = "00"
               perform until eof = "y"
                   read caseFile next record
                       at end
                           move "y" to eof
                       not at end
                           if caseCarId = savedId
                               or (savedCustNumber not = 0
                               and caseCustNumber = savedCustNumber)
                               add 1 to caseCount
                               display "  Case " caseNumber " "
                                   caseCategory " opened "
                                   caseOpenDate " owner "
                                   function trim(caseOwner)
                                   " status " caseStatus
                               display "    "
                                   function trim(caseSummary)
                               if caseStatus = "R"
                                   display "    Resolved "
                                       caseResolvedDate ": "
                                       function trim(caseOutcome)
                                   if caseGoodwill > 0
                                       move caseGoodwill
                                           to goodwillShown
                                       display "    Goodwill "
                                           goodwillShown
                                           " credit note "
                                           caseCrnNumber
                                   end-if
                               end-if
                               move "n" to logEof
                               open input caseLogFile
                               if caseLogStatus = "00"
                                   perform until logEof = "y"
                                       read caseLogFile
                                           at end
                                               move "y" to logEof
                                           not at end
                                               if clCaseNumber
                                                   = caseNumber
                                                   display "      "
                                                       clDate " "
                                                       function trim(
                                                       clAction)
                                               end-if
                                       end-read
                                   end-perform
                               end-if
                               close caseLogFile
                           end-if
                   end-read
               end-perform
           end-if
           close caseFile
           if caseCount = 0
               display "  (no complaints on record)"
           end-if

           display spaces
           display "=== Ownership chain ==="
           move "n" to eof
               end-if
           end-if
       goback.

      *> a vehicle moved off the live file is still on record in
      *> the vehicle archive
       CHECK-ARCHIVE.
           call "archLookup" using alMode, carsFileName, alFound,
               archivedOn, carFile-rec
           if alFound = "y"
               move carFile-rec to savedCarFile-rec
               move recordId to dossierId
               move "y" to carFound
           end-if.
