        IDENTIFICATION DIVISION.
        PROGRAM-ID. periodClose.
       environment division.
           input-output section.
               file-control.
                   select optional periodFile
                       assign to "PERIOD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is perMonth
                       file status is periodStatus.

                   select optional runLogFile
                       assign to "PERIODRUN.DAT"
                       organization is line sequential
                       file status is runLogStatus.

                   select optional serviceHistFile
                       assign to "SVCHIST.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is svcSeqNumber
                       alternate record key is svcCarId
                           with duplicates
                       file status is serviceStatus.

                   select optional partUseFile
                       assign to "PARTUSE.DAT"
                       organization is line sequential
                       file status is partUseStatus.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd periodFile.
                   copy "PERIODREC.CPY".
               fd runLogFile.
                   copy "RUNLOGREC.CPY".
               fd serviceHistFile.
                   copy "SERVICEREC.CPY".
               fd partUseFile.
                   copy "PARTUSEREC.CPY".
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 periodStatus pic xx.
               01 runLogStatus pic xx.
               01 serviceStatus pic xx.
               01 partUseStatus pic xx.
               01 perExitFlag pic x value 'n'.
               01 perChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-Month pic 9(06).
               01 in-Reason pic x(30).
               01 proceedAnswer pic x.
               01 monthFound pic x.
               01 closeMm pic 9(02).
               01 quarterEnd pic x.
               01 fleetRun pic x.
               01 stmtRun pic x.
               01 taxRun pic x.
               01 draftLines pic 9(05).
               01 draftParts pic 9(05).
               01 outstandingItems pic 9(01).
               01 tickMark pic x(03).
               01 deniedOption pic x(32).
               01 periodAuditOp pic x(06).
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING currentUser, currentRole.
           perform with test after until perExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Accounting Period Close --"
               display "[1] - Period Status"
               display "[2] - Close a Month"
               display "[3] - Reopen a Month"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept perChoice

               evaluate perChoice
                   when "00"
                       move 'y' to perExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform PERIOD-STATUS
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Close Accounting Period"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform CLOSE-MONTH
                       end-if
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Reopen Accounting Period"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform REOPEN-MONTH
                       end-if
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

       PERIOD-STATUS.
           move "n" to eof
           open input periodFile
           if periodStatus not = "00"
               close periodFile
               display "No month has been closed yet; every month "
                   "is open to posting."
               exit paragraph
           end-if
           display "Month   St Closed by          Reopened by"
           perform until eof = "y"
               read periodFile next record
                   at end
                       move "y" to eof
                   not at end
                       display perMonth "  " perStatus "  "
                           perClosedBy " " perClosedDate "  "
                           perReopenedBy " " perReopenedDate "  "
                           function trim(perReopenReason)
               end-read
           end-perform
           close periodFile.

      *> the month-end checklist first - fleet billing, customer
      *> statements, the tax report at a quarter end, and nothing
      *> done in the month still waiting to be invoiced - then the
      *> month is closed to invoicing, payments, sales and stock
      *> postings
       CLOSE-MONTH.
           accept todaysDate from date yyyymmdd
           display "Month to close (YYYYMM): " no advancing
           accept in-Month
           move in-Month(5:2) to closeMm
           if closeMm < 1 or closeMm > 12
               display "Not a valid month."
               exit paragraph
           end-if
           if in-Month > todaysDate(1:6)
               display "A month that has not started cannot be "
                   "closed."
               exit paragraph
           end-if

           perform READ-PERIOD
           if monthFound = "y" and perStatus = "C"
               display "Month " in-Month " is already closed."
               exit paragraph
           end-if

           perform BUILD-CHECKLIST
           display "Month-end checklist for " in-Month ":"
           move 0 to outstandingItems
           move "[ ]" to tickMark
           if fleetRun = "y"
               move "[x]" to tickMark
           else
               add 1 to outstandingItems
           end-if
           display "  " tickMark " fleet account billing run"
           move "[ ]" to tickMark
           if stmtRun = "y"
               move "[x]" to tickMark
           else
               add 1 to outstandingItems
           end-if
           display "  " tickMark " customer statements run for "
               "the month"
           move "[ ]" to tickMark
           if quarterEnd = "n"
               move "[-]" to tickMark
               display "  " tickMark " quarterly tax report "
                   "(not due mid-quarter)"
           else
               if taxRun = "y"
                   move "[x]" to tickMark
               else
                   add 1 to outstandingItems
               end-if
               display "  " tickMark " quarterly tax report run "
                   "for the quarter"
           end-if
           move "[ ]" to tickMark
           if draftLines = 0 and draftParts = 0
               move "[x]" to tickMark
           else
               add 1 to outstandingItems
           end-if
           display "  " tickMark " no draft invoices left ("
               draftLines " service line(s), " draftParts
               " part issue(s) not yet invoiced)"

           if outstandingItems > 0
               display outstandingItems " checklist item(s) are "
                   "not done. Close the month anyway? (y/n) "
                   no advancing
           else
               display "Close " in-Month " to all posting? (y/n) "
                   no advancing
           end-if
           accept proceedAnswer
           if proceedAnswer not = 'y' and proceedAnswer not = 'Y'
               display "Month left open."
               exit paragraph
           end-if

           open i-o periodFile
           if periodStatus not = "00"
               close periodFile
               open output periodFile
               close periodFile
               open i-o periodFile
           end-if
           move in-Month to perMonth
           read periodFile
               invalid key
                   move spaces to period-rec
                   move in-Month to perMonth
                   move 0 to perReopenedDate
           end-read
           move "C" to perStatus
           move currentUser to perClosedBy
           move todaysDate to perClosedDate
           write period-rec
               invalid key
                   rewrite period-rec
           end-write
           close periodFile

           move spaces to in-Reason
           string "Closed, " outstandingItems " item(s) open"
               delimited by size into in-Reason
           move "PCLOSE" to periodAuditOp
           perform WRITE-PERIOD-AUDIT
           display "Month " in-Month " is closed to posting.".

      *> opening a closed month again is the exception, so it
      *> needs a reason and goes on the audit trail
       REOPEN-MONTH.
           accept todaysDate from date yyyymmdd
           display "Month to reopen (YYYYMM): " no advancing
           accept in-Month
           perform READ-PERIOD
           if monthFound = "n" or perStatus not = "C"
               display "Month " in-Month " is not closed."
               exit paragraph
           end-if
           display "Reason for reopening: " no advancing
           accept in-Reason
           if in-Reason = spaces
               display "A reason is required; month left closed."
               exit paragraph
           end-if

           open i-o periodFile
           move in-Month to perMonth
           read periodFile
               invalid key
                   continue
               not invalid key
                   move "O" to perStatus
                   move currentUser to perReopenedBy
                   move todaysDate to perReopenedDate
                   move in-Reason to perReopenReason
                   rewrite period-rec
           end-read
           close periodFile

           move "REOPEN" to periodAuditOp
           perform WRITE-PERIOD-AUDIT
           display "Month " in-Month " is open to posting again.".

       READ-PERIOD.
           move "n" to monthFound
           open input periodFile
           if periodStatus = "00"
               move in-Month to perMonth
               read periodFile
                   invalid key
                       move "n" to monthFound
                   not invalid key
                       move "y" to monthFound
               end-read
           end-if
           close periodFile.

       BUILD-CHECKLIST.
           move "n" to fleetRun
           move "n" to stmtRun
           move "n" to taxRun
           move "n" to quarterEnd
           if closeMm = 3 or closeMm = 6 or closeMm = 9
               or closeMm = 12
               move "y" to quarterEnd
           end-if

           move "n" to eof
           open input runLogFile
           if runLogStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read runLogFile
                   at end
                       move "y" to eof
                   not at end
                       evaluate rlRunType
                           when "FLEETBIL"
                               if rlMonth >= in-Month
                                   move "y" to fleetRun
                               end-if
                           when "STMTRUN"
                               if rlMonth = in-Month
                                   move "y" to stmtRun
                               end-if
                           when "TAXRPT"
                               if rlMonth = in-Month
                                   move "y" to taxRun
                               end-if
                       end-evaluate
               end-read
           end-perform
           close runLogFile

           *> work done in or before the month and never invoiced
           move 0 to draftLines
           move "n" to eof
           open input serviceHistFile
           if serviceStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read serviceHistFile next record
                   at end
                       move "y" to eof
                   not at end
                       if svcInvoiceNumber numeric
                           and svcInvoiceNumber = 0
                           and svcCost > 0
                           and svcDate(1:6) <= in-Month
                           add 1 to draftLines
                       end-if
               end-read
           end-perform
           close serviceHistFile

           move 0 to draftParts
           move "n" to eof
           open input partUseFile
           if partUseStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read partUseFile
                   at end
                       move "y" to eof
                   not at end
                       if puInvNumber numeric
                           and puInvNumber = 0
                           and puDate(1:6) <= in-Month
                           add 1 to draftParts
                       end-if
               end-read
           end-perform
           close partUseFile.

      *> the month in the after image's description slot, the
      *> reason in the before image's; the caller sets
      *> periodAuditOp
       WRITE-PERIOD-AUDIT.
           accept nowTime from time
           move spaces to audit-rec
           move periodAuditOp to auditOperation
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move 0 to beforeId
           move spaces to beforeOwner
           move in-Reason to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move 0 to beforeMileage
           move 0 to afterId
           move spaces to afterOwner
           string "Accounting period " in-Month
               delimited by size into afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move "PERIOD.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.

      *> a refused option goes on the audit trail under the user
      *> who tried it
       NOTE-DENIED.
           display "Option " function trim(deniedOption)
               " needs a supervisor login; ask one to do this."
           move spaces to audit-rec
           accept todaysDate from date yyyymmdd
           accept nowTime from time
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move "DENIED" to auditOperation
           move 0 to beforeId
           move spaces to beforeOwner
           move spaces to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move 0 to beforeMileage
           move 0 to afterId
           move spaces to afterOwner
           move deniedOption to afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move "PERIOD.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
