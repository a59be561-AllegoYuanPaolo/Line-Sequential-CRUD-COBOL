        IDENTIFICATION DIVISION.
        PROGRAM-ID. reconFile.
       environment division.
           input-output section.
               file-control.
                   select optional reconDataFile
                       assign to "RECON.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is rcWoNumber
                       alternate record key is rcVehicle
                           with duplicates
                       file status is reconStatus-fs.

                   select optional woFile
                       assign to "WORKORD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is woNumber
                       file status is woStatus-fs.

                   select optional carsFile
                       assign to carsFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional reconRptFile
                       assign to "RECONRPT.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd reconDataFile.
                   copy "RECONREC.CPY".
               fd woFile.
                   copy "WOREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd reconRptFile.
                   01 reconRptLine pic x(120).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 reconStatus-fs pic xx.
               01 woStatus-fs pic xx.
               01 carsFileStatus pic xx.
               01 reconExitFlag pic x value 'n'.
               01 reconChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-WoNumber pic 9(06).
               01 in-Amount pic 9(07)v99.
               01 in-Month pic 9(06).
               01 in-Answer pic x(01).
               01 deniedOption pic x(32).
               01 auditText pic x(32).
               01 auditOp pic x(06).
               01 listCount pic 9(04).
               01 overCount pic 9(04).
               01 foundCar pic x(32).
               01 todayInt pic 9(09).
               01 fromInt pic 9(09).
               01 toInt pic 9(09).
               01 daysWaiting pic 9(05).
               01 daysInRecon pic 9(05).
               01 variance pic s9(07)v99.
               01 statusText pic x(10).
               01 overFlag pic x(06).
               01 displayMoney pic z(06)9.99.
               01 displayMoney2 pic z(06)9.99.
               01 displaySigned pic -(06)9.99.
               01 displayAvg pic zz9.9.
               01 budgetTotal pic 9(09)v99.
               01 spendTotal pic 9(09)v99.
               01 doneCount pic 9(04).
               01 doneDays pic 9(07).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the subprogram that works out an order's spend
               01 rsAction pic x(01).
               01 rsGarage pic x(40).
               01 rsCarId pic 9(06).
               01 rsWoNumber pic 9(06).
               01 rsBudget pic 9(07)v99.
               01 rsSpend pic 9(07)v99.
               01 rsStatus pic x(01).

               *> the garage's reconditioning, pulled off the file
               *> first so the spend on each can be worked out with
               *> the file closed
               01 rc-table.
                   02 rc-entry occurs 300 times indexed by rtIdx.
                       03 rtWoNumber pic 9(06).
                       03 rtCarId pic 9(06).
                       03 rtBudget pic 9(07)v99.
                       03 rtRaised pic 9(08).
                       03 rtStart pic 9(08).
                       03 rtReady pic 9(08).
                       03 rtSpend pic 9(07)v99.
                       03 rtStatus pic x(01).
               01 rcCount pic 9(03).
               01 rcOpenOnly pic x.
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING carsFileName, currentUser,
               currentRole.
           perform with test after until reconExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Reconditioning --"
               display "[1] - Cars in Reconditioning"
               display "[2] - Approve Spend Over Budget"
               display "[3] - Reconditioning Report"
               display "[4] - Ready for Sale Without Work"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept reconChoice

               evaluate reconChoice
                   when "00"
                       move 'y' to reconExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform LIST-IN-RECON
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Recon Over-Budget Approval"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform APPROVE-OVERSPEND
                       end-if
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform RECON-REPORT
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Recon Ready Without Work"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform READY-WITHOUT-WORK
                       end-if
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> the garage's reconditioning into the table; with
      *> rcOpenOnly set only the cars not yet ready for sale, else
      *> everything raised in in-Month plus anything still open
       LOAD-RECON.
           move 0 to rcCount
           move "n" to eof
           open input reconDataFile
           if reconStatus-fs not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read reconDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if rcGarage = carsFileName
                           and (rcStatus not = "R"
                           or (rcOpenOnly not = "y"
                           and rcRaisedDate(1:6) = in-Month))
                           perform LOAD-ONE-RECON
                       end-if
               end-read
           end-perform
           close reconDataFile

           perform varying rtIdx from 1 by 1 until rtIdx > rcCount
               if rtStatus(rtIdx) not = "R"
                   move "W" to rsAction
                   call "reconStatus" using rsAction, rsGarage,
                       rsCarId, rtWoNumber(rtIdx), rsBudget,
                       rsSpend, rsStatus, currentUser
                   move rsSpend to rtSpend(rtIdx)
               end-if
           end-perform.

       LOAD-ONE-RECON.
           if rcCount >= 300
               exit paragraph
           end-if
           add 1 to rcCount
           move rcWoNumber to rtWoNumber(rcCount)
           move rcCarId to rtCarId(rcCount)
           compute rtBudget(rcCount) = rcBudget + rcExtra
           move rcRaisedDate to rtRaised(rcCount)
           move rcStartDate to rtStart(rcCount)
           move rcReadyDate to rtReady(rcCount)
           move rcSpend to rtSpend(rcCount)
           move rcStatus to rtStatus(rcCount).

      *> the workshop's queue of stock cars not yet on sale
       LIST-IN-RECON.
           accept todaysDate from date yyyymmdd
           compute todayInt = function integer-of-date(todaysDate)
           move "y" to rcOpenOnly
           perform LOAD-RECON
           display "WO      Car     Vehicle                          "
               "State       Days     Budget      Spent"
           perform varying rtIdx from 1 by 1 until rtIdx > rcCount
               move rtCarId(rtIdx) to recordId
               perform READ-CAR
               compute fromInt =
                   function integer-of-date(rtRaised(rtIdx))
               compute daysWaiting = todayInt - fromInt
               if rtStatus(rtIdx) = "I"
                   move "IN RECON" to statusText
               else
                   move "AWAITING" to statusText
               end-if
               move spaces to overFlag
               if rtSpend(rtIdx) > rtBudget(rtIdx)
                   move "** OVER" to overFlag
               end-if
               move rtBudget(rtIdx) to displayMoney
               move rtSpend(rtIdx) to displayMoney2
               display rtWoNumber(rtIdx) "  " rtCarId(rtIdx) "  "
                   foundCar " " statusText "  " daysWaiting
                   " " displayMoney " " displayMoney2 " " overFlag
           end-perform
           display rcCount " car(s) not yet ready for sale.".

      *> a supervisor agrees a sum on top of the budget so the
      *> workshop can carry on; the approval is audited
       APPROVE-OVERSPEND.
           display "Reconditioning work order number: " no advancing
           accept in-WoNumber
           move "W" to rsAction
           call "reconStatus" using rsAction, rsGarage, rsCarId,
               in-WoNumber, rsBudget, rsSpend, rsStatus, currentUser
           if rsStatus = space
               display "Work order " in-WoNumber " is not a "
                   "reconditioning order."
               exit paragraph
           end-if
           if rsStatus = "R"
               display "The car on work order " in-WoNumber
                   " is already ready for sale."
               exit paragraph
           end-if
           if rsGarage not = carsFileName
               display "Work order " in-WoNumber " belongs to "
                   function trim(rsGarage) "."
               exit paragraph
           end-if
           move rsBudget to displayMoney
           move rsSpend to displayMoney2
           display "Budget " function trim(displayMoney)
               ", spent so far " function trim(displayMoney2) "."
           display "Extra amount approved: " no advancing
           accept in-Amount
           if in-Amount = 0
               display "Nothing approved."
               exit paragraph
           end-if

           open i-o reconDataFile
           move in-WoNumber to rcWoNumber
           read reconDataFile
               invalid key
                   close reconDataFile
                   display "Work order " in-WoNumber " is no longer "
                       "on the reconditioning file."
                   exit paragraph
           end-read
           add in-Amount to rcExtra
           move currentUser to rcApprovedBy
           rewrite recon-rec
           close reconDataFile

           move in-Amount to displayMoney
           move "RECOVR" to auditOp
           move spaces to auditText
           string "RECON WO " in-WoNumber " +"
               function trim(displayMoney)
               delimited by size into auditText
           move rsCarId to recordId
           perform WRITE-AUDIT
           compute rsBudget = rsBudget + in-Amount
           move rsBudget to displayMoney
           display "Budget on work order " in-WoNumber " is now "
               function trim(displayMoney) ".".

      *> a trade-in that turns out to need nothing is let go for
      *> sale by a supervisor, and its empty order is closed
       READY-WITHOUT-WORK.
           display "Reconditioning work order number: " no advancing
           accept in-WoNumber
           move "W" to rsAction
           call "reconStatus" using rsAction, rsGarage, rsCarId,
               in-WoNumber, rsBudget, rsSpend, rsStatus, currentUser
           if rsStatus not = "A"
               display "Work order " in-WoNumber " is not a "
                   "reconditioning order awaiting the workshop."
               exit paragraph
           end-if
           if rsGarage not = carsFileName
               display "Work order " in-WoNumber " belongs to "
                   function trim(rsGarage) "."
               exit paragraph
           end-if
           if rsSpend not = 0
               display "Money has already been spent on the car; "
                   "complete the work order instead."
               exit paragraph
           end-if
           display "Release car " rsCarId " for sale with no "
               "reconditioning? (y/n) " no advancing
           accept in-Answer
           if in-Answer not = "y" and in-Answer not = "Y"
               exit paragraph
           end-if

           open i-o woFile
           move in-WoNumber to woNumber
           read woFile
               invalid key
                   continue
               not invalid key
                   move "C" to woStatus
                   rewrite wo-rec
           end-read
           close woFile
           move "R" to rsAction
           call "reconStatus" using rsAction, rsGarage, rsCarId,
               in-WoNumber, rsBudget, rsSpend, rsStatus, currentUser

           move "RECRDY" to auditOp
           move spaces to auditText
           string "RECON WO " in-WoNumber " NO WORK"
               delimited by size into auditText
           move rsCarId to recordId
           perform WRITE-AUDIT
           display "Car " rsCarId " is ready for sale.".

      *> days each car waited for the workshop and spent in it,
      *> and what it cost against its budget
       RECON-REPORT.
           accept todaysDate from date yyyymmdd
           compute todayInt = function integer-of-date(todaysDate)
           display "Month raised (YYYYMM, enter for this month): "
               no advancing
           accept in-Month
           if in-Month = 0
               move todaysDate(1:6) to in-Month
           end-if
           move "n" to rcOpenOnly
           perform LOAD-RECON
           move 0 to overCount
           move 0 to budgetTotal
           move 0 to spendTotal
           move 0 to doneCount
           move 0 to doneDays

           open output reconRptFile
           move spaces to reconRptLine
           string "RECONDITIONING - " function trim(carsFileName)
               " - raised " in-Month " and still open   run "
               todaysDate
               delimited by size into reconRptLine
           write reconRptLine
           display function trim(reconRptLine)
           move spaces to reconRptLine
           string "WO      Car     Vehicle                          "
               "State      Wait  Recon     Budget      Spent   "
               "  Variance"
               delimited by size into reconRptLine
           write reconRptLine
           display function trim(reconRptLine)

           perform varying rtIdx from 1 by 1 until rtIdx > rcCount
               perform REPORT-ONE-RECON
           end-perform

           move spaces to reconRptLine
           write reconRptLine
           move budgetTotal to displayMoney
           move spendTotal to displayMoney2
           move spaces to reconRptLine
           string "Total " rcCount " car(s): budget "
               function trim(displayMoney) ", spent "
               function trim(displayMoney2) "; " overCount
               " over budget."
               delimited by size into reconRptLine
           write reconRptLine
           display function trim(reconRptLine)
           if doneCount > 0
               compute displayAvg rounded = doneDays / doneCount
               move spaces to reconRptLine
               string "Cars made ready: " doneCount ", average "
                   displayAvg " day(s) in reconditioning."
                   delimited by size into reconRptLine
               write reconRptLine
               display function trim(reconRptLine)
           end-if
           close reconRptFile
           display "Report written to RECONRPT.DAT."

           move "RECON" to spoolType
           move "RECONRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       REPORT-ONE-RECON.
           move rtCarId(rtIdx) to recordId
           perform READ-CAR
           compute fromInt = function integer-of-date(rtRaised(rtIdx))
           if rtStart(rtIdx) = 0
               compute daysWaiting = todayInt - fromInt
               move 0 to daysInRecon
           else
               compute toInt = function integer-of-date(rtStart(rtIdx))
               compute daysWaiting = toInt - fromInt
               move toInt to fromInt
               if rtReady(rtIdx) = 0
                   compute daysInRecon = todayInt - fromInt
               else
                   compute toInt =
                       function integer-of-date(rtReady(rtIdx))
                   compute daysInRecon = toInt - fromInt
               end-if
           end-if
           evaluate rtStatus(rtIdx)
               when "A"
                   move "AWAITING" to statusText
               when "I"
                   move "IN RECON" to statusText
               when other
                   move "READY" to statusText
                   add 1 to doneCount
                   add daysInRecon to doneDays
           end-evaluate
           compute variance = rtSpend(rtIdx) - rtBudget(rtIdx)
           move spaces to overFlag
           if variance > 0
               move "** OVER" to overFlag
               add 1 to overCount
           end-if
           add rtBudget(rtIdx) to budgetTotal
           add rtSpend(rtIdx) to spendTotal
           move rtBudget(rtIdx) to displayMoney
           move rtSpend(rtIdx) to displayMoney2
           move variance to displaySigned
           move spaces to reconRptLine
           string rtWoNumber(rtIdx) "  " rtCarId(rtIdx) "  " foundCar
               " " statusText " " daysWaiting " " daysInRecon " "
               displayMoney " " displayMoney2 " " displaySigned " "
               overFlag
               delimited by size into reconRptLine
           write reconRptLine
           display function trim(reconRptLine).

       READ-CAR.
           move spaces to foundCar
           open input carsFile
           if carsFileStatus not = "35"
               read carsFile
                   invalid key
                       move "(no longer on file)" to foundCar
                   not invalid key
                       move carOwned to foundCar
               end-read
           end-if
           close carsFile.

      *> approvals go on the audit trail under the operation held
      *> in auditOp, against the car in recordId
       WRITE-AUDIT.
           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move spaces to audit-rec
           move auditOp to auditOperation
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move recordId to beforeId
           move spaces to beforeOwner
           move spaces to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move 0 to beforeMileage
           move recordId to afterId
           move spaces to afterOwner
           move auditText to afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move carsFileName to auditGarage
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
           move carsFileName to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
