        IDENTIFICATION DIVISION.
        PROGRAM-ID. servicePlan.
       environment division.
           input-output section.
               file-control.
                   select optional packageFile
                       assign to "SVCPKG.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is pkCode
                       file status is packageStatus.

                   select optional svcPlanFile
                       assign to "SVCPLAN.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is spNumber
                       file status is svcPlanStatus.

                   select optional jobCatFile-fd
                       assign to "JOBCAT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is jobCode
                       file status is jobStatus.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional carsFile
                       assign to carsFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional planRptFile
                       assign to "PLANRPT.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd packageFile.
                   copy "PKGREC.CPY".
               fd svcPlanFile.
                   copy "SPLANREC.CPY".
               fd jobCatFile-fd.
                   copy "JOBREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd planRptFile.
                   01 planRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 packageStatus pic xx.
               01 svcPlanStatus pic xx.
               01 jobStatus pic xx.
               01 jobCatOpen pic x.
               01 customerStatus pic xx.
               01 carsFileStatus pic xx.
               01 spExitFlag pic x value 'n'.
               01 spChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 deniedOption pic x(30).
               01 in-PkgCode pic x(06).
               01 in-Description pic x(30).
               01 in-Price pic 9(05)v99.
               01 in-Months pic 9(03).
               01 in-JobCode pic x(08).
               01 in-Visits pic 9(02).
               01 in-Active pic x(01).
               01 in-CustNumber pic 9(06).
               01 in-CarId pic 9(06).
               01 in-PlanNumber pic 9(06).
               01 in-Answer pic x(01).
               01 pkgExists pic x.
               01 jobIdx pic 9(01).
               01 visitIdx pic 9(02).
               01 totalVisits pic 9(03).
               01 custFound pic x.
               01 carFound pic x.
               01 foundName pic x(24).
               01 foundCar pic x(32).
               01 listCount pic 9(04).
               01 unusedCount pic 9(02).
               01 unusedValue pic 9(07)v99.
               01 statusName pic x(10).
               01 displayMoney pic z(06)9.99.
               01 displayMoney2 pic z(06)9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the monthly report: value sold, value used, and the
               *> value still owed in work at the end of the month
               01 rptMonth pic 9(06).
               01 rptYear pic 9(04).
               01 rptMm pic 9(02).
               01 monthStart pic 9(08).
               01 monthEndDate pic 9(08).
               01 soonDate pic 9(08).
               01 nextMonthStart pic 9(08).
               01 reportPass pic 9(01).
               01 soldCount pic 9(05).
               01 soldValue pic 9(07)v99.
               01 usedCount pic 9(05).
               01 usedValue pic 9(07)v99.
               01 deferredCount pic 9(05).
               01 deferredValue pic 9(07)v99.
               01 expiredCount pic 9(05).
               01 expiredValue pic 9(07)v99.
               01 expiringCount pic 9(05).
               01 expiringValue pic 9(07)v99.
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
               copy "MESTEPREC.CPY".
      *> prepaid maintenance: the package catalogue built from the
      *> job catalog, plans sold on customers' cars, and the month's
      *> view of the money taken in advance - what is still owed in
      *> work, and what is about to lapse unused
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName, meStep.
           *> the month-end run wants the deferred revenue report
           *> for its month, with no questions asked
           if meMode = "B"
               move 0 to meCount
               move 0 to meAmount
               move "Y" to meResult
               if meJob = "SVCPLAN"
                   perform PLAN-REPORT
               else
                   move "N" to meResult
               end-if
               goback
           end-if

           perform with test after until spExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Prepaid Service Plans --"
               display "[1] - Add / Change a Package"
               display "[2] - Package Catalogue"
               display "[3] - Sell a Plan"
               display "[4] - Plans on a Car"
               display "[5] - Cancel a Plan"
               display "[6] - Monthly Deferred Revenue Report"
               display spaces
               display "Covered jobs are taken off a plan when the "
                   "work order is completed."
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept spChoice

               evaluate spChoice
                   when "00"
                       move 'y' to spExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "[1] Service Plan Package"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform MAINTAIN-PACKAGE
                       end-if
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform LIST-PACKAGES
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform SELL-PLAN
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform CAR-PLANS
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "[5] Cancel Service Plan"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform CANCEL-PLAN
                       end-if
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform PLAN-REPORT
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> a package is made of catalog jobs only, so the workshop
      *> can recognise a covered job by its code; a package already
      *> sold keeps working for the plans sold under it whatever is
      *> changed here, as each plan carries its own visits
       MAINTAIN-PACKAGE.
           display "Package code: " no advancing
           move spaces to in-PkgCode
           accept in-PkgCode
           move function upper-case(in-PkgCode) to in-PkgCode
           if in-PkgCode = spaces
               display "A package needs a code."
               exit paragraph
           end-if
           open i-o packageFile
           if packageStatus not = "00"
               close packageFile
               open output packageFile
               close packageFile
               open i-o packageFile
           end-if
           move in-PkgCode to pkCode
           read packageFile
               invalid key
                   move "n" to pkgExists
                   move spaces to package-rec
                   move in-PkgCode to pkCode
                   move 0 to pkPrice
                   move 0 to pkValidMonths
                   move "A" to pkActive
                   perform varying jobIdx from 1 by 1
                           until jobIdx > 4
                       move spaces to pkJobCode(jobIdx)
                       move 0 to pkVisits(jobIdx)
                   end-perform
               not invalid key
                   move "y" to pkgExists
                   move pkPrice to displayMoney
                   display "Now: " function trim(pkDescription) ", "
                       function trim(displayMoney) ", "
                       pkValidMonths " months, status " pkActive
           end-read

           display "Description: " no advancing
           accept in-Description
           if in-Description not = spaces
               move in-Description to pkDescription
           end-if
           if pkDescription = spaces
               close packageFile
               display "A package needs a description; nothing "
                   "saved."
               exit paragraph
           end-if
           display "Price before tax: " no advancing
           accept in-Price
           if in-Price > 0
               move in-Price to pkPrice
           end-if
           display "Months the plan runs from sale: " no advancing
           accept in-Months
           if in-Months > 0
               move in-Months to pkValidMonths
           end-if
           if pkPrice = 0 or pkValidMonths = 0
               close packageFile
               display "A package needs a price and a period; "
                   "nothing saved."
               exit paragraph
           end-if

           display "Jobs covered (up to 4; enter a blank code to "
               "keep the rest as they are):"
           open input jobCatFile-fd
           move "n" to jobCatOpen
           if jobStatus = "00"
               move "y" to jobCatOpen
           end-if
           perform varying jobIdx from 1 by 1 until jobIdx > 4
               perform GET-PACKAGE-JOB
           end-perform
           close jobCatFile-fd
           move 0 to totalVisits
           perform varying jobIdx from 1 by 1 until jobIdx > 4
               if pkJobCode(jobIdx) not = spaces
                   add pkVisits(jobIdx) to totalVisits
               end-if
           end-perform
           if totalVisits = 0 or totalVisits > 12
               close packageFile
               display "A package covers between 1 and 12 visits; "
                   "this one has " totalVisits ". Nothing saved."
               exit paragraph
           end-if
           display "On sale? (A=yes I=withdrawn): " no advancing
           accept in-Active
           move function upper-case(in-Active) to in-Active
           if in-Active = "A" or in-Active = "I"
               move in-Active to pkActive
           end-if

           if pkgExists = "y"
               rewrite package-rec
               display "Package " function trim(pkCode) " changed."
           else
               write package-rec
               display "Package " function trim(pkCode) " added."
           end-if
           close packageFile.

       GET-PACKAGE-JOB.
           display "  job " jobIdx " (now "
               function trim(pkJobCode(jobIdx)) " x "
               pkVisits(jobIdx) ", X to clear): " no advancing
           move spaces to in-JobCode
           accept in-JobCode
           move function upper-case(in-JobCode) to in-JobCode
           if in-JobCode = spaces
               exit paragraph
           end-if
           if in-JobCode = "X"
               move spaces to pkJobCode(jobIdx)
               move 0 to pkVisits(jobIdx)
               exit paragraph
           end-if
           if jobCatOpen not = "y"
               display "  The job catalog is empty; job not added."
               exit paragraph
           end-if
           move in-JobCode to jobCode
           read jobCatFile-fd
               invalid key
                   display "  Job " function trim(in-JobCode)
                       " is not in the catalog; not added."
                   exit paragraph
           end-read
           display "  " function trim(jobDescription)
               " - visits covered: " no advancing
           accept in-Visits
           if in-Visits = 0
               display "  No visits; job not added."
               exit paragraph
           end-if
           move in-JobCode to pkJobCode(jobIdx)
           move in-Visits to pkVisits(jobIdx).

       LIST-PACKAGES.
           move 0 to listCount
           move "n" to eof
           open input packageFile
           if packageStatus not = "00"
               close packageFile
               display "No service plan packages are set up."
               exit paragraph
           end-if
           perform until eof = "y"
               read packageFile next record
                   at end
                       move "y" to eof
                   not at end
                       add 1 to listCount
                       move pkPrice to displayMoney
                       display pkCode " " pkDescription displayMoney
                           "  " pkValidMonths " months  status "
                           pkActive
                       perform varying jobIdx from 1 by 1
                               until jobIdx > 4
                           if pkJobCode(jobIdx) not = spaces
                               display "       " pkJobCode(jobIdx)
                                   " x " pkVisits(jobIdx)
                           end-if
                       end-perform
               end-read
           end-perform
           close packageFile
           display "Packages: " listCount.

      *> a plan sold over the counter, on a car already on this
      *> garage's file; plans sold with a car are offered from the
      *> sale itself
       SELL-PLAN.
           display "Customer number: " no advancing
           accept in-CustNumber
           move in-CustNumber to custNumber
           perform READ-CUSTOMER
           if custFound not = "y"
               display "Customer number " in-CustNumber
                   " is not on the customer master."
               exit paragraph
           end-if
           display "Plan for " function trim(foundName) "."
           display "Vehicle record id: " no advancing
           accept in-CarId
           perform READ-CAR
           if carFound not = "y"
               display "Record id " in-CarId " is not in "
                   function trim(carsFileName) "."
               exit paragraph
           end-if
           display "Car: " function trim(foundCar)
           call "planSell" using carsFileName, currentUser,
               in-CustNumber, in-CarId.

       CAR-PLANS.
           accept todaysDate from date yyyymmdd
           display "Vehicle record id: " no advancing
           accept in-CarId
           move 0 to listCount
           move "n" to eof
           open input svcPlanFile
           if svcPlanStatus not = "00"
               close svcPlanFile
               display "No service plans have been sold."
               exit paragraph
           end-if
           perform until eof = "y"
               read svcPlanFile next record
                   at end
                       move "y" to eof
                   not at end
                       if spCarId = in-CarId
                           and spGarage = carsFileName
                           perform SHOW-ONE-PLAN
                       end-if
               end-read
           end-perform
           close svcPlanFile
           display "Plans on the car: " listCount.

       SHOW-ONE-PLAN.
           add 1 to listCount
           perform NAME-STATUS
           move spPrice to displayMoney
           display "Plan " spNumber "  package " spPkgCode
               "  customer " spCustNumber "  sold " spSoldDate
               "  expires " spExpiry "  " function trim(statusName)
           display "     price " function trim(displayMoney)
               " on invoice " spInvNumber
           perform varying visitIdx from 1 by 1
                   until visitIdx > spVisitCount
               move spvValue(visitIdx) to displayMoney
               if spvUsedDate(visitIdx) = 0
                   display "     " visitIdx " " spvJobCode(visitIdx)
                       displayMoney "  not used"
               else
                   display "     " visitIdx " " spvJobCode(visitIdx)
                       displayMoney "  used " spvUsedDate(visitIdx)
                       " WO " spvWoNumber(visitIdx)
                       " invoice " spvInvNumber(visitIdx)
               end-if
           end-perform.

      *> a cancelled plan covers nothing more; any refund of the
      *> unused value is a credit note against the plan's invoice
       CANCEL-PLAN.
           accept todaysDate from date yyyymmdd
           display "Plan number: " no advancing
           accept in-PlanNumber
           open i-o svcPlanFile
           if svcPlanStatus not = "00"
               close svcPlanFile
               display "No service plans have been sold."
               exit paragraph
           end-if
           move in-PlanNumber to spNumber
           read svcPlanFile
               invalid key
                   display "No plan " in-PlanNumber " is on file."
                   close svcPlanFile
                   exit paragraph
           end-read
           if spStatus not = "A"
               perform NAME-STATUS
               display "Plan " in-PlanNumber " is "
                   function trim(statusName) "; nothing to cancel."
               close svcPlanFile
               exit paragraph
           end-if
           move 0 to unusedCount
           move 0 to unusedValue
           perform varying visitIdx from 1 by 1
                   until visitIdx > spVisitCount
               if spvUsedDate(visitIdx) = 0
                   add 1 to unusedCount
                   add spvValue(visitIdx) to unusedValue
               end-if
           end-perform
           move unusedValue to displayMoney
           display "Plan " spNumber " has " unusedCount
               " unused visit(s) worth " function trim(displayMoney)
               " before tax."
           display "Cancel it? (y/n) " no advancing
           accept in-Answer
           if in-Answer = "y" or in-Answer = "Y"
               move "X" to spStatus
               rewrite svcPlan-rec
               display "Plan cancelled. Refund any unused value by "
                   "credit note against invoice " spInvNumber "."
           else
               display "Plan left active."
           end-if
           close svcPlanFile.

       NAME-STATUS.
           evaluate spStatus
               when "A"
                   move "active" to statusName
               when "U"
                   move "used up" to statusName
               when "X"
                   move "cancelled" to statusName
               when other
                   move spStatus to statusName
           end-evaluate
           if spStatus = "A" and spExpiry < todaysDate
               move "expired" to statusName
           end-if.

      *> prepaid money is owed in work until the visit is used:
      *> the month's sales and redemptions, every plan still
      *> carrying unused value at the end of the month (the
      *> deferred revenue), plans that lapsed in the month with
      *> visits unused, and those lapsing in the next three
      *> months that the front desk should chase
       PLAN-REPORT.
           accept todaysDate from date yyyymmdd
           if meMode = "B"
               move meMonth to rptMonth
           else
               display "Report for month (YYYYMM, enter for this "
                   "month): " no advancing
               accept rptMonth
               if rptMonth = 0
                   move todaysDate(1:6) to rptMonth
               end-if
           end-if
           move rptMonth(1:4) to rptYear
           move rptMonth(5:2) to rptMm
           if rptMm < 1 or rptMm > 12
               display "Month " rptMonth " is not a valid YYYYMM."
               move "N" to meResult
               exit paragraph
           end-if
           compute monthStart = rptMonth * 100 + 1
           if rptMm = 12
               compute nextMonthStart = (rptYear + 1) * 10000 + 101
           else
               compute nextMonthStart = monthStart + 100
           end-if
           compute monthEndDate = function date-of-integer(
               function integer-of-date(nextMonthStart) - 1)
           compute soonDate = function date-of-integer(
               function integer-of-date(monthEndDate) + 92)

           move 0 to soldCount
           move 0 to soldValue
           move 0 to usedCount
           move 0 to usedValue
           move 0 to deferredCount
           move 0 to deferredValue
           move 0 to expiredCount
           move 0 to expiredValue
           move 0 to expiringCount
           move 0 to expiringValue
           open output planRptFile
           move spaces to planRptLine
           string "Prepaid service plans - month " rptMonth
               "  run date: " todaysDate
               delimited by size into planRptLine
           perform WRITE-RPT-LINE

           perform varying reportPass from 1 by 1
                   until reportPass > 3
               move spaces to planRptLine
               perform WRITE-RPT-LINE
               move spaces to planRptLine
               evaluate reportPass
                   when 1
                       string "Unused prepaid value at " monthEndDate
                           " (deferred revenue):"
                           delimited by size into planRptLine
                   when 2
                       string "Plans that lapsed in the month "
                           "with visits unused:"
                           delimited by size into planRptLine
                   when other
                       string "Plans lapsing by " soonDate
                           " with visits unused:"
                           delimited by size into planRptLine
               end-evaluate
               perform WRITE-RPT-LINE
               move spaces to planRptLine
               string "  Plan   Package Customer Car    Sold     "
                   "Expires  Unused       Value"
                   delimited by size into planRptLine
               perform WRITE-RPT-LINE
               move "n" to eof
               open input svcPlanFile
               if svcPlanStatus = "00"
                   perform until eof = "y"
                       read svcPlanFile next record
                           at end
                               move "y" to eof
                           not at end
                               if spStatus not = "X"
                                   and spSoldDate <= monthEndDate
                                   perform REPORT-ONE-PLAN
                               end-if
                       end-read
                   end-perform
               end-if
               close svcPlanFile
           end-perform

           move spaces to planRptLine
           perform WRITE-RPT-LINE
           move soldValue to displayMoney
           move usedValue to displayMoney2
           move spaces to planRptLine
           string "Sold in the month: " soldCount " plan(s) "
               displayMoney "   visits used: " usedCount " "
               displayMoney2
               delimited by size into planRptLine
           perform WRITE-RPT-LINE
           move deferredValue to displayMoney
           move expiredValue to displayMoney2
           move spaces to planRptLine
           string "Deferred at month end: " deferredCount
               " plan(s) " displayMoney
               "   lapsed unused: " expiredCount " "
               displayMoney2
               delimited by size into planRptLine
           perform WRITE-RPT-LINE
           move expiringValue to displayMoney
           move spaces to planRptLine
           string "Lapsing in the next three months: "
               expiringCount " plan(s) " displayMoney
               delimited by size into planRptLine
           perform WRITE-RPT-LINE
           close planRptFile
           if meMode not = "B"
               display "Report written to PLANRPT.DAT."
           end-if
           move deferredCount to meCount
           move deferredValue to meAmount

           move "SVCPLAN" to spoolType
           move "PLANRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

      *> the month's sales and redemptions are counted on the
      *> first pass; a visit used after the month end still counts
      *> as unused at it
       REPORT-ONE-PLAN.
           move 0 to unusedCount
           move 0 to unusedValue
           perform varying visitIdx from 1 by 1
                   until visitIdx > spVisitCount
               if spvUsedDate(visitIdx) = 0
                   or spvUsedDate(visitIdx) > monthEndDate
                   add 1 to unusedCount
                   add spvValue(visitIdx) to unusedValue
               end-if
               if reportPass = 1
                   and spvUsedDate(visitIdx)(1:6) = rptMonth
                   add 1 to usedCount
                   add spvValue(visitIdx) to usedValue
               end-if
           end-perform
           if reportPass = 1 and spSoldDate(1:6) = rptMonth
               add 1 to soldCount
               add spPrice to soldValue
           end-if
           if unusedCount = 0
               exit paragraph
           end-if
           evaluate reportPass
               when 1
                   if spExpiry < monthEndDate
                       exit paragraph
                   end-if
                   add 1 to deferredCount
                   add unusedValue to deferredValue
               when 2
                   if spExpiry(1:6) not = rptMonth
                       or spExpiry = monthEndDate
                       exit paragraph
                   end-if
                   add 1 to expiredCount
                   add unusedValue to expiredValue
               when other
                   if spExpiry <= monthEndDate or spExpiry > soonDate
                       exit paragraph
                   end-if
                   add 1 to expiringCount
                   add unusedValue to expiringValue
           end-evaluate
           move unusedValue to displayMoney
           move spaces to planRptLine
           string "  " spNumber " " spPkgCode "  " spCustNumber
               "   " spCarId " " spSoldDate " " spExpiry "  "
               unusedCount " " displayMoney
               delimited by size into planRptLine
           perform WRITE-RPT-LINE.

       READ-CUSTOMER.
           move "n" to custFound
           move spaces to foundName
           open input customerFile
           if customerStatus = "00"
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move "y" to custFound
                       move custName to foundName
               end-read
           end-if
           close customerFile.

       READ-CAR.
           move "n" to carFound
           move spaces to foundCar
           open input carsFile
           if carsFileStatus not = "35"
               move in-CarId to recordId
               read carsFile
                   invalid key
                       continue
                   not invalid key
                       move "y" to carFound
                       move carOwned to foundCar
               end-read
           end-if
           close carsFile.

       WRITE-RPT-LINE.
           write planRptLine
           if meMode not = "B"
               display function trim(planRptLine trailing)
           end-if.

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
           move "SVCPKG.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
