        IDENTIFICATION DIVISION.
        PROGRAM-ID. planSell.
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

                   select optional nextPlanFile
                       assign to "NEXTSPLN.DAT"
                       organization is line sequential.

                   select optional jobCatFile-fd
                       assign to "JOBCAT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is jobCode
                       file status is jobStatus.

                   select optional invoiceDataFile
                       assign to "INVOICE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is invNumber
                       file status is invFileStatus.

                   select optional nextInvFile
                       assign to "NEXTINV.DAT"
                       organization is line sequential.

                   select optional taxRateFile
                       assign to "TAXRATE.DAT"
                       organization is line sequential
                       file status is taxRateStatus.

                   select optional invLineFile
                       assign to "INVLINE.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd packageFile.
                   copy "PKGREC.CPY".
               fd svcPlanFile.
                   copy "SPLANREC.CPY".
               fd nextPlanFile.
                   01 nextPlan-rec pic 9(06).
               fd jobCatFile-fd.
                   copy "JOBREC.CPY".
               fd invoiceDataFile.
                   copy "INVREC.CPY".
               fd nextInvFile.
                   01 nextInv-rec pic 9(06).
               fd taxRateFile.
                   01 taxRate-rec pic 9(02)v99.
               fd invLineFile.
                   copy "INVLINEREC.CPY".
           WORKING-STORAGE SECTION.
               01 packageStatus pic xx.
               01 svcPlanStatus pic xx.
               01 jobStatus pic xx.
               01 jobCatOpen pic x.
               01 invFileStatus pic xx.
               01 taxRateStatus pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 in-PkgCode pic x(06).
               01 in-Answer pic x(01).
               01 pkgCount pic 9(03).
               01 nextPlan pic 9(06).
               01 nextInv pic 9(06).
               01 siteCode pic x(04).
               01 displayMoney pic z(06)9.99.

               *> the package's visits laid out one per row, each
               *> weighted by its catalog price so a dearer job
               *> carries more of the plan price
               01 jobIdx pic 9(01).
               01 visitIdx pic 9(02).
               01 visitRep pic 9(02).
               01 visitCount pic 9(02).
               01 visit-table.
                   02 vtEntry occurs 12 times.
                       03 vtJobCode pic x(08).
                       03 vtWeight pic 9(05)v99.
                       03 vtValue pic 9(05)v99.
               01 weightTotal pic 9(07)v99.
               01 valueSoFar pic 9(07)v99.
               01 thisWeight pic 9(05)v99.

               *> the plan runs the package's months from the sale;
               *> a sale late in a month runs to the 28th at most
               01 expMonths pic 9(07).
               01 expYear pic 9(04).
               01 expMm pic 9(02).
               01 expDd pic 9(02).
               01 expiryDate pic 9(08).

               01 taxRatePct pic 9(02)v99.
               01 lineTax pic 9(07)v99.
               01 grossAmount pic 9(07)v99.
               01 periodOk pic x.
               01 periodOpenDate pic 9(08).
               01 periodAnswer pic x.
           LINKAGE SECTION.
               *> the garage file the car is on, who is selling, and
               *> the buyer and car the plan is for
               01 sellGarage pic x(40).
               01 currentUser pic x(08).
               01 sellCustNumber pic 9(06).
               01 sellCarId pic 9(06).
      *> a prepaid plan is sold like anything else: invoiced now,
      *> in full, with its tax. What is bought is a set of visits,
      *> each carrying its share of the price until the workshop
      *> uses it - until then the money is owed to the customer
      *> in work, not earned
        PROCEDURE DIVISION USING sellGarage, currentUser,
               sellCustNumber, sellCarId.
           move 0 to pkgCount
           move "n" to eof
           open input packageFile
           if packageStatus not = "00"
               close packageFile
               display "No service plan packages are set up."
               goback
           end-if
           display "Packages on sale:"
           perform until eof = "y"
               read packageFile next record
                   at end
                       move "y" to eof
                   not at end
                       if pkActive = "A"
                           add 1 to pkgCount
                           move pkPrice to displayMoney
                           display "  " pkCode " " pkDescription
                               displayMoney "  " pkValidMonths
                               " months"
                       end-if
               end-read
           end-perform
           if pkgCount = 0
               close packageFile
               display "  (none)"
               goback
           end-if
           display "Package code: " no advancing
           move spaces to in-PkgCode
           accept in-PkgCode
           move function upper-case(in-PkgCode) to in-PkgCode
           move in-PkgCode to pkCode
           read packageFile
               invalid key
                   close packageFile
                   display "No package " function trim(in-PkgCode)
                       " is in the catalogue."
                   goback
           end-read
           close packageFile
           if pkActive not = "A"
               display "Package " function trim(pkCode)
                   " is withdrawn from sale."
               goback
           end-if

           accept todaysDate from date yyyymmdd
           perform CHECK-POSTING-PERIOD
           if periodOk not = "y"
               goback
           end-if
           perform BUILD-VISITS
           if visitCount = 0
               display "Package " function trim(pkCode)
                   " covers no visits; nothing sold."
               goback
           end-if
           perform WORK-OUT-EXPIRY

           perform GET-TAX-RATE
           compute lineTax rounded = pkPrice * taxRatePct / 100
           compute grossAmount = pkPrice + lineTax
           move grossAmount to displayMoney
           display function trim(pkDescription) ": " visitCount
               " visit(s), valid to " expiryDate ", "
               function trim(displayMoney) " with tax."
           display "Sell the plan? (y/n) " no advancing
           accept in-Answer
           if in-Answer not = "y" and in-Answer not = "Y"
               display "No plan sold."
               goback
           end-if

           open input nextPlanFile
               read nextPlanFile
                   at end
                       move 0 to nextPlan
                   not at end
                       move nextPlan-rec to nextPlan
               end-read
           close nextPlanFile
           add 1 to nextPlan
           open input nextInvFile
               read nextInvFile
                   at end
                       move 0 to nextInv
                   not at end
                       move nextInv-rec to nextInv
               end-read
           close nextInvFile
           add 1 to nextInv

           open i-o svcPlanFile
           if svcPlanStatus not = "00"
               close svcPlanFile
               open output svcPlanFile
               close svcPlanFile
               open i-o svcPlanFile
           end-if
           move spaces to svcPlan-rec
           move nextPlan to spNumber
           move pkCode to spPkgCode
           move sellCustNumber to spCustNumber
           move sellCarId to spCarId
           move sellGarage to spGarage
           move todaysDate to spSoldDate
           move expiryDate to spExpiry
           move pkPrice to spPrice
           move nextInv to spInvNumber
           move "A" to spStatus
           move currentUser to spUser
           move visitCount to spVisitCount
           perform varying visitIdx from 1 by 1 until visitIdx > 12
               if visitIdx > visitCount
                   move spaces to spvJobCode(visitIdx)
                   move 0 to spvValue(visitIdx)
               else
                   move vtJobCode(visitIdx) to spvJobCode(visitIdx)
                   move vtValue(visitIdx) to spvValue(visitIdx)
               end-if
               move 0 to spvUsedDate(visitIdx)
               move 0 to spvInvNumber(visitIdx)
               move 0 to spvWoNumber(visitIdx)
           end-perform
           write svcPlan-rec
               invalid key
                   close svcPlanFile
                   display "Plan number clash; the counter file "
                       "may be out of step. No plan sold."
                   goback
           end-write
           close svcPlanFile
           open output nextPlanFile
               move nextPlan to nextPlan-rec
               write nextPlan-rec
           close nextPlanFile

           perform RAISE-PLAN-INVOICE
           display "Plan " nextPlan " sold on car " sellCarId
               ", invoice " nextInv "."
       goback.

      *> each catalog job's visits in turn; the price is split by
      *> catalog price, evenly when the catalog gives none, and the
      *> last visit takes the rounding so the shares add up
       BUILD-VISITS.
           move 0 to visitCount
           move 0 to weightTotal
           open input jobCatFile-fd
           move "n" to jobCatOpen
           if jobStatus = "00"
               move "y" to jobCatOpen
           end-if
           perform varying jobIdx from 1 by 1 until jobIdx > 4
               if pkJobCode(jobIdx) not = spaces
                   and pkVisits(jobIdx) numeric
                   and pkVisits(jobIdx) > 0
                   move 0 to thisWeight
                   if jobCatOpen = "y"
                       move pkJobCode(jobIdx) to jobCode
                       read jobCatFile-fd
                           invalid key
                               continue
                           not invalid key
                               move jobPrice to thisWeight
                       end-read
                   end-if
                   perform varying visitRep from 1 by 1
                           until visitRep > pkVisits(jobIdx)
                       if visitCount < 12
                           add 1 to visitCount
                           move pkJobCode(jobIdx)
                               to vtJobCode(visitCount)
                           move thisWeight to vtWeight(visitCount)
                           add thisWeight to weightTotal
                       end-if
                   end-perform
               end-if
           end-perform
           close jobCatFile-fd

           move 0 to valueSoFar
           perform varying visitIdx from 1 by 1
                   until visitIdx > visitCount
               if visitIdx = visitCount
                   compute vtValue(visitIdx) = pkPrice - valueSoFar
               else
                   if weightTotal > 0
                       compute vtValue(visitIdx) rounded =
                           pkPrice * vtWeight(visitIdx) / weightTotal
                   else
                       compute vtValue(visitIdx) rounded =
                           pkPrice / visitCount
                   end-if
                   add vtValue(visitIdx) to valueSoFar
               end-if
           end-perform.

       WORK-OUT-EXPIRY.
           move todaysDate(1:4) to expYear
           move todaysDate(5:2) to expMm
           move todaysDate(7:2) to expDd
           compute expMonths = expYear * 12 + expMm - 1
               + pkValidMonths
           compute expYear = expMonths / 12
           compute expMm = function mod(expMonths, 12) + 1
           if expDd > 28
               move 28 to expDd
           end-if
           compute expiryDate = expYear * 10000 + expMm * 100
               + expDd.

       RAISE-PLAN-INVOICE.
           open i-o invoiceDataFile
           if invFileStatus not = "00"
               close invoiceDataFile
               open output invoiceDataFile
               close invoiceDataFile
               open i-o invoiceDataFile
           end-if
           open extend invLineFile
           move spaces to invline-rec
           move nextInv to ivlInvNumber
           move 1 to ivlLineNo
           move "S" to ivlType
           move spaces to ivlDescription
           string "Service plan " pkCode " no " nextPlan
               delimited by size into ivlDescription
           move 1 to ivlQty
           move pkPrice to ivlUnitPrice
           move pkPrice to ivlNet
           move lineTax to ivlTax
           write invline-rec
           close invLineFile

           move spaces to invoice-rec
           move nextInv to invNumber
           move sellCustNumber to invCustNumber
           move todaysDate to invDate
           move grossAmount to invTotal
           move 0 to invPaid
           move 0 to invCredited
           move "O" to invStatus
           move lineTax to invTax
           move 0 to invLoyaltyPoints
           move 0 to invLoyaltyDisc
           move 0 to invDiscount
           call "garageCode" using sellGarage, siteCode
           move siteCode to invGarage
           write invoice-rec
               invalid key
                   rewrite invoice-rec
           end-write
           close invoiceDataFile

           open output nextInvFile
               move nextInv to nextInv-rec
               write nextInv-rec
           close nextInvFile.

       GET-TAX-RATE.
           open input taxRateFile
           if taxRateStatus not = "00"
               close taxRateFile
               move 20.00 to taxRatePct
               open output taxRateFile
                   move taxRatePct to taxRate-rec
                   write taxRate-rec
               close taxRateFile
           else
               read taxRateFile
                   at end
                       move 20.00 to taxRatePct
                   not at end
                       move taxRate-rec to taxRatePct
               end-read
               close taxRateFile
           end-if.

      *> a month closed at period end takes no more postings; the
      *> operator may post into the month still open instead
       CHECK-POSTING-PERIOD.
           call "periodCheck" using todaysDate, periodOk,
               periodOpenDate
           if periodOk not = "y"
               display "Month " todaysDate(1:6) " is closed to "
                   "posting."
               display "Post it dated " periodOpenDate
                   " in the open period instead? (y/n) "
                   no advancing
               accept periodAnswer
               if periodAnswer = 'y' or periodAnswer = 'Y'
                   move periodOpenDate to todaysDate
                   move "y" to periodOk
               else
                   display "No plan sold."
               end-if
           end-if.
