                       access mode is dynamic
                       record key is jobCode
                       file status is jobStatus.

                   select optional invLineFile
                       assign to "INVLINE.DAT"
                       organization is line sequential.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional estimateDataFile
                       assign to "ESTIMATE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is estNumber
                       file status is estStatus-fs.

                   select optional estLineFile
                       assign to "ESTLINE.DAT"
                       organization is line sequential
                       file status is estLineStatus.

                   select optional timeClockFile
                       assign to "TIMECLK.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is tcNumber
                       file status is clockStatus.

                   select optional nextClockFile
                       assign to "NEXTCLK.DAT"
                       organization is line sequential.

                   select optional boardWorkFile
                       assign to "WOBOARD.TMP"
                       organization is line sequential.

                   select optional subletFile
                       assign to "SUBLET.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is sbNumber
                       file status is subletStatus.

                   select optional subletMkFile
                       assign to "SUBLMKUP.DAT"
                       organization is line sequential
                       file status is subletMkStatus.

                   select boardSortFile
                       assign to "woboard.srt".

                   select optional boardFile
                       assign to "WOBOARD.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd woFile.
               fd nextWoFile.
                   01 nextWo-rec pic 9(06).
               fd woLineFile.
                   copy "WOLINEREC.CPY".
               fd apptDataFile.
                   copy "APPTREC.CPY".
               fd carsFile.
                   copy "TECHREC.CPY".
               fd jobCatFile-fd.
                   copy "JOBREC.CPY".
               fd invLineFile.
                   copy "INVLINEREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd estimateDataFile.
                   copy "ESTREC.CPY".
               fd estLineFile.
                   copy "ESTLINEREC.CPY".
               fd timeClockFile.
                   copy "TIMECLKREC.CPY".
               fd nextClockFile.
                   01 nextClock-rec pic 9(06).
               fd boardWorkFile.
                   01 boardWork-rec pic x(40).
               fd subletFile.
                   copy "SUBLETREC.CPY".
               fd subletMkFile.
                   01 subletMk-rec pic 9(03)v99.
               sd boardSortFile.
                   01 boardSort-rec.
                       02 bsPromKey pic 9(12).
                       02 filler pic x(28).
               fd boardFile.
                   01 board-rec.
                       02 bdPromDate pic 9(08).
                       02 bdPromTime pic 9(04).
                       02 bdWoNumber pic 9(06).
                       02 bdCarId pic 9(06).
                       02 bdCustNumber pic 9(06).
                       02 bdProgress pic x(01).
                       02 bdType pic x(01).
                       02 filler pic x(08).
           WORKING-STORAGE SECTION.
               01 partsInvNumber pic 9(06).
               01 woStatus-fs pic xx.
               01 nqEvent pic x(06).
               01 nqRef pic x(20).
               01 nqText pic x(60).
               01 woLineStatus pic xx.
               01 apptFileStatus pic xx.
               01 carsFileStatus pic xx.
               01 woChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 invPostDate pic 9(08).
               01 periodOk pic x.
               01 periodOpenDate pic 9(08).
               01 periodAnswer pic x.
               01 in-ApptNumber pic 9(06).
               01 in-WoNumber pic 9(06).
               01 in-Description pic x(30).
               01 comebackFlag pic x.
               01 serviceStatus pic xx.
               01 nextSvc pic 9(08).
               01 declinedCount pic 9(03).
               01 in-Inspect pic x(01).
               01 inspMode pic x(01) value "C".
               01 inspRole pic x(01) value space.

               *> the order's lines, pulled and comeback-settled
               *> before the history file is opened for the writes
                       03 wpDescription pic x(30).
                       03 wpCost pic 9(05)v99.
                       03 wpComeback pic x(01).
                       03 wpType pic x(01).
                       03 wpListCost pic 9(05)v99.
                       03 wpJobCode pic x(08).
                       03 wpPlanNumber pic 9(06).
                       03 wpPlanVisit pic 9(02).
                       03 wpPlanValue pic 9(05)v99.
               01 woPickCount pic 9(03).
               01 woPickFull pic x.

               *> catalog jobs a prepaid service plan on the car
               *> covers go on at no charge and use up a visit
               01 planAction pic x(01).
               01 planSkip pic 9(02).
               01 planNumber pic 9(06).
               01 planVisit pic 9(02).
               01 planValue pic 9(05)v99.
               01 planIdx pic 9(03).
               01 planCount pic 9(03).
               01 planTotal pic 9(07)v99.

               01 in-LineType pic x.
               01 invLineNo pic 9(03).
               01 lineTax pic 9(07)v99.
               01 partsLineCount pic 9(04).
               01 subLabour pic 9(07)v99.
               01 subParts pic 9(07)v99.
               01 subSundry pic 9(07)v99.
               01 subLineCount pic 9(04).
               01 displayMoney2 pic z(06)9.99.
               01 displayMoney3 pic z(06)9.99.
               01 estStatus-fs pic xx.
               01 estLineStatus pic xx.
               01 estFound pic x.
               01 estEof pic x.
               01 estJobCount pic 9(03).
               01 estPartCount pic 9(03).
               01 displayQty pic z(04)9.

               *> the time clock: a tech is on one job at a time,
               *> and a clocking left open overnight is closed at the
               *> end of its shift rather than run on for days
               01 clockStatus pic xx.
               01 nextClock pic 9(06).
               01 clockEof pic x.
               01 nowDate pic 9(08).
               01 nowTime pic 9(04).
               01 timeNow pic 9(08).
               01 shiftEndTime pic 9(04) value 1730.
               01 in-LineNo pic 9(03).
               01 in-ClockAction pic x.
               01 clockLineNo pic 9(03).
               01 clockLineFound pic x.
               01 clockJobCode pic x(08).
               01 clockLineDesc pic x(30).
               01 clockBookHours pic 9(02)v9.
               01 clockLineSeen pic x.
               01 clockCloseCount pic 9(03).
               01 clockStopDate pic 9(08).
               01 clockStopTime pic 9(04).
               01 clockCloseStatus pic x.
               01 clockWoOnly pic 9(06).
               01 clockTechOnly pic 9(04).
               01 clockStaleOnly pic x.
               01 startMinutes pic 9(09).
               01 stopMinutes pic 9(09).
               01 displayHours pic z(03)9.99.

               *> the order's customer's price tier and what it
               *> takes off list price, labour and parts
               01 customerStatus pic xx.
               01 custTier pic x(01).
               01 tierName pic x(12).
               01 tierLabourFactor pic 9(01)v999.
               01 tierPartsPct pic s9(02)v99.
               01 in-ListCost pic 9(05)v99.
               01 tierDiscount pic s9(07)v99.
               01 displaySigned pic -(06)9.99.

               *> a reconditioning order is held to its budget
               01 rsAction pic x(01).
               01 rsGarage pic x(40).
               01 rsCarId pic 9(06).
               01 rsBudget pic 9(07)v99.
               01 rsSpend pic 9(07)v99.
               01 rsStatus pic x(01).
               01 reconOver pic 9(07)v99.
               01 siteCode pic x(04).

               *> the promise made at the desk and the board the
               *> workshop works down
               01 in-PromDate pic 9(08).
               01 in-PromTime pic 9(04).
               01 in-Progress pic x(01).
               01 in-Repromise pic x(01).
               01 progressName pic x(20).
               01 boardEof pic x.
               01 boardCount pic 9(04).
               01 lateCount pic 9(04).
               01 lateFlag pic x(08).
               01 boardCar pic x(32).
               01 nowKey pic 9(12).
               01 otMode pic x(01) value "M".

               *> work sent out to other firms, charged on at cost
               *> plus the configured markup
               01 subletStatus pic xx.
               01 subletMkStatus pic xx.
               01 subletEof pic x.
               01 subletOutCount pic 9(03).
               01 subletAnswer pic x.
               01 subletHold pic x.
               01 subletMarkup pic 9(03)v99.
               01 subletBase pic 9(05)v99.
               01 slPick-table.
                   02 slPick-entry occurs 20 times
                           indexed by slpIdx.
                       03 slpNumber pic 9(06).
                       03 slpBase pic 9(05)v99.
                       03 slpCharge pic 9(05)v99.
               01 slPickCount pic 9(02).
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
               display "[2] - Add Work Lines / Parts"
               display "[3] - Complete Work Order"
               display "[4] - View Open Work Orders"
               display "[5] - Technician Clock On / Off"
               display "[6] - Who Is On the Clock"
               display "[7] - Update Job Progress"
               display "[8] - Workshop Board"
               display "[9] - On-Time Completion Report"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
                       perform VIEW-OPEN-ORDERS
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform TECH-CLOCK
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform WHO-IS-CLOCKED
                       call "SYSTEM" using "pause"

                   when "7"
                       call "SYSTEM" using "cls"
                       perform UPDATE-PROGRESS
                       call "SYSTEM" using "pause"

                   when "8"
                       call "SYSTEM" using "cls"
                       perform WORKSHOP-BOARD
                       call "SYSTEM" using "pause"

                   when "9"
                       call "SYSTEM" using "cls"
                       call "onTimeRpt" using otMode, currentUser
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
           add 1 to nextWo

           accept todaysDate from date yyyymmdd
           perform GET-PROMISE
           perform SET-CLOCK-NOW
           open i-o woFile
           if woStatus-fs not = "00"
               close woFile
               move todaysDate to woDate
               move "O" to woStatus
               move carsFileName to woGarage
               move in-PromDate to woPromDate
               move in-PromTime to woPromTime
               move "W" to woProgress
               move nowDate to woProgDate
               move nowTime to woProgTime
               move 0 to woReadyDate
               move 0 to woReadyTime
               write wo-rec
                   invalid key
                       display "Work order number clash; the "

           display "Work order " nextWo " opened from appointment "
               in-ApptNumber "; the car is marked arrived."
           display "Promised ready " in-PromDate " at " in-PromTime
               "."
           call "inspDeclined" using apptCarId, declinedCount
           if declinedCount > 0
               display "Raise the declined work with the customer "
                   "while they are at the desk."
           end-if
           display "Record the walk-round inspection now? (y/n) "
               no advancing
           accept in-Inspect
           if in-Inspect = "y" or in-Inspect = "Y"
               call "inspectFile" using inspMode, nextWo,
                   currentUser, inspRole
           end-if
           perform CARRY-ESTIMATE-LINES
           display "Collect the work with [2] while it is in the "
               "bay.".

      *> a booking made against an accepted estimate brings the
      *> quoted jobs onto the order at the quoted price; quoted
      *> parts are listed for the stores, since they are issued
      *> and billed off the shelf as they are fitted
       CARRY-ESTIMATE-LINES.
           move "n" to estFound
           move "n" to estEof
           open i-o estimateDataFile
           if estStatus-fs not = "00"
               close estimateDataFile
               exit paragraph
           end-if
           perform until estEof = "y" or estFound = "y"
               read estimateDataFile next record
                   at end
                       move "y" to estEof
                   not at end
                       if estStatus = "A"
                           and estApptNumber = in-ApptNumber
                           and estWoNumber = 0
                           move "y" to estFound
                       end-if
               end-read
           end-perform
           if estFound not = "y"
               close estimateDataFile
               exit paragraph
           end-if
           move nextWo to estWoNumber
           rewrite estimate-rec
           close estimateDataFile

           move 0 to estJobCount
           move 0 to estPartCount
           move "n" to estEof
           open input estLineFile
           if estLineStatus not = "00"
               move "y" to estEof
           end-if
           open extend woLineFile
           perform until estEof = "y"
               read estLineFile
                   at end
                       move "y" to estEof
                   not at end
                       if elEstNumber = estNumber
                           if elType = "J"
                               move spaces to woLine-rec
                               move nextWo to wlWoNumber
                               move elDescription to wlDescription
                               move elNet to wlCost
                               move elNet to wlListCost
                               move "L" to wlType
                               move elCode to wlJobCode
                               write woLine-rec
                               add 1 to estJobCount
                           else
                               if estPartCount = 0
                                   display "Parts quoted - issue "
                                       "them as they are fitted:"
                               end-if
                               add 1 to estPartCount
                               move elQty to displayQty
                               display "  " elCode " "
                                   elDescription " x" displayQty
                           end-if
                       end-if
               end-read
           end-perform
           close woLineFile
           close estLineFile
           display "Estimate " estNumber ": " estJobCount
               " quoted job(s) carried onto the order.".

      *> the job sheet filled in at the bay: work lines go on the
      *> order, and parts come off the shelf through the same
      *> routine every service entry uses
               exit paragraph
           end-if

           perform GET-CUSTOMER-TIER
           if custTier not = "R"
               display "Customer " woCustNumber " is on the "
                   function trim(tierName) " price tier; catalog "
                   "jobs are priced at it."
           end-if
           if woType = "R"
               perform GET-RECON-BUDGET
               move rsBudget to displayMoney
               move rsSpend to displayMoney2
               display "Reconditioning on car " woCarId ": budget "
                   function trim(displayMoney) ", spent so far "
                   function trim(displayMoney2) "."
           end-if

           accept todaysDate from date yyyymmdd
           move 'y' to moreLines
           perform until moreLines not = 'y'
                   "text): " no advancing
               accept in-JobCode
               move "n" to jobPicked
               move "L" to in-LineType
               if function trim(in-JobCode) not = spaces
                   perform LOOK-UP-JOB
               end-if
                   accept in-Description
                   display "Cost: " no advancing
                   accept in-Cost
                   move in-Cost to in-ListCost
                   *> consumables, disposal and the like are billed
                   *> as sundries, apart from the labour
                   display "(l)abour or (s)undry charge? "
                       no advancing
                   accept in-LineType
                   if in-LineType = 's' or in-LineType = 'S'
                       move "S" to in-LineType
                   else
                       move "L" to in-LineType
                   end-if
               end-if
               if function trim(in-Description) = spaces
                   display "Blank description; line skipped."
               else
                   if woType = "R"
                       perform CHECK-RECON-BUDGET
                   end-if
               end-if
               if function trim(in-Description) = spaces
                   continue
               else
                   open extend woLineFile
                       move spaces to woLine-rec
                       move in-WoNumber to wlWoNumber
                       move in-Description to wlDescription
                       move in-Cost to wlCost
                       move in-LineType to wlType
                       move in-ListCost to wlListCost
                       if jobPicked = 'y'
                           move function upper-case(in-JobCode)
                               to wlJobCode
                       end-if
                       write woLine-rec
                   close woLineFile
                   display "Line added to work order "
                       in-WoNumber "."
                   if woType = "R"
                       move "I" to rsAction
                       call "reconStatus" using rsAction, rsGarage,
                           rsCarId, in-WoNumber, rsBudget, rsSpend,
                           rsStatus, currentUser
                       add in-Cost to rsSpend
                   end-if
               end-if
               display "More work lines? (y/n) " no advancing
               accept moreLines
           end-perform

           *> parts fitted in reconditioning are charged to the
           *> car, never to an invoice
           if woType = "R"
               move 999999 to partsInvNumber
           else
               move 0 to partsInvNumber
           end-if
           call "partsUse" using woCarId, todaysDate,
               carsFileName, partsInvNumber
           if woType = "R"
               perform GET-RECON-BUDGET
               if rsSpend > rsBudget
                   compute reconOver = rsSpend - rsBudget
                   move reconOver to displayMoney
                   display "** The reconditioning is now "
                       function trim(displayMoney) " over budget "
                       "with the parts issued; a supervisor must "
                       "approve the overspend. **"
               end-if
           end-if.

       GET-RECON-BUDGET.
           move "W" to rsAction
           call "reconStatus" using rsAction, rsGarage, rsCarId,
               in-WoNumber, rsBudget, rsSpend, rsStatus, currentUser.

      *> work that would take the order past its budget is not
      *> booked until a supervisor has agreed the extra
       CHECK-RECON-BUDGET.
           if rsSpend + in-Cost > rsBudget
               compute reconOver = rsSpend + in-Cost - rsBudget
               move reconOver to displayMoney
               display "That line takes the reconditioning "
                   function trim(displayMoney) " over budget; it "
                   "needs a supervisor's approval under "
                   "Reconditioning first. Line not added."
               move spaces to in-Description
           end-if.

      *> completion is the single flow that used to be three
      *> keyings: the lines land in the service history, the draft
               move 3 to in-Warranty
           end-if

           *> the invoice goes into a month still open to posting;
           *> if the operator will not move it on, the order stays
           *> open
           accept todaysDate from date yyyymmdd
           move todaysDate to invPostDate
           if woType not = "R"
               perform CHECK-POSTING-PERIOD
               if periodOk not = "y"
                   display "Work order " in-WoNumber " left open."
                   exit paragraph
               end-if
           end-if

           *> number the draft invoice first so the history lines
           *> can carry it as they are written
           open input nextInvFile
           close nextInvFile
           add 1 to nextInv

           *> pass one, with the history file still closed: pull
           *> the order's lines and settle the comeback question
           *> for each. comebackCheck opens the history itself, so
           move "n" to eof
           open input woLineFile
           if woLineStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read woLineFile
           end-perform
           close woLineFile

           perform PICK-SUBLETS
           if subletHold = "y"
               display "Work order " in-WoNumber " left open until "
                   "the sublet work is back."
               exit paragraph
           end-if

           if woPickCount = 0
               display "Work order " in-WoNumber " has no lines "
                   "yet; add them with [2] first."
               exit paragraph
           end-if

           *> the job is finished, so nobody is still working it
           perform SET-CLOCK-NOW
           move in-WoNumber to clockWoOnly
           move 0 to clockTechOnly
           move "n" to clockStaleOnly
           move "C" to clockCloseStatus
           perform CLOSE-OPEN-CLOCKS
           if clockCloseCount > 0
               display clockCloseCount " clocking(s) still open on "
                   "the order were clocked off."
           end-if

           *> history lines carry their own sequence numbers now
           *> that the file is indexed; pull the counter forward
           *> once and advance it per line written
               move todaysDate to svcDate
               move wpDescription(wpIdx) to svcDescription
               move wpCost(wpIdx) to svcCost
               if woType = "R"
                   move 999999 to svcInvoiceNumber
               else
                   move nextInv to svcInvoiceNumber
               end-if
               move in-Odometer to svcOdometer
               move in-TechNumber to svcTechNumber
               move in-Warranty to svcWarrantyMonths
               write nextSvc-rec
           close nextSvcFile

           if woType = "R"
               move 0 to nextInv
               perform STAMP-SUBLETS
               perform COMPLETE-RECON-ORDER
               exit paragraph
           end-if

           *> the invoice is built from its lines: each work line
           *> as labour or sundries, then every part issued to the
           *> car since the order was opened, each taxed on its own
           *> so the lines add up to the document's total
           perform GET-TAX-RATE
           perform GET-CUSTOMER-TIER
           move 0 to tierDiscount
           move 0 to invLineNo
           move 0 to taxAmount
           open extend invLineFile
           perform varying wpIdx from 1 by 1
                   until wpIdx > woPickCount
               compute lineTax rounded =
                   wpCost(wpIdx) * taxRatePct / 100
               add 1 to invLineNo
               move spaces to invline-rec
               move nextInv to ivlInvNumber
               move invLineNo to ivlLineNo
               move wpType(wpIdx) to ivlType
               move wpDescription(wpIdx) to ivlDescription
               move 1 to ivlQty
               move wpCost(wpIdx) to ivlUnitPrice
               move wpCost(wpIdx) to ivlNet
               move lineTax to ivlTax
               write invline-rec
               add lineTax to taxAmount
               compute tierDiscount = tierDiscount
                   + wpListCost(wpIdx) - wpCost(wpIdx)
           end-perform
           close invLineFile

           move 0 to partsLineCount
           call "partsBill" using woCarId, woDate, nextInv,
               taxRatePct, invLineNo, lineTotal, taxAmount,
               partsLineCount, custTier, tierDiscount
           compute grossAmount = lineTotal + taxAmount

           open i-o invoiceDataFile
               move spaces to invoice-rec
               move nextInv to invNumber
               move woCustNumber to invCustNumber
               move invPostDate to invDate
               move grossAmount to invTotal
               move 0 to invPaid
               move 0 to invCredited
               move "O" to invStatus
               move taxAmount to invTax
               move custTier to invPriceTier
               move tierDiscount to invDiscount
               call "garageCode" using carsFileName, siteCode
               move siteCode to invGarage
               write invoice-rec
                   invalid key
                       rewrite invoice-rec
               write nextInv-rec
           close nextInvFile

           perform STAMP-SUBLETS
           perform STAMP-PLAN-VISITS

           open i-o woFile
               move in-WoNumber to woNumber
               read woFile
                       continue
                   not invalid key
                       move "C" to woStatus
                       move in-TechNumber to woTechNumber
                       move todaysDate to woDoneDate
                       perform STAMP-READY
                       rewrite wo-rec
               end-read
           close woFile
           call "mileageSync" using carsFileName, currentUser,
               woCarId, in-Odometer

           *> the customer hears the car is ready from the next
           *> gateway run rather than waiting on a phone call
           move "READY" to nqEvent
           move spaces to nqRef
           move in-WoNumber to nqRef
           move spaces to nqText
           string "Your vehicle " function trim(foundOwner)
               " is ready for collection"
               delimited by size into nqText
           call "notifyQueue" using nqEvent, nqRef, woCustNumber,
               nqText

           perform STAMP-ESTIMATE-INVOICE

           move grossAmount to displayMoney
           display "Work order " in-WoNumber " completed: "
               lineCount " line(s) into the service history, "
               partsLineCount " part(s) billed, "
               "draft invoice " nextInv " for " displayMoney
               " (incl. tax), appointment marked done."
           call "invLineTotals" using nextInv, subLabour, subParts,
               subSundry, subLineCount
           move subLabour to displayMoney
           move subParts to displayMoney2
           move subSundry to displayMoney3
           display "  labour " displayMoney "  parts "
               displayMoney2 "  sundries " displayMoney3
               " (net of tax)."
           if tierDiscount not = 0
               move tierDiscount to displaySigned
               display "  priced at the " function trim(tierName)
                   " tier: " function trim(displaySigned)
                   " off list."
           end-if
           if planCount > 0
               move planTotal to displayMoney
               display "  " planCount " visit(s) used from prepaid "
                   "plans, worth " function trim(displayMoney) "."
           end-if.

      *> a month closed at period end takes no more postings; the
      *> operator may post into the month still open instead. The
      *> work itself keeps today's date; only the invoice moves
       CHECK-POSTING-PERIOD.
           call "periodCheck" using invPostDate, periodOk,
               periodOpenDate
           if periodOk not = "y"
               display "Month " invPostDate(1:6) " is closed to "
                   "posting."
               display "Post it dated " periodOpenDate
                   " in the open period instead? (y/n) "
                   no advancing
               accept periodAnswer
               if periodAnswer = 'y' or periodAnswer = 'Y'
                   move periodOpenDate to invPostDate
                   move "y" to periodOk
               else
                   display "Nothing posted."
               end-if
           end-if.

      *> reconditioning is charged to the car, not invoiced: the
      *> work is in the service history for the sale margin, and
      *> the car comes out of recon ready to be priced
       COMPLETE-RECON-ORDER.
           open i-o woFile
               move in-WoNumber to woNumber
               read woFile
                   invalid key
                       continue
                   not invalid key
                       move "C" to woStatus
                       move in-TechNumber to woTechNumber
                       move todaysDate to woDoneDate
                       perform STAMP-READY
                       rewrite wo-rec
               end-read
           close woFile

           call "mileageSync" using carsFileName, currentUser,
               woCarId, in-Odometer

           move "R" to rsAction
           call "reconStatus" using rsAction, rsGarage, rsCarId,
               in-WoNumber, rsBudget, rsSpend, rsStatus, currentUser
           move rsSpend to displayMoney
           move rsBudget to displayMoney2
           display "Reconditioning order " in-WoNumber " completed: "
               lineCount " line(s) into the service history; spent "
               function trim(displayMoney) " against a budget of "
               function trim(displayMoney2) "."
           display "Car " woCarId " is ready for sale.".

      *> the invoice the quote turned into, kept on the estimate
      *> for the estimate-against-invoice comparison
       STAMP-ESTIMATE-INVOICE.
           move "n" to estFound
           move "n" to estEof
           open i-o estimateDataFile
           if estStatus-fs not = "00"
               close estimateDataFile
               exit paragraph
           end-if
           perform until estEof = "y" or estFound = "y"
               read estimateDataFile next record
                   at end
                       move "y" to estEof
                   not at end
                       if estWoNumber = in-WoNumber
                           move "y" to estFound
                           move nextInv to estInvNumber
                           move grossAmount to estInvTotal
                           rewrite estimate-rec
                       end-if
               end-read
           end-perform
           close estimateDataFile.

       PICK-ONE-WO-LINE.
           if woPickCount >= 100
           add 1 to woPickCount
           move wlDescription to wpDescription(woPickCount)
           move wlCost to wpCost(woPickCount)
           if wlType = "S"
               move "S" to wpType(woPickCount)
           else
               move "L" to wpType(woPickCount)
           end-if
           move "N" to wpComeback(woPickCount)
           if wlListCost numeric
               move wlListCost to wpListCost(woPickCount)
           else
               move wlCost to wpListCost(woPickCount)
           end-if
           *> matching work still under guarantee is a comeback
           *> and goes on at zero
           call "comebackCheck" using woCarId,
           if comebackFlag = 'y'
               move "C" to wpComeback(woPickCount)
               move 0 to wpCost(woPickCount)
               move 0 to wpListCost(woPickCount)
               display "Line '" function trim(wlDescription)
                   "' flagged as a warranty comeback; invoiced "
                   "at zero."
           end-if
           move wlJobCode to wpJobCode(woPickCount)
           move 0 to wpPlanNumber(woPickCount)
           move 0 to wpPlanVisit(woPickCount)
           move 0 to wpPlanValue(woPickCount)
           if comebackFlag not = 'y' and woType not = "R"
               perform CHECK-PLAN-COVER
           end-if.

      *> a catalog job a prepaid plan on the car still covers is
      *> invoiced at zero; a second line for the same job on the
      *> order takes the plan's next unused visit, if it has one
       CHECK-PLAN-COVER.
           if wlJobCode = spaces or wlJobCode = low-values
               or wpCost(woPickCount) = 0
               exit paragraph
           end-if
           move 0 to planSkip
           perform varying planIdx from 1 by 1
                   until planIdx >= woPickCount
               if wpJobCode(planIdx) = wlJobCode
                   and wpPlanNumber(planIdx) not = 0
                   add 1 to planSkip
               end-if
           end-perform
           move "F" to planAction
           call "planRedeem" using planAction, carsFileName,
               woCarId, wlJobCode, planSkip, todaysDate, nextInv,
               in-WoNumber, planNumber, planVisit, planValue
           if planNumber = 0
               exit paragraph
           end-if
           move planNumber to wpPlanNumber(woPickCount)
           move planVisit to wpPlanVisit(woPickCount)
           move 0 to wpCost(woPickCount)
           move 0 to wpListCost(woPickCount)
           display "Line '" function trim(wlDescription)
               "' is covered by prepaid plan " planNumber
               "; invoiced at zero."
           move planValue to wpPlanValue(woPickCount).

      *> the visits are used up only once the invoice they went on
      *> at zero has been written
       STAMP-PLAN-VISITS.
           move 0 to planCount
           move 0 to planTotal
           perform varying wpIdx from 1 by 1
                   until wpIdx > woPickCount
               if wpPlanNumber(wpIdx) not = 0
                   move "R" to planAction
                   move wpJobCode(wpIdx) to in-JobCode
                   move wpPlanNumber(wpIdx) to planNumber
                   move wpPlanVisit(wpIdx) to planVisit
                   move 0 to planSkip
                   call "planRedeem" using planAction, carsFileName,
                       woCarId, in-JobCode, planSkip, todaysDate,
                       nextInv, in-WoNumber, planNumber, planVisit,
                       planValue
                   add 1 to planCount
                   add wpPlanValue(wpIdx) to planTotal
               end-if
           end-perform.

      *> work sent out on the order becomes a line of its own: the
      *> vendor's actual cost when their invoice is in, the expected
      *> cost until then, plus the markup - to the customer as
      *> labour, to a reconditioning order at cost. Work still out
      *> with the vendor has to be confirmed before the car goes
       PICK-SUBLETS.
           move 0 to slPickCount
           move 0 to subletOutCount
           move "n" to subletHold
           move 20 to subletMarkup
           open input subletMkFile
           if subletMkStatus = "00"
               read subletMkFile
                   not at end
                       move subletMk-rec to subletMarkup
               end-read
           end-if
           close subletMkFile
           if woType = "R"
               move 0 to subletMarkup
           end-if

           move "n" to subletEof
           open input subletFile
           if subletStatus not = "00"
               close subletFile
               exit paragraph
           end-if
           perform until subletEof = "y"
               read subletFile next record
                   at end
                       move "y" to subletEof
                   not at end
                       if sbWoNumber = in-WoNumber
                           and sbStatus not = "X"
                           and sbInvNumber = 0
                           perform PICK-ONE-SUBLET
                       end-if
               end-read
           end-perform
           close subletFile
           if subletOutCount > 0
               display subletOutCount " sublet job(s) on the order "
                   "are not back from the vendor yet."
               display "Complete the order anyway? (y/n) "
                   no advancing
               accept subletAnswer
               if subletAnswer not = "y" and subletAnswer not = "Y"
                   move "y" to subletHold
               end-if
           end-if.

       PICK-ONE-SUBLET.
           if woPickCount >= 100 or slPickCount >= 20
               display "Sublet " sbNumber " could not be added; "
                   "the order has too many lines."
               exit paragraph
           end-if
           if sbStatus = "O"
               add 1 to subletOutCount
           end-if
           if sbActualCost > 0
               move sbActualCost to subletBase
           else
               move sbExpCost to subletBase
           end-if
           add 1 to slPickCount
           move sbNumber to slpNumber(slPickCount)
           move subletBase to slpBase(slPickCount)
           compute slpCharge(slPickCount) rounded =
               subletBase * (100 + subletMarkup) / 100
           add 1 to woPickCount
           move spaces to wpDescription(woPickCount)
           string "Sublet: " sbDescription delimited by size
               into wpDescription(woPickCount)
           move slpCharge(slPickCount) to wpCost(woPickCount)
           move slpCharge(slPickCount) to wpListCost(woPickCount)
           move "L" to wpType(woPickCount)
           move "N" to wpComeback(woPickCount)
           move spaces to wpJobCode(woPickCount)
           move 0 to wpPlanNumber(woPickCount)
           move 0 to wpPlanVisit(woPickCount)
           move 0 to wpPlanValue(woPickCount).

      *> the sublet lines remember what they were charged at and on
      *> which invoice, for the below-cost check once the vendor's
      *> own bill is in
       STAMP-SUBLETS.
           if slPickCount = 0
               exit paragraph
           end-if
           open i-o subletFile
           perform varying slpIdx from 1 by 1
                   until slpIdx > slPickCount
               move slpNumber(slpIdx) to sbNumber
               read subletFile
                   invalid key
                       continue
                   not invalid key
                       move slpBase(slpIdx) to sbChargedCost
                       move subletMarkup to sbMarkupPct
                       move slpCharge(slpIdx) to sbCharge
                       move nextInv to sbInvNumber
                       rewrite sublet-rec
               end-read
           end-perform
           close subletFile.

       VIEW-OPEN-ORDERS.
           move "n" to eof
           move 0 to listCount
                       if woStatus = "O"
                           and woGarage = carsFileName
                           add 1 to listCount
                           if woType = "R"
                               display "WO " woNumber
                                   "  RECONDITIONING   "
                                   "      car id " woCarId
                                   "  opened " woDate
                           else
                               display "WO " woNumber
                                   "  appt " woApptNumber
                                   "  customer " woCustNumber
                                   "  car id " woCarId
                                   "  opened " woDate
                           end-if
                       end-if
               end-read
           end-perform
           close woFile
           display "Open work orders here: " listCount.

      *> the customer is told at the desk when the car will be
      *> ready; today at five unless they are told otherwise
       GET-PROMISE.
           display "Promised ready date (yyyymmdd, enter for "
               "today): " no advancing
           accept in-PromDate
           if in-PromDate = 0
               move todaysDate to in-PromDate
           end-if
           if in-PromDate < todaysDate
               or function test-date-yyyymmdd(in-PromDate) not = 0
               display "Not a date from today on; promised for "
                   "today."
               move todaysDate to in-PromDate
           end-if
           display "Promised ready time (hhmm, enter for 1700): "
               no advancing
           accept in-PromTime
           if in-PromTime = 0
               move 1700 to in-PromTime
           end-if
           if in-PromTime > 2359 or in-PromTime(3:2) > "59"
               display "Not a time of day; promised for 1700."
               move 1700 to in-PromTime
           end-if.

      *> the first time a job is ready is the time it is judged
      *> against its promise, however long it then waits for the
      *> paperwork
       STAMP-READY.
           perform SET-CLOCK-NOW
           move "R" to woProgress
           move nowDate to woProgDate
           move nowTime to woProgTime
           if woReadyDate not numeric or woReadyDate = 0
               move nowDate to woReadyDate
               move nowTime to woReadyTime
           end-if.

      *> the job moves through the workshop and the board follows
      *> it; a job held up for parts or authorisation can be given
      *> a new promise while the customer is on the phone
       UPDATE-PROGRESS.
           display "Work order number: " no advancing
           accept in-WoNumber
           perform READ-OPEN-WO
           if woStatus-fs not = "00"
               exit paragraph
           end-if
           move woProgress to in-Progress
           perform NAME-PROGRESS
           display "WO " woNumber "  car id " woCarId "  now: "
               function trim(progressName)
           display "(W) waiting  (I) in progress  (P) waiting parts"
           display "(A) waiting authorisation  (T) road test  "
               "(R) ready"
           display "New progress: " no advancing
           accept in-Progress
           move function upper-case(in-Progress) to in-Progress
           if in-Progress not = "W" and not = "I" and not = "P"
               and not = "A" and not = "T" and not = "R"
               display "Not a progress code; nothing changed."
               exit paragraph
           end-if
           move "n" to in-Repromise
           if in-Progress not = "R"
               display "Give the customer a new promised time? "
                   "(y/n) " no advancing
               accept in-Repromise
           end-if
           if in-Repromise = "y" or in-Repromise = "Y"
               accept todaysDate from date yyyymmdd
               perform GET-PROMISE
           end-if

           open i-o woFile
               move in-WoNumber to woNumber
               read woFile
                   invalid key
                       continue
                   not invalid key
                       if in-Progress = "R"
                           perform STAMP-READY
                       else
                           perform SET-CLOCK-NOW
                           move in-Progress to woProgress
                           move nowDate to woProgDate
                           move nowTime to woProgTime
                       end-if
                       if in-Repromise = "y" or in-Repromise = "Y"
                           move in-PromDate to woPromDate
                           move in-PromTime to woPromTime
                       end-if
                       rewrite wo-rec
               end-read
           close woFile
           perform NAME-PROGRESS
           display "Work order " in-WoNumber " is now "
               function trim(progressName) ".".

       NAME-PROGRESS.
           evaluate in-Progress
               when "I"
                   move "in progress" to progressName
               when "P"
                   move "waiting parts" to progressName
               when "A"
                   move "waiting authorisation" to progressName
               when "T"
                   move "road test" to progressName
               when "R"
                   move "ready" to progressName
               when other
                   move "waiting" to progressName
           end-evaluate.

      *> this garage's open jobs in promised-time order, the late
      *> ones marked, so the foreman works down the list and the
      *> desk can answer "when will it be ready" at a glance
       WORKSHOP-BOARD.
           perform SET-CLOCK-NOW
           compute nowKey = nowDate * 10000 + nowTime
           move 0 to boardCount
           move 0 to lateCount
           move "n" to boardEof
           open input woFile
           if woStatus-fs not = "00"
               close woFile
               display "No work orders are on file."
               exit paragraph
           end-if
           open output boardWorkFile
           perform until boardEof = "y"
               read woFile next record
                   at end
                       move "y" to boardEof
                   not at end
                       if woStatus = "O"
                           and woGarage = carsFileName
                           perform BOARD-ONE-ORDER
                       end-if
               end-read
           end-perform
           close boardWorkFile
           close woFile

           sort boardSortFile
               on ascending key bsPromKey
               using boardWorkFile
               giving boardFile

           display "======== WORKSHOP BOARD " nowDate " " nowTime
               " (" function trim(carsFileName) ") ========"
           display "Promised        WO      Car"
               "                               Progress"
           move "n" to boardEof
           open input carsFile
           open input boardFile
           perform until boardEof = "y"
               read boardFile
                   at end
                       move "y" to boardEof
                   not at end
                       perform SHOW-BOARD-LINE
               end-read
           end-perform
           close boardFile
           close carsFile
           display "Open jobs: " boardCount "  late: " lateCount.

       BOARD-ONE-ORDER.
           move spaces to board-rec
           *> jobs with no promise - reconditioning, and orders
           *> opened before promises were kept - sort to the foot
           if woPromDate numeric and woPromDate > 0
               move woPromDate to bdPromDate
               move woPromTime to bdPromTime
           else
               move 99999999 to bdPromDate
               move 9999 to bdPromTime
           end-if
           move woNumber to bdWoNumber
           move woCarId to bdCarId
           move woCustNumber to bdCustNumber
           if woProgress = space or woProgress = low-value
               move "W" to bdProgress
           else
               move woProgress to bdProgress
           end-if
           move woType to bdType
           write boardWork-rec from board-rec.

       SHOW-BOARD-LINE.
           add 1 to boardCount
           move spaces to boardCar
           move bdCarId to recordId
           if carsFileStatus not = "35"
               read carsFile
                   invalid key
                       continue
                   not invalid key
                       move carOwned to boardCar
               end-read
           end-if
           move bdProgress to in-Progress
           perform NAME-PROGRESS
           move spaces to lateFlag
           if bdPromDate not = 99999999
               and bdPromDate * 10000 + bdPromTime < nowKey
               and bdProgress not = "R"
               move "** LATE" to lateFlag
               add 1 to lateCount
           end-if
           if bdPromDate = 99999999
               if bdType = "R"
                   display "(recon)        " bdWoNumber "  "
                       boardCar "  " function trim(progressName)
               else
                   display "(no promise)   " bdWoNumber "  "
                       boardCar "  " function trim(progressName)
               end-if
           else
               display bdPromDate " " bdPromTime "  " bdWoNumber
                   "  " boardCar "  " function trim(progressName)
                   "  " lateFlag
           end-if.

       READ-OPEN-WO.
           open input woFile
           if woStatus-fs not = "00"
               move "99" to woStatus-fs
           end-if.

      *> the work order's customer sets the tier; a customer no
      *> longer on the master is priced as retail
       GET-CUSTOMER-TIER.
           move space to custTier
           open input customerFile
           if customerStatus = "00"
               move woCustNumber to custNumber
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move custPriceTier to custTier
               end-read
           end-if
           close customerFile
           call "tierLookup" using custTier, tierName,
               tierLabourFactor, tierPartsPct.

       LOOK-UP-JOB.
           open input jobCatFile-fd
           if jobStatus not = "00"
                       "free-text."
               not invalid key
                   move jobDescription to in-Description
                   move jobPrice to in-ListCost
                   compute in-Cost rounded =
                       jobPrice * tierLabourFactor
                   move "y" to jobPicked
                   display "Standard job: "
                       function trim(jobDescription)
                       " at " jobPrice " (" jobHours " hour(s))."
                   if in-Cost not = jobPrice
                       display "  at the " function trim(tierName)
                           " tier: " in-Cost
                   end-if
           end-read
           close jobCatFile-fd.

           end-read
           close techDataFile.

      *> a tech clocks onto one line of an order at a time;
      *> clocking onto a second job stops the first, and a clocking
      *> forgotten overnight is closed at the end of its shift
       TECH-CLOCK.
           display "Technician number: " no advancing
           accept in-TechNumber
           open input techDataFile
           if techStatus not = "00"
               close techDataFile
               display "The technician master is empty."
               exit paragraph
           end-if
           move in-TechNumber to techNumber
           read techDataFile
               invalid key
                   display "No technician " in-TechNumber
                       " is on the master."
                   close techDataFile
                   exit paragraph
           end-read
           close techDataFile
           if techActive not = "A"
               display "Technician " function trim(techName)
                   " is not active."
               exit paragraph
           end-if

           display function trim(techName)
               ": clock (o)n to a job, or of(f)? " no advancing
           accept in-ClockAction
           perform SET-CLOCK-NOW
           move 0 to clockWoOnly
           move in-TechNumber to clockTechOnly
           move "n" to clockStaleOnly

           if in-ClockAction = 'f' or in-ClockAction = 'F'
               move "C" to clockCloseStatus
               perform CLOSE-OPEN-CLOCKS
               if clockCloseCount = 0
                   display function trim(techName)
                       " is not on the clock."
               end-if
               exit paragraph
           end-if
           if in-ClockAction not = 'o' and in-ClockAction not = 'O'
               display "Nothing recorded."
               exit paragraph
           end-if

           display "Work order number: " no advancing
           accept in-WoNumber
           perform READ-OPEN-WO
           if woStatus-fs not = "00"
               exit paragraph
           end-if
           move 0 to in-LineNo
           perform PICK-CLOCK-LINE
           if clockLineFound not = "y"
               exit paragraph
           end-if

           move "S" to clockCloseStatus
           perform CLOSE-OPEN-CLOCKS

           *> book time is allowed once per line, on its first
           *> clocking, however many sittings the job takes
           move 0 to clockBookHours
           move "n" to clockLineSeen
           move "n" to clockEof
           open input timeClockFile
           if clockStatus = "00"
               perform until clockEof = "y" or clockLineSeen = "y"
                   read timeClockFile next record
                       at end
                           move "y" to clockEof
                       not at end
                           if tcWoNumber = in-WoNumber
                               and tcLineNo = in-LineNo
                               move "y" to clockLineSeen
                           end-if
                   end-read
               end-perform
           end-if
           close timeClockFile
           if clockLineSeen = "n"
               and function trim(clockJobCode) not = spaces
               open input jobCatFile-fd
               if jobStatus = "00"
                   move clockJobCode to jobCode
                   read jobCatFile-fd
                       invalid key
                           continue
                       not invalid key
                           move jobHours to clockBookHours
                   end-read
               end-if
               close jobCatFile-fd
           end-if

           open input nextClockFile
               read nextClockFile
                   at end
                       move 0 to nextClock
                   not at end
                       move nextClock-rec to nextClock
               end-read
           close nextClockFile
           add 1 to nextClock

           open i-o timeClockFile
           if clockStatus not = "00"
               close timeClockFile
               open output timeClockFile
               close timeClockFile
               open i-o timeClockFile
           end-if
               move spaces to timeClock-rec
               move nextClock to tcNumber
               move in-TechNumber to tcTechNumber
               move in-WoNumber to tcWoNumber
               move in-LineNo to tcLineNo
               move clockJobCode to tcJobCode
               move clockBookHours to tcBookHours
               move nowDate to tcStartDate
               move nowTime to tcStartTime
               move 0 to tcStopDate
               move 0 to tcStopTime
               move 0 to tcMinutes
               move "O" to tcStatus
               write timeClock-rec
                   invalid key
                       display "Clocking number clash; the "
                           "counter file may be out of step."
                   not invalid key
                       open output nextClockFile
                           move nextClock to nextClock-rec
                           write nextClock-rec
                       close nextClockFile
                       display function trim(techName)
                           " clocked on to work order " in-WoNumber
                           " line " in-LineNo " ("
                           function trim(clockLineDesc) ") at "
                           nowTime "."
               end-write
           close timeClockFile.

      *> the order's lines numbered in the order they went on, which
      *> is how a clocking names its line
       PICK-CLOCK-LINE.
           move "n" to clockLineFound
           move 0 to clockLineNo
           move "n" to eof
           open input woLineFile
           if woLineStatus not = "00"
               close woLineFile
               display "The work order has no lines yet; add them "
                   "with [2] first."
               exit paragraph
           end-if
           perform until eof = "y"
               read woLineFile
                   at end
                       move "y" to eof
                   not at end
                       if wlWoNumber = in-WoNumber
                           add 1 to clockLineNo
                           display "  " clockLineNo " "
                               wlDescription
                       end-if
               end-read
           end-perform
           close woLineFile
           if clockLineNo = 0
               display "The work order has no lines yet; add them "
                   "with [2] first."
               exit paragraph
           end-if

           display "Line number: " no advancing
           accept in-LineNo
           move 0 to clockLineNo
           move "n" to eof
           open input woLineFile
           perform until eof = "y" or clockLineFound = "y"
               read woLineFile
                   at end
                       move "y" to eof
                   not at end
                       if wlWoNumber = in-WoNumber
                           add 1 to clockLineNo
                           if clockLineNo = in-LineNo
                               move "y" to clockLineFound
                               move wlDescription to clockLineDesc
                               move wlJobCode to clockJobCode
                           end-if
                       end-if
               end-read
           end-perform
           close woLineFile
           if clockLineFound not = "y"
               display "Work order " in-WoNumber " has no line "
                   in-LineNo "."
           end-if.

       SET-CLOCK-NOW.
           accept nowDate from date yyyymmdd
           accept timeNow from time
           move timeNow(1:4) to nowTime.

      *> clocks off whatever is open for the tech and/or work order
      *> asked for (0 = any); clockCloseStatus is how a same-day
      *> clocking is closed, anything from an earlier day is a
      *> forgotten clock-off
       CLOSE-OPEN-CLOCKS.
           move 0 to clockCloseCount
           move "n" to clockEof
           open i-o timeClockFile
           if clockStatus not = "00"
               close timeClockFile
               exit paragraph
           end-if
           perform until clockEof = "y"
               read timeClockFile next record
                   at end
                       move "y" to clockEof
                   not at end
                       if tcStatus = "O"
                           and (clockTechOnly = 0
                               or tcTechNumber = clockTechOnly)
                           and (clockWoOnly = 0
                               or tcWoNumber = clockWoOnly)
                           and (clockStaleOnly not = "y"
                               or tcStartDate < nowDate)
                           perform CLOSE-ONE-CLOCK
                           rewrite timeClock-rec
                       end-if
               end-read
           end-perform
           close timeClockFile.

       CLOSE-ONE-CLOCK.
           if tcStartDate < nowDate
               move tcStartDate to clockStopDate
               move shiftEndTime to clockStopTime
               if tcStartTime > shiftEndTime
                   move tcStartTime to clockStopTime
               end-if
               move "F" to tcStatus
           else
               move nowDate to clockStopDate
               move nowTime to clockStopTime
               move clockCloseStatus to tcStatus
           end-if
           move clockStopDate to tcStopDate
           move clockStopTime to tcStopTime
           compute startMinutes =
               function integer-of-date(tcStartDate) * 1440
               + function integer-part(tcStartTime / 100) * 60
               + function mod(tcStartTime, 100)
           compute stopMinutes =
               function integer-of-date(tcStopDate) * 1440
               + function integer-part(tcStopTime / 100) * 60
               + function mod(tcStopTime, 100)
           if stopMinutes > startMinutes
               compute tcMinutes = stopMinutes - startMinutes
           else
               move 0 to tcMinutes
           end-if
           add 1 to clockCloseCount
           compute displayHours rounded = tcMinutes / 60
           if tcStatus = "F"
               display "Tech " tcTechNumber " WO " tcWoNumber
                   " line " tcLineNo " left on the clock from "
                   tcStartDate "; closed at end of shift, "
                   displayHours " hour(s)."
           else
               display "Tech " tcTechNumber " clocked off WO "
                   tcWoNumber " line " tcLineNo " at " tcStopTime
                   ", " displayHours " hour(s)."
           end-if.

      *> the floor as it stands: yesterday's forgotten clockings
      *> are closed off first, then everyone still on a job listed
       WHO-IS-CLOCKED.
           perform SET-CLOCK-NOW
           move 0 to clockWoOnly
           move 0 to clockTechOnly
           move "y" to clockStaleOnly
           perform CLOSE-OPEN-CLOCKS
           move "n" to clockStaleOnly

           move 0 to listCount
           move "n" to clockEof
           open input timeClockFile
           if clockStatus not = "00"
               close timeClockFile
               display "Nobody has clocked on yet."
               exit paragraph
           end-if
           perform until clockEof = "y"
               read timeClockFile next record
                   at end
                       move "y" to clockEof
                   not at end
                       if tcStatus = "O"
                           add 1 to listCount
                           display "Tech " tcTechNumber
                               "  WO " tcWoNumber
                               "  line " tcLineNo
                               "  " tcJobCode
                               "  since " tcStartTime
                       end-if
               end-read
           end-perform
           close timeClockFile
           display "On the clock now: " listCount.

      *> the standing rate is configurable in TAXRATE.DAT; seeded
      *> at the standard 20% the first time through
       GET-TAX-RATE.
