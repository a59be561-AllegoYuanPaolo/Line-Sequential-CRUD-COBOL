        IDENTIFICATION DIVISION.
        PROGRAM-ID. estimateFile.
       environment division.
           input-output section.
               file-control.
                   select optional estimateDataFile
                       assign to "ESTIMATE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is estNumber
                       file status is estStatus-fs.

                   select optional nextEstFile
                       assign to "NEXTEST.DAT"
                       organization is line sequential.

                   select optional estLineFile
                       assign to "ESTLINE.DAT"
                       organization is line sequential
                       file status is estLineStatus.

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

                   select optional jobCatFile-fd
                       assign to "JOBCAT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is jobCode
                       file status is jobStatus.

                   select optional partsDataFile
                       assign to "PARTS.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is partNumber
                       file status is partsStatus.

                   select optional taxRateFile
                       assign to "TAXRATE.DAT"
                       organization is line sequential
                       file status is taxRateStatus.

                   select optional estPrintFile
                       assign to "ESTPRINT.DAT"
                       organization is line sequential.

                   select optional estRptFile
                       assign to "ESTRPT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd estimateDataFile.
                   copy "ESTREC.CPY".
               fd nextEstFile.
                   01 nextEst-rec pic 9(06).
               fd estLineFile.
                   copy "ESTLINEREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd jobCatFile-fd.
                   copy "JOBREC.CPY".
               fd partsDataFile.
                   copy "PARTREC.CPY".
               fd taxRateFile.
                   01 taxRate-rec pic 9(02)v99.
               fd estPrintFile.
                   01 estPrintLine pic x(96).
               fd estRptFile.
                   01 estRptLine pic x(132).
           WORKING-STORAGE SECTION.
               01 estStatus-fs pic xx.
               01 estLineStatus pic xx.
               01 customerStatus pic xx.
               01 carsFileStatus pic xx.
               01 jobStatus pic xx.
               01 partsStatus pic xx.
               01 taxRateStatus pic xx.
               01 estExitFlag pic x value 'n'.
               01 estChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 in-EstNumber pic 9(06).
               01 partPrice pic 9(05)v99.
               01 in-CustNumber pic 9(06).
               01 in-CarId pic 9(06).
               01 in-JobCode pic x(08).
               01 in-PartNumber pic x(10).
               01 in-Qty pic 9(05).
               01 in-ValidDays pic 9(03).
               01 in-Decision pic x.
               01 in-Month pic 9(06).
               01 nextEst pic 9(06).
               01 taxRatePct pic 9(02)v99.
               01 estNetAmount pic 9(07)v99.
               01 estTaxAmount pic 9(07)v99.
               01 estGrossAmount pic 9(07)v99.
               01 dateInt pic 9(09).
               01 savedCustName pic x(24).
               01 savedCustAddress pic x(40).
               01 savedCarOwned pic x(32).
               01 savedVin pic x(17).
               01 listCount pic 9(04).
               01 displayMoney pic z(06)9.99.
               01 displayMoney2 pic z(06)9.99.
               01 displayMoney3 pic z(06)9.99.
               01 displaySigned pic -(07)9.99.
               01 displayQty pic z(04)9.
               01 displayPct pic -(03)9.9.
               01 variance pic s9(07)v99.
               01 variancePct pic s9(03)v9.
               01 rptCount pic 9(04).
               01 underCount pic 9(04).
               01 overCount pic 9(04).
               01 rptEstTotal pic 9(09)v99.
               01 rptInvTotal pic 9(09)v99.
               01 rptVariance pic s9(09)v99.
               01 displayMoney5 pic z(08)9.99.
               01 displaySigned5 pic -(09)9.99.
               01 printEstNumber pic 9(06).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the estimate's lines, priced and held while it is
               *> being built so nothing lands on file until the
               *> whole quote is there
               01 estBuild-table.
                   02 estBuild-entry occurs 50 times
                           indexed by ebIdx.
                       03 ebType pic x(01).
                       03 ebCode pic x(10).
                       03 ebDescription pic x(30).
                       03 ebQty pic 9(05).
                       03 ebUnitPrice pic 9(05)v99.
                       03 ebNet pic 9(07)v99.
                       03 ebHours pic 9(02)v9.
               01 estBuildCount pic 9(02).
               01 stkAction pic x(01).
               01 stkQty pic s9(05).
               01 stkOnHand pic 9(05).
               01 stkReorder pic 9(05).
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING carsFileName, currentUser.
           perform with test after until estExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Repair Estimates --"
               display "[1] - New Estimate"
               display "[2] - Reprint an Estimate"
               display "[3] - Record Accept / Decline"
               display "[4] - Open Estimates"
               display "[5] - Estimate vs Invoice Report"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept estChoice

               evaluate estChoice
                   when "00"
                       move 'y' to estExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform NEW-ESTIMATE
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform REPRINT-ESTIMATE
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform RECORD-DECISION
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform OPEN-ESTIMATES
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform ESTIMATE-VS-INVOICE
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> the price given over the phone, on file instead of a
      *> sticky note: flat-rate jobs off the catalog and parts off
      *> the master, priced the way the invoice will price them,
      *> with a date after which the price no longer stands
       NEW-ESTIMATE.
           display "Customer number: " no advancing
           accept in-CustNumber
           open input customerFile
           if customerStatus not = "00"
               close customerFile
               display "The customer master is empty; add the "
                   "customer first."
               exit paragraph
           end-if
           move in-CustNumber to custNumber
           read customerFile
               invalid key
                   display "Customer number " in-CustNumber
                       " is not on the customer master."
                   close customerFile
                   exit paragraph
               not invalid key
                   move custName to savedCustName
                   move custAddress to savedCustAddress
                   display "Estimate for " function trim(custName)
           end-read
           close customerFile

           display "Vehicle record id: " no advancing
           accept in-CarId
           open input carsFile
           if carsFileStatus = "35"
               close carsFile
               display "Data file " function trim(carsFileName)
                   " does not exist yet."
               exit paragraph
           end-if
           move in-CarId to recordId
           read carsFile
               invalid key
                   display "Record id " in-CarId " is not in "
                       function trim(carsFileName) "."
                   close carsFile
                   exit paragraph
               not invalid key
                   move carOwned to savedCarOwned
                   move vin to savedVin
                   if carCustNumber not = in-CustNumber
                       display "Note: the car is not recorded "
                           "against this customer."
                   end-if
           end-read
           close carsFile

           move 0 to estBuildCount
           move spaces to in-JobCode
           perform with test after
                   until function trim(in-JobCode) = spaces
               display "Job code (enter when done): " no advancing
               accept in-JobCode
               if function trim(in-JobCode) not = spaces
                   perform ADD-JOB-LINE
               end-if
           end-perform

           move spaces to in-PartNumber
           perform with test after
                   until function trim(in-PartNumber) = spaces
               display "Part number (enter when done): "
                   no advancing
               accept in-PartNumber
               if function trim(in-PartNumber) not = spaces
                   perform ADD-PART-LINE
               end-if
           end-perform

           if estBuildCount = 0
               display "Nothing priced; no estimate raised."
               exit paragraph
           end-if

           display "Valid for how many days (enter for 30): "
               no advancing
           accept in-ValidDays
           if in-ValidDays = 0
               move 30 to in-ValidDays
           end-if

           move 0 to estNetAmount
           perform varying ebIdx from 1 by 1
                   until ebIdx > estBuildCount
               add ebNet(ebIdx) to estNetAmount
           end-perform
           perform GET-TAX-RATE
           compute estTaxAmount rounded =
               estNetAmount * taxRatePct / 100
           compute estGrossAmount = estNetAmount + estTaxAmount

           open input nextEstFile
               read nextEstFile
                   at end
                       move 0 to nextEst
                   not at end
                       move nextEst-rec to nextEst
               end-read
           close nextEstFile
           add 1 to nextEst

           accept todaysDate from date yyyymmdd
           compute dateInt =
               function integer-of-date(todaysDate) + in-ValidDays

           open i-o estimateDataFile
           if estStatus-fs not = "00"
               close estimateDataFile
               open output estimateDataFile
               close estimateDataFile
               open i-o estimateDataFile
           end-if
               move spaces to estimate-rec
               move nextEst to estNumber
               move in-CustNumber to estCustNumber
               move in-CarId to estCarId
               move carsFileName to estGarage
               move todaysDate to estDate
               compute estValidUntil =
                   function date-of-integer(dateInt)
               move estNetAmount to estNet
               move estTaxAmount to estTax
               move estGrossAmount to estTotal
               move "O" to estStatus
               move 0 to estDecisionDate
               move currentUser to estUser
               move 0 to estApptNumber
               move 0 to estWoNumber
               move 0 to estInvNumber
               move 0 to estInvTotal
               write estimate-rec
                   invalid key
                       display "Estimate number clash; the "
                           "counter file may be out of step."
                       close estimateDataFile
                       exit paragraph
               end-write
           close estimateDataFile

           open output nextEstFile
               move nextEst to nextEst-rec
               write nextEst-rec
           close nextEstFile

           open extend estLineFile
           perform varying ebIdx from 1 by 1
                   until ebIdx > estBuildCount
               move spaces to estLine-rec
               move nextEst to elEstNumber
               move ebType(ebIdx) to elType
               move ebCode(ebIdx) to elCode
               move ebDescription(ebIdx) to elDescription
               move ebQty(ebIdx) to elQty
               move ebUnitPrice(ebIdx) to elUnitPrice
               move ebNet(ebIdx) to elNet
               move ebHours(ebIdx) to elHours
               write estLine-rec
           end-perform
           close estLineFile

           move estGrossAmount to displayMoney
           display "Estimate " nextEst " raised: " estBuildCount
               " line(s), " displayMoney " incl. tax, valid to "
               estValidUntil "."

           move nextEst to printEstNumber
           perform PRINT-ESTIMATE.

       ADD-JOB-LINE.
           if estBuildCount >= 50
               display "An estimate holds 50 lines at most."
               exit paragraph
           end-if
           open input jobCatFile-fd
           if jobStatus not = "00"
               close jobCatFile-fd
               display "The job catalog is empty."
               exit paragraph
           end-if
           move function upper-case(in-JobCode) to jobCode
           read jobCatFile-fd
               invalid key
                   display "Job code " function trim(in-JobCode)
                       " is not on the catalog."
               not invalid key
                   add 1 to estBuildCount
                   move "J" to ebType(estBuildCount)
                   move jobCode to ebCode(estBuildCount)
                   move jobDescription
                       to ebDescription(estBuildCount)
                   move 1 to ebQty(estBuildCount)
                   move jobPrice to ebUnitPrice(estBuildCount)
                   move jobPrice to ebNet(estBuildCount)
                   move jobHours to ebHours(estBuildCount)
                   display "  " function trim(jobDescription)
                       " at " jobPrice " (" jobHours " hour(s))."
           end-read
           close jobCatFile-fd.

       ADD-PART-LINE.
           if estBuildCount >= 50
               display "An estimate holds 50 lines at most."
               exit paragraph
           end-if
           open input partsDataFile
           if partsStatus not = "00"
               close partsDataFile
               display "The parts master is empty."
               exit paragraph
           end-if
           move in-PartNumber to partNumber
           read partsDataFile
               invalid key
                   display "Part " function trim(in-PartNumber)
                       " is not on the parts master."
                   close partsDataFile
                   exit paragraph
           end-read
           close partsDataFile
           display "Quantity: " no advancing
           accept in-Qty
           if in-Qty = 0
               move 1 to in-Qty
           end-if
           add 1 to estBuildCount
           move "P" to ebType(estBuildCount)
           move partNumber to ebCode(estBuildCount)
           move partDescription to ebDescription(estBuildCount)
           move in-Qty to ebQty(estBuildCount)
           *> quoted at the list price, as the issue will bill it
           if partListPrice numeric and partListPrice > 0
               move partListPrice to partPrice
           else
               move partUnitCost to partPrice
           end-if
           move partPrice to ebUnitPrice(estBuildCount)
           compute ebNet(estBuildCount) = in-Qty * partPrice
           move 0 to ebHours(estBuildCount)
           display "  " in-Qty " x " function trim(partDescription)
               " at " partPrice " each."
           move "Q" to stkAction
           move 0 to stkQty
           call "siteStock" using stkAction, carsFileName,
               partNumber, partOnHand, partReorderPoint, stkQty,
               stkOnHand, stkReorder
           if stkOnHand < in-Qty
               display "  (only " stkOnHand " on hand here; allow "
                   "for ordering it in)"
           end-if.

      *> the document for the customer, rebuilt from the file so a
      *> reprint reads exactly like the original
       PRINT-ESTIMATE.
           open input estimateDataFile
           if estStatus-fs not = "00"
               close estimateDataFile
               display "No estimates are on file."
               exit paragraph
           end-if
           move printEstNumber to estNumber
           read estimateDataFile
               invalid key
                   display "No estimate " printEstNumber
                       " is on file."
                   close estimateDataFile
                   exit paragraph
           end-read
           close estimateDataFile

           move spaces to savedCustName
           move spaces to savedCustAddress
           open input customerFile
           if customerStatus = "00"
               move estCustNumber to custNumber
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move custName to savedCustName
                       move custAddress to savedCustAddress
               end-read
           end-if
           close customerFile

           open output estPrintFile
               move spaces to estPrintLine
               string "ESTIMATE " estNumber "   date " estDate
                   "   valid until " estValidUntil
                   delimited by size into estPrintLine
               write estPrintLine
               move spaces to estPrintLine
               string "For: " function trim(savedCustName)
                   delimited by size into estPrintLine
               write estPrintLine
               move spaces to estPrintLine
               string "     " function trim(savedCustAddress)
                   delimited by size into estPrintLine
               write estPrintLine
               move spaces to estPrintLine
               string "Vehicle: record id " estCarId
                   "  (" function trim(estGarage) ")"
                   delimited by size into estPrintLine
               write estPrintLine
               move spaces to estPrintLine
               write estPrintLine

               move "n" to eof
               open input estLineFile
               if estLineStatus not = "00"
                   move "y" to eof
               end-if
               perform until eof = "y"
                   read estLineFile
                       at end
                           move "y" to eof
                       not at end
                           if elEstNumber = estNumber
                               move elQty to displayQty
                               move elUnitPrice to displayMoney
                               move elNet to displayMoney2
                               move spaces to estPrintLine
                               if elType = "J"
                                   string "  LABOUR " elDescription
                                       "  " displayQty " x "
                                       displayMoney "  "
                                       displayMoney2
                                       delimited by size
                                       into estPrintLine
                               else
                                   string "  PARTS  " elDescription
                                       "  " displayQty " x "
                                       displayMoney "  "
                                       displayMoney2
                                       delimited by size
                                       into estPrintLine
                               end-if
                               write estPrintLine
                           end-if
                   end-read
               end-perform
               close estLineFile

               move spaces to estPrintLine
               write estPrintLine
               move estNet to displayMoney
               move spaces to estPrintLine
               string "  NET:       " displayMoney
                   delimited by size into estPrintLine
               write estPrintLine
               move estTax to displayMoney
               move spaces to estPrintLine
               string "  TAX:       " displayMoney
                   delimited by size into estPrintLine
               write estPrintLine
               move estTotal to displayMoney
               move spaces to estPrintLine
               string "  ESTIMATE:  " displayMoney
                   delimited by size into estPrintLine
               write estPrintLine
               move spaces to estPrintLine
               string "This price stands until " estValidUntil
                   ". Further work found once the car is in "
                   "is quoted before it is done."
                   delimited by size into estPrintLine
               write estPrintLine
           close estPrintFile
           display "Printable copy written to ESTPRINT.DAT."

           move "ESTIMATE" to spoolType
           move "ESTPRINT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       REPRINT-ESTIMATE.
           display "Estimate number: " no advancing
           accept printEstNumber
           perform PRINT-ESTIMATE.

      *> the customer's answer goes on the estimate; an accepted one
      *> is then booked in from the appointment desk, which carries
      *> its jobs through to the work order at check-in
       RECORD-DECISION.
           display "Estimate number: " no advancing
           accept in-EstNumber

           open i-o estimateDataFile
           if estStatus-fs not = "00"
               close estimateDataFile
               display "No estimates are on file."
               exit paragraph
           end-if
           move in-EstNumber to estNumber
           read estimateDataFile
               invalid key
                   display "No estimate " in-EstNumber
                       " is on file."
                   close estimateDataFile
                   exit paragraph
           end-read
           if estStatus not = "O"
               display "Estimate " estNumber " was already "
                   "decided (status " estStatus ") on "
                   estDecisionDate "."
               close estimateDataFile
               exit paragraph
           end-if

           accept todaysDate from date yyyymmdd
           move estTotal to displayMoney
           display "Estimate " estNumber " customer " estCustNumber
               "  car id " estCarId "  " displayMoney
               "  valid until " estValidUntil
           if todaysDate > estValidUntil
               display "The estimate has lapsed; it can only be "
                   "declined. Raise a fresh one at today's prices."
               display "Record it as (d)eclined? " no advancing
           else
               display "Customer (a)ccepted or (d)eclined? "
                   no advancing
           end-if
           accept in-Decision

           evaluate true
               when (in-Decision = 'a' or in-Decision = 'A')
                       and todaysDate <= estValidUntil
                   move "A" to estStatus
                   move todaysDate to estDecisionDate
                   rewrite estimate-rec
                   display "Estimate " estNumber " accepted. Book "
                       "the work from Service Appointments [1], "
                       "quoting the estimate number."
               when in-Decision = 'd' or in-Decision = 'D'
                   move "D" to estStatus
                   move todaysDate to estDecisionDate
                   rewrite estimate-rec
                   display "Estimate " estNumber " declined."
               when other
                   display "Nothing recorded."
           end-evaluate
           close estimateDataFile.

      *> quotes still waiting on an answer, lapsed ones marked so
      *> the desk can ring round before they go stale
       OPEN-ESTIMATES.
           accept todaysDate from date yyyymmdd
           move 0 to listCount
           move "n" to eof
           open input estimateDataFile
           if estStatus-fs not = "00"
               close estimateDataFile
               display "No estimates are on file."
               exit paragraph
           end-if
           perform until eof = "y"
               read estimateDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if estStatus = "O"
                           and estGarage = carsFileName
                           add 1 to listCount
                           move estTotal to displayMoney
                           if todaysDate > estValidUntil
                               display "Est " estNumber
                                   "  customer " estCustNumber
                                   "  car id " estCarId
                                   "  " displayMoney
                                   "  LAPSED " estValidUntil
                           else
                               display "Est " estNumber
                                   "  customer " estCustNumber
                                   "  car id " estCarId
                                   "  " displayMoney
                                   "  valid to " estValidUntil
                           end-if
                       end-if
               end-read
           end-perform
           close estimateDataFile
           display "Estimates awaiting an answer here: " listCount.

      *> every estimate that went all the way to an invoice, the
      *> quote against what was finally charged - a run of
      *> invoices above their estimates is a job we under-quote
       ESTIMATE-VS-INVOICE.
           display "Estimates raised in month (YYYYMM, enter for "
               "all): " no advancing
           accept in-Month

           accept todaysDate from date yyyymmdd
           move 0 to rptCount
           move 0 to underCount
           move 0 to overCount
           move 0 to rptEstTotal
           move 0 to rptInvTotal
           move 0 to rptVariance
           move "n" to eof
           open input estimateDataFile
           if estStatus-fs not = "00"
               close estimateDataFile
               display "No estimates are on file."
               exit paragraph
           end-if
           open output estRptFile
           move spaces to estRptLine
           string "Estimate vs invoice  run date: " todaysDate
               "  month: " in-Month
               delimited by size into estRptLine
           write estRptLine
           display function trim(estRptLine)
           move spaces to estRptLine
           string "  estimate / invoice / estimated / invoiced / "
               "difference / %"
               delimited by size into estRptLine
           write estRptLine
           display function trim(estRptLine)

           perform until eof = "y"
               read estimateDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if estInvNumber numeric
                           and estInvNumber > 0
                           and (in-Month = 0
                           or estDate(1:6) = in-Month)
                           perform REPORT-ONE-ESTIMATE
                       end-if
               end-read
           end-perform
           close estimateDataFile

           move rptEstTotal to displayMoney5
           move spaces to estRptLine
           string "Estimated: " displayMoney5
               delimited by size into estRptLine
           write estRptLine
           display function trim(estRptLine)
           move rptInvTotal to displayMoney5
           move spaces to estRptLine
           string "Invoiced:  " displayMoney5
               delimited by size into estRptLine
           write estRptLine
           display function trim(estRptLine)
           move rptVariance to displaySigned5
           move spaces to estRptLine
           string "Difference: " displaySigned5
               "  over " rptCount " estimate(s): " underCount
               " under-quoted, " overCount " over-quoted"
               delimited by size into estRptLine
           write estRptLine
           display function trim(estRptLine)
           close estRptFile
           display "Report written to ESTRPT.DAT."

           move "ESTVSINV" to spoolType
           move "ESTRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       REPORT-ONE-ESTIMATE.
           add 1 to rptCount
           add estTotal to rptEstTotal
           add estInvTotal to rptInvTotal
           compute variance = estInvTotal - estTotal
           add variance to rptVariance
           if variance > 0
               add 1 to underCount
           end-if
           if variance < 0
               add 1 to overCount
           end-if
           if estTotal > 0
               compute variancePct rounded =
                   variance * 100 / estTotal
           else
               move 0 to variancePct
           end-if
           move estTotal to displayMoney
           move estInvTotal to displayMoney2
           move variance to displaySigned
           move variancePct to displayPct
           move spaces to estRptLine
           string "  " estNumber " / " estInvNumber
               " / " displayMoney " / " displayMoney2
               " / " displaySigned " / " displayPct "%"
               delimited by size into estRptLine
           write estRptLine
           display function trim(estRptLine).

      *> the standing rate is configurable in TAXRATE.DAT; seeded
      *> at the standard 20% the first time through
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
