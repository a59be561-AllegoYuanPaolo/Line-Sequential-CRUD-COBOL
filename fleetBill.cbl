                   select optional fleetInvFile
                       assign to "FLEETINV.DAT"
                       organization is line sequential.

                   select optional invLineFile
                       assign to "INVLINE.DAT"
                       organization is line sequential.

                   select optional runLogFile
                       assign to "PERIODRUN.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd customerFile.
                   01 taxRate-rec pic 9(02)v99.
               fd fleetInvFile.
                   01 fleetInvLine pic x(132).
               fd invLineFile.
                   copy "INVLINEREC.CPY".
               fd runLogFile.
                   copy "RUNLOGREC.CPY".
            LOCAL-STORAGE SECTION.
               01 customerStatus pic xx.
               01 garageRegStatus pic xx.
               01 sweepFileName pic x(40).
               01 eof pic x value "n".
               01 todaysDate pic 9(08).
               01 periodOk pic x.
               01 periodOpenDate pic 9(08).
               01 periodAnswer pic x.
               01 nextInv pic 9(06) value 0.
               01 taxRatePct pic 9(02)v99.
               01 taxAmount pic 9(07)v99.
               01 stampedCount pic 9(05) value 0.
               01 invoicesRaised pic 9(03) value 0.
               01 displayMoney pic z(06)9.99.
               01 displayMoney2 pic z(06)9.99.
               01 displayMoney3 pic z(06)9.99.
               01 displaySigned pic -(06)9.99.
               01 tierName pic x(12).
               01 tierLabourFactor pic 9(01)v999.
               01 tierPartsPct pic s9(02)v99.
               01 lineTax pic 9(07)v99.
               01 allDates pic 9(08) value 0.
               01 candidateInv pic 9(06).
               01 workLineNo pic 9(03).
               01 carPartsNet pic 9(07)v99.
               01 carPartsTax pic 9(07)v99.
               01 carPartsCount pic 9(04).
               01 partsBilledCount pic 9(05) value 0.
               01 subLabour pic 9(07)v99.
               01 subParts pic 9(07)v99.
               01 subSundry pic 9(07)v99.
               01 subLineCount pic 9(04).

               *> every customer flagged as a fleet account, with
               *> the consolidated invoice being built up for them
                       03 fcuInvNumber pic 9(06).
                       03 fcuTotal pic 9(07)v99.
                       03 fcuLineCount pic 9(04).
                       03 fcuTax pic 9(07)v99.
                       03 fcuLineNo pic 9(03).
                       03 fcuTier pic x(01).
                       03 fcuDiscount pic s9(07)v99.
               01 fleetCustCount pic 9(02) value 0.
               01 fleetCustFull pic x value "n".

                   02 garage-entry occurs 20 times
                           indexed by garageIdx.
                       03 garageFileName pic x(40).
                       03 garageSite pic x(04).
                       03 garageShare pic 9(09)v99.
               01 garageCount pic 9(02) value 0.
               01 bestShare pic 9(09)v99.

               *> every vehicle owned by a fleet account across all
               *> garages - the join from a SVCHIST.DAT line back to
                       03 fcCustIdx pic 9(02).
                       03 fcCarOwned pic x(32).
                       03 fcGarage pic x(40).
                       03 fcGarageIdx pic 9(02).
                       03 fcTotal pic 9(07)v99.
                       03 fcLineCount pic 9(04).
               01 fleetCarCount pic 9(03) value 0.
               01 fleetCarFull pic x value "n".
               01 meYear pic 9(04).
               01 meMm pic 9(02).
               01 monthEndDate pic 9(08).
           LINKAGE SECTION.
               copy "MESTEPREC.CPY".
        PROCEDURE DIVISION USING meStep.
      *> the month-end sweep for fleet accounts: every un-invoiced
      *> service line on any of their vehicles, in any garage, is
      *> rolled into one consolidated invoice per account, with the
      *> printed copy broken down vehicle by vehicle
           move 0 to meCount
           move 0 to meAmount
           move "N" to meResult
           accept todaysDate from date yyyymmdd
           *> run for a month gone by, the invoices carry that
           *> month's last day
           if meMode = "B"
               perform MONTH-END-DATE
               if monthEndDate < todaysDate
                   move monthEndDate to todaysDate
               end-if
           end-if
           perform CHECK-POSTING-PERIOD
           if periodOk not = "y"
               goback
           end-if
           move "Y" to meResult

           move "n" to eof
           open input customerFile
                               move 0
                                   to fcuInvNumber(fleetCustCount)
                               move 0 to fcuTotal(fleetCustCount)
                               move 0 to fcuTax(fleetCustCount)
                               move 0 to fcuLineNo(fleetCustCount)
                               move custPriceTier
                                   to fcuTier(fleetCustCount)
                               move 0
                                   to fcuDiscount(fleetCustCount)
                               move 0
                                   to fcuLineCount(fleetCustCount)
                           else
                               add 1 to garageCount
                               move garFileName
                                   to garageFileName(garageCount)
                               move garCode
                                   to garageSite(garageCount)
                           end-if
                   end-read
               end-perform
           if garageCount = 0
               move 1 to garageCount
               move "cars.dat" to garageFileName(1)
               move spaces to garageSite(1)
           end-if

           perform varying garageIdx from 1 by 1

           *> the history is keyed by vehicle now: go straight to
           *> each fleet car's records and stamp its un-invoiced
           *> lines in place, each one going onto the account's
           *> invoice as a labour line taxed on its own
           perform GET-TAX-RATE
           open i-o serviceHistFile
           if serviceStatus not = "00"
               close serviceHistFile
               display "There are no service records on file."
               goback
           end-if
           open extend invLineFile
           perform varying fcIdx from 1 by 1
                   until fcIdx > fleetCarCount
               perform STAMP-CAR-LINES
           end-perform
           close invLineFile
           close serviceHistFile

           *> then the parts issued to each fleet car and not yet
           *> billed, onto the same consolidated invoice
           perform varying fcIdx from 1 by 1
                   until fcIdx > fleetCarCount
               perform BILL-CAR-PARTS
           end-perform

           if stampedCount = 0 and partsBilledCount = 0
               display "No un-invoiced work on any fleet vehicle."
               goback
           end-if

           open i-o invoiceDataFile
           if invFileStatus not = "00"
               close invoiceDataFile
                   until fcuIdx > fleetCustCount
               if fcuInvNumber(fcuIdx) > 0
                   add 1 to invoicesRaised
                   move fcuTax(fcuIdx) to taxAmount
                   compute grossAmount =
                       fcuTotal(fcuIdx) + taxAmount
                   move spaces to invoice-rec
                   move todaysDate to invDate
                   move grossAmount to invTotal
                   move 0 to invPaid
                   move 0 to invCredited
                   move "O" to invStatus
                   move taxAmount to invTax
                   add 1 to meCount
                   add grossAmount to meAmount
                   move fcuTier(fcuIdx) to invPriceTier
                   move fcuDiscount(fcuIdx) to invDiscount
                   perform PICK-INVOICE-SITE
                   write invoice-rec
                       invalid key
                           rewrite invoice-rec

           display "Fleet billing complete: " invoicesRaised
               " consolidated invoice(s) covering " stampedCount
               " service line(s) and " partsBilledCount
               " part issue(s); see FLEETINV.DAT."

           *> the month-end checklist looks for this run
           open extend runLogFile
               move "FLEETBIL" to rlRunType
               move todaysDate(1:6) to rlMonth
               move todaysDate to rlRunDate
               move spaces to rlUser
               write runLog-rec
           close runLogFile
       goback.

      *> the car record just read belongs in the sweep table if its
                       move carOwned to fcCarOwned(fleetCarCount)
                       move sweepFileName
                           to fcGarage(fleetCarCount)
                       set fcGarageIdx(fleetCarCount) to garageIdx
                       move 0 to fcTotal(fleetCarCount)
                       move 0 to fcLineCount(fleetCarCount)
                   else
               end-if
           end-perform.

      *> the account's invoice spans sites; it is tagged with the
      *> one whose cars carried the most of it
       PICK-INVOICE-SITE.
           perform varying garageIdx from 1 by 1
                   until garageIdx > garageCount
               move 0 to garageShare(garageIdx)
           end-perform
           perform varying fcIdx from 1 by 1
                   until fcIdx > fleetCarCount
               if fcCustIdx(fcIdx) = fcuIdx
                   add fcTotal(fcIdx)
                       to garageShare(fcGarageIdx(fcIdx))
               end-if
           end-perform
           move 0 to bestShare
           move garageSite(1) to invGarage
           perform varying garageIdx from 1 by 1
                   until garageIdx > garageCount
               if garageShare(garageIdx) > bestShare
                   move garageShare(garageIdx) to bestShare
                   move garageSite(garageIdx) to invGarage
               end-if
           end-perform.

      *> stamp one fleet vehicle's un-invoiced lines with its
      *> account's consolidated invoice number, minting one on the
      *> account's first billable line of the run
                               add 1 to fcuLineCount(fcuIdx)
                               add 1 to fcLineCount(fcIdx)
                               add 1 to stampedCount
                               perform WRITE-LABOUR-LINE
                               rewrite service-rec
                           end-if
                       end-if
               end-read
           end-perform.

       WRITE-LABOUR-LINE.
           compute lineTax rounded = svcCost * taxRatePct / 100
           add lineTax to fcuTax(fcuIdx)
           add 1 to fcuLineNo(fcuIdx)
           move spaces to invline-rec
           move fcuInvNumber(fcuIdx) to ivlInvNumber
           move fcuLineNo(fcuIdx) to ivlLineNo
           move "L" to ivlType
           move svcDescription to ivlDescription
           move 1 to ivlQty
           move svcCost to ivlUnitPrice
           move svcCost to ivlNet
           move lineTax to ivlTax
           write invline-rec.

      *> one fleet car's unbilled parts; an account whose only
      *> charges this month are parts gets its invoice number
      *> minted here, and only if there was something to bill
       BILL-CAR-PARTS.
           set fcuIdx to fcCustIdx(fcIdx)
           if fcuInvNumber(fcuIdx) = 0
               compute candidateInv = nextInv + 1
           else
               move fcuInvNumber(fcuIdx) to candidateInv
           end-if
           move fcuLineNo(fcuIdx) to workLineNo
           move 0 to carPartsNet
           move 0 to carPartsTax
           move 0 to carPartsCount
           call "partsBill" using fcCarId(fcIdx), allDates,
               candidateInv, taxRatePct, workLineNo, carPartsNet,
               carPartsTax, carPartsCount, fcuTier(fcuIdx),
               fcuDiscount(fcuIdx)
           if carPartsCount = 0
               exit paragraph
           end-if
           if fcuInvNumber(fcuIdx) = 0
               add 1 to nextInv
               move nextInv to fcuInvNumber(fcuIdx)
           end-if
           move workLineNo to fcuLineNo(fcuIdx)
           add carPartsNet to fcuTotal(fcuIdx)
           add carPartsNet to fcTotal(fcIdx)
           add carPartsTax to fcuTax(fcuIdx)
           add carPartsCount to fcuLineCount(fcuIdx)
           add carPartsCount to fcLineCount(fcIdx)
           add carPartsCount to partsBilledCount.

      *> the standing rate is configurable in TAXRATE.DAT; seeded
      *> at the standard 20% the first time through
       GET-TAX-RATE.
                       end-if
                   end-perform

                   *> the account's charges by kind, off the
                   *> invoice's own lines
                   call "invLineTotals" using fcuInvNumber(fcuIdx),
                       subLabour, subParts, subSundry, subLineCount
                   move subLabour to displayMoney
                   move subParts to displayMoney2
                   move subSundry to displayMoney3
                   move spaces to fleetInvLine
                   string "  LABOUR:    " displayMoney
                       "  PARTS: " displayMoney2
                       "  SUNDRIES: " displayMoney3
                       delimited by size into fleetInvLine
                   write fleetInvLine

                   move fcuTax(fcuIdx) to taxAmount
                   compute grossAmount =
                       fcuTotal(fcuIdx) + taxAmount
                   if fcuDiscount(fcuIdx) not = 0
                       call "tierLookup" using fcuTier(fcuIdx),
                           tierName, tierLabourFactor, tierPartsPct
                       move fcuDiscount(fcuIdx) to displaySigned
                       move spaces to fleetInvLine
                       string "  PRICE TIER: " function trim(tierName)
                           "   DISCOUNT GIVEN: "
                           function trim(displaySigned)
                           delimited by size into fleetInvLine
                       write fleetInvLine
                   end-if
                   move fcuTotal(fcuIdx) to displayMoney
                   move spaces to fleetInvLine
                   string "  NET:       " displayMoney
                   write fleetInvLine
                   move taxAmount to displayMoney
                   move spaces to fleetInvLine
                   string "  TAX:       " displayMoney
                       delimited by size into fleetInvLine
                   write fleetInvLine
                   move grossAmount to displayMoney
               end-if
           end-perform
           close fleetInvFile.

      *> a month closed at period end takes no more postings; the
      *> operator may post into the month still open instead
       CHECK-POSTING-PERIOD.
           call "periodCheck" using todaysDate, periodOk,
               periodOpenDate
           if periodOk not = "y" and meMode = "B"
               display "Month " todaysDate(1:6) " is closed to "
                   "posting; fleet billing not run."
               exit paragraph
           end-if
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
                   display "Nothing posted."
               end-if
           end-if.

      *> the last day of the month being run
       MONTH-END-DATE.
           move meMonth(1:4) to meYear
           move meMonth(5:2) to meMm
           if meMm = 12
               add 1 to meYear
               move 1 to meMm
           else
               add 1 to meMm
           end-if
           compute monthEndDate = function date-of-integer(
               function integer-of-date(meYear * 10000 + meMm * 100
               + 1) - 1).
