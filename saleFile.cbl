                       assign to "PAYMENT.DAT"
                       organization is line sequential.

                   select optional lenderFile
                       assign to "LENDER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is lenderCode
                       file status is lenderStatus.

                   select optional finDealFile
                       assign to "FINDEAL.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is fdNumber
                       alternate record key is fdVehicle
                           with duplicates
                       alternate record key is fdLenderCode
                           with duplicates
                       file status is finDealStatus.

                   select optional nextDealFile
                       assign to "NEXTDEAL.DAT"
                       organization is line sequential.

                   select optional serviceHistFile
                       assign to "SVCHIST.DAT"
                       organization is indexed
                       02 payDate pic 9(08).
                       02 payAmount pic 9(07)v99.
                       02 payMethod pic x(01).
                       02 payGarage pic x(04).
               fd serviceHistFile.
                   copy "SERVICEREC.CPY".
               fd lenderFile.
                   copy "LENDERREC.CPY".
               fd finDealFile.
                   copy "FINDEALREC.CPY".
               fd nextDealFile.
                   01 nextDeal-rec pic 9(06).
           WORKING-STORAGE SECTION.
               01 carsFileStatus pic xx.
               01 customerStatus pic xx.
               01 in-Price pic 9(07)v99.
               01 in-Buyer pic 9(06).
               01 todaysDate pic 9(08).
               01 periodOk pic x.
               01 periodOpenDate pic 9(08).
               01 periodAnswer pic x.
               01 nowTime pic 9(08).
               01 displayMoney pic z(08)9.99.
               01 rptMonth pic 9(06).
               01 flaggedCount pic 9(04).
               01 reviewCount pic 9(04).
               01 newPrice pic 9(07)v99.
               01 cutCount pic 9(04).
               01 aqAction pic x(01).
               01 aqApAction pic x(06).
               01 aqGarage pic x(40).
               01 aqRef pic x(44).
               01 aqBefore pic x(30).
               01 aqAfter pic x(30).
               01 aqAmountBefore pic 9(07)v99.
               01 aqAmountAfter pic 9(07)v99.
               01 aqNumber pic 9(06).
               01 depositStatus pic xx.
               01 invFileStatus pic xx.
               01 in-DepNumber pic 9(06).
               01 spPrintIdx pic 9(02).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> consignment cars are the owner's, not our stock:
               *> the settlement subprogram's block, and the
               *> separate totals they are reported under
               01 csAction pic x(01).
               01 csNumber pic 9(06).
               01 csStatus pic x(01).
               01 csMinPrice pic 9(07)v99.
               01 csEndDate pic 9(08).
               01 csSalePrice pic 9(07)v99.
               01 csSaleDate pic 9(08).
               01 csFee pic 9(07)v99.
               01 consignSale pic x.
               01 consignAnswer pic x.
               01 consignCount pic 9(04).
               01 consignTotal pic 9(09)v99.
               01 consignFees pic 9(09)v99.

               *> a sale paid for by a lender
               01 lenderStatus pic xx.
               01 finDealStatus pic xx.
               01 financeAnswer pic x.
               01 planAnswer pic x.
               01 in-LenderCode pic x(06).
               01 in-CustDeposit pic 9(07)v99.
               01 in-Financed pic 9(07)v99.
               01 in-Term pic 9(03).
               01 in-Reserve pic 9(07)v99.
               01 nextDeal pic 9(06).
               01 lenderOk pic x.

               *> a trade-in goes through the workshop before it
               *> can be priced or held
               01 rsAction pic x(01).
               01 rsCarId pic 9(06).
               01 rsWoNumber pic 9(06).
               01 rsBudget pic 9(07)v99.
               01 rsSpend pic 9(07)v99.
               01 rsStatus pic x(01).
               01 reconAnswer pic x.
               01 reconReady pic x.
               01 siteCode pic x(04).

               *> the change of keeper notice queued for the
               *> licensing authority
               01 kqType pic x(01).
               01 kqRegMark pic x(10).
               01 kqCustNumber pic 9(06).
               01 kqDate pic 9(08).
               01 kqNumber pic 9(06).
               01 in-Keeper pic 9(06).
               01 keeperAnswer pic x.

               *> the month's trade guide for the car in hand
               01 vlRetail pic 9(07)v99.
               01 vlTrade pic 9(07)v99.
               01 vlMonth pic 9(06).
               01 vlFound pic x(01).
               01 suggestAnswer pic x.
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
               01 currentRole pic x.
               copy "MESTEPREC.CPY".
        PROCEDURE DIVISION USING carsFileName, currentUser,
               currentRole, meStep.
           *> the month-end run wants only this garage's
           *> commission statements, with no questions asked
           if meMode = "B"
               move 0 to meCount
               move 0 to meAmount
               move "Y" to meResult
               if meJob = "COMMISSN"
                   perform COMMISSION-STATEMENTS
               else
                   move "N" to meResult
               end-if
               goback
           end-if

           perform with test after until saleExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "[7] - Release / Forfeit Deposit"
               display "[8] - Expired Holds Report"
               display "[9] - Commission Statements (Month)"
               display "[10] - Market Valuations"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
                       perform COMMISSION-STATEMENTS
                       call "SYSTEM" using "pause"

                   when "10"
                       call "SYSTEM" using "cls"
                       call "marketValue" using currentUser,
                           currentRole, carsFileName

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
                   move 0 to finalPrice
                   move 0 to buyerCustNumber
                   move 0 to saleDate
                   move spaces to saleGarage
                   display "Marked in stock."
               when 'r'
               when 'R'
                   perform CHECK-RECON-READY
                   if reconReady = "n"
                       display "The car is still in reconditioning "
                           "on work order " rsWoNumber "; it cannot "
                           "be priced or reserved yet."
                   else
                       display "Asking price: " no advancing
                       accept in-Price
                       move "R" to saleStatus
                       move in-Price to askingPrice
                       display "Marked reserved at " askingPrice "."
                   end-if
               when 's'
               when 'S'
                   display "Final price: " no advancing
                   end-read
                   close customerFile

                   *> a car sold for its owner has to fetch the
                   *> price they agreed to, unless they agree a
                   *> lower one
                   move "n" to consignSale
                   move "C" to csAction
                   call "consignSettle" using csAction,
                       carsFileName, recordId, csNumber, csStatus,
                       csMinPrice, csEndDate, csSalePrice,
                       csSaleDate, csFee, currentUser
                   if csNumber not = 0 and csStatus = "A"
                       move "y" to consignSale
                       move csMinPrice to displayMoney
                       display "Consignment agreement " csNumber
                           ", owner's minimum " displayMoney
                       accept todaysDate from date yyyymmdd
                       if csEndDate < todaysDate
                           display "** The agreement ended on "
                               csEndDate "; confirm the owner still "
                               "wants it sold. **"
                       end-if
                       if in-Price < csMinPrice
                           display "The price is below the "
                               "owner's minimum. Has the owner "
                               "agreed to it? (y/n) " no advancing
                           accept consignAnswer
                           if consignAnswer not = 'y'
                               and consignAnswer not = 'Y'
                               display "Not marked sold."
                               close carsFile
                               call "SYSTEM" using lockDelCommand
                               exit paragraph
                           end-if
                       end-if
                   end-if

                   accept todaysDate from date yyyymmdd
                   perform CHECK-POSTING-PERIOD
                   if periodOk not = "y"
                       close carsFile
                       call "SYSTEM" using lockDelCommand
                       exit paragraph
                   end-if
                   move "S" to saleStatus
                   move in-Price to finalPrice
                   move in-Buyer to buyerCustNumber
                   *> whoever is logged in closed the deal; the
                   *> commission statement reads it back from here
                   move currentUser to saleSalesperson
                   call "garageCode" using carsFileName, siteCode
                   move siteCode to saleGarage
               when other
                   display "State unchanged."
                   close carsFile
           *> bill, not in the drawer
           if saleStatus = "S"
               perform APPLY-DEPOSIT-ON-SALE
           end-if

           *> the authority has to hear the car has a new keeper
           if saleStatus = "S"
               move "S" to kqType
               move buyerCustNumber to kqCustNumber
               move saleDate to kqDate
               perform QUEUE-KEEPER-NOTICE
           end-if

           *> and the owner's settlement is drawn up at the sale
           if saleStatus = "S" and consignSale = "y"
               move "S" to csAction
               move finalPrice to csSalePrice
               move saleDate to csSaleDate
               call "consignSettle" using csAction, carsFileName,
                   recordId, csNumber, csStatus, csMinPrice,
                   csEndDate, csSalePrice, csSaleDate, csFee,
                   currentUser
           end-if

           *> a lender paying for the car owes us the advance until
           *> their money arrives
           if saleStatus = "S"
               perform RECORD-FINANCE-DEAL
           end-if

           *> the buyer is offered a prepaid service plan on the car
           *> while they are still at the desk
           if saleStatus = "S"
               display "Sell the buyer a prepaid service plan? "
                   "(y/n) " no advancing
               accept planAnswer
               if planAnswer = 'y' or planAnswer = 'Y'
                   call "planSell" using carsFileName, currentUser,
                       in-Buyer, in-CarId
               end-if
           end-if.

      *> the finance deal goes on file with the sale, and with it
      *> the receivable the lender has to clear
       RECORD-FINANCE-DEAL.
           display "Is the buyer financing through a lender? (y/n) "
               no advancing
           accept financeAnswer
           if financeAnswer not = 'y' and financeAnswer not = 'Y'
               exit paragraph
           end-if
           display "Lender code: " no advancing
           accept in-LenderCode
           move function upper-case(in-LenderCode) to in-LenderCode
           move "n" to lenderOk
           open input lenderFile
           if lenderStatus = "00"
               move in-LenderCode to lenderCode
               read lenderFile
                   invalid key
                       continue
                   not invalid key
                       if lenderActive = "A"
                           move "y" to lenderOk
                           display "Lender: "
                               function trim(lenderName)
                       end-if
               end-read
           end-if
           close lenderFile
           if lenderOk not = "y"
               display "No active lender " function trim(in-LenderCode)
                   " is on the lender master; record the deal with "
                   "[7] under Finance Deals once it is set up."
               exit paragraph
           end-if

           display "Deposit paid by the customer: " no advancing
           accept in-CustDeposit
           if in-CustDeposit > finalPrice
               display "The deposit is more than the price; record "
                   "the deal with [7] under Finance Deals."
               exit paragraph
           end-if
           compute in-Financed = finalPrice - in-CustDeposit
           move in-Financed to displayMoney
           display "Amount financed (enter for "
               function trim(displayMoney) "): " no advancing
           accept in-Financed
           if in-Financed = 0
               compute in-Financed = finalPrice - in-CustDeposit
           end-if
           display "Term in months: " no advancing
           accept in-Term
           display "Dealer reserve / commission the lender pays us: "
               no advancing
           accept in-Reserve

           open input nextDealFile
               read nextDealFile
                   at end
                       move 0 to nextDeal
                   not at end
                       move nextDeal-rec to nextDeal
               end-read
           close nextDealFile
           add 1 to nextDeal

           open i-o finDealFile
           if finDealStatus not = "00"
               close finDealFile
               open output finDealFile
               close finDealFile
               open i-o finDealFile
           end-if
           move spaces to finDeal-rec
           move nextDeal to fdNumber
           move carsFileName to fdGarage
           move recordId to fdCarId
           move in-LenderCode to fdLenderCode
           move buyerCustNumber to fdCustNumber
           move saleDate to fdSaleDate
           move finalPrice to fdSalePrice
           move in-CustDeposit to fdDeposit
           move in-Financed to fdAmountFinanced
           move in-Term to fdTermMonths
           move in-Reserve to fdReserve
           compute fdReceivable = in-Financed + in-Reserve
           move 0 to fdFundedAmount
           move 0 to fdFundedDate
           move "U" to fdStatus
           move currentUser to fdUser
           write finDeal-rec
               invalid key
                   display "Deal number clash; the counter file may "
                       "be out of step."
                   close finDealFile
                   exit paragraph
           end-write
           close finDealFile

           open output nextDealFile
               move nextDeal to nextDeal-rec
               write nextDeal-rec
           close nextDealFile
           move fdReceivable to displayMoney
           display "Finance deal " nextDeal " recorded; "
               function trim(lenderName) " owes "
               function trim(displayMoney) " until funded.".

       MONTHLY-SALES.
           display "Sales report for month (YYYYMM): " no advancing
           accept rptMonth
           move 0 to soldCount
           move 0 to soldTotal
           move 0 to marginTotal
           move 0 to consignCount
           move 0 to consignTotal
           move 0 to consignFees
           open input carsFile
           if carsFileStatus = "35"
               close carsFile
                   not at end
                       if saleStatus = "S"
                           and saleDate(1:6) = rptMonth
                           perform CHECK-CONSIGNMENT
                       end-if
                       if saleStatus = "S"
                           and saleDate(1:6) = rptMonth
                           and csNumber not = 0
                           perform CONSIGNMENT-SALE-LINE
                       end-if
                       if saleStatus = "S"
                           and saleDate(1:6) = rptMonth
                           and csNumber = 0
                           add 1 to soldCount
                           add finalPrice to soldTotal

               delimited by size into salesRptLine
           write salesRptLine
           display function trim(salesRptLine)
           if consignCount > 0
               move consignTotal to displayMoney
               move consignFees to displayMoney2
               move spaces to salesRptLine
               string "Sold on consignment (not in the figures "
                   "above): " consignCount "  for owners "
                   displayMoney "  our fees " displayMoney2
                   delimited by size into salesRptLine
               write salesRptLine
               display function trim(salesRptLine)
           end-if
           close salesRptFile
           display "Report written to SALESRPT.DAT."

           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

      *> a sold car that went on a consignment agreement; anything
      *> still showing on sale is a car sold as our own stock
       CHECK-CONSIGNMENT.
           move "C" to csAction
           call "consignSettle" using csAction, carsFileName,
               recordId, csNumber, csStatus, csMinPrice, csEndDate,
               csSalePrice, csSaleDate, csFee, currentUser
           if saleStatus = "S" and csStatus not = "S"
               and csStatus not = "P"
               move 0 to csNumber
           end-if
           if saleStatus = "I" and csStatus not = "A"
               move 0 to csNumber
           end-if.

      *> the owner's car: the sale is theirs, our fee is ours, and
      *> neither is margin on stock
       CONSIGNMENT-SALE-LINE.
           add 1 to consignCount
           add finalPrice to consignTotal
           add csFee to consignFees
           move finalPrice to displayMoney
           move csFee to displayMoney2
           move spaces to salesRptLine
           string "  ID " recordId "  " function trim(carOwned)
               "  sold " saleDate "  to customer " buyerCustNumber
               "  for " displayMoney "  CONSIGNMENT " csNumber
               "  fee " displayMoney2
               delimited by size into salesRptLine
           write salesRptLine
           display function trim(salesRptLine).

      *> the reconditioning spend before the sale date - every
      *> workshop line on this car dated up to the day it sold
       SUM-RECON-SPEND.
                   exit paragraph
           end-read

           move carCustNumber to kqCustNumber
           display "ID: " recordId " | " carOwned
               " | current acquisition cost: " acquisitionCost
           call "valLookup" using carOwned, modelYear, mileage,
               vlRetail, vlTrade, vlMonth, vlFound
           if vlFound = "y"
               move vlRetail to displayMoney
               move vlTrade to displayMoney2
               display "Trade guide " vlMonth ": retail "
                   function trim(displayMoney) ", trade "
                   function trim(displayMoney2)
           end-if
           display "Acquisition cost (what we paid / trade-in "
               "allowance): " no advancing
           accept in-AcqCost
           move in-AcqCost to acquisitionCost

           *> a car taken in from a customer changes keeper too,
           *> and a trade-in with no price yet is offered the
           *> guide's retail value as its asking price
           display "Taken in from a customer (trade-in)? (y/n) "
               no advancing
           accept keeperAnswer
           if (keeperAnswer = "y" or keeperAnswer = "Y")
               and vlFound = "y" and askingPrice = 0
               move vlRetail to displayMoney
               display "Suggested asking price from the guide: "
                   function trim(displayMoney)
                   ". Use it? (y/n) " no advancing
               accept suggestAnswer
               if suggestAnswer = "y" or suggestAnswer = "Y"
                   move vlRetail to askingPrice
               end-if
           end-if
           rewrite carFile-rec

           *> the cost itself goes on the audit trail; the ACQ

           close carsFile
           call "SYSTEM" using lockDelCommand
           display "Acquisition cost recorded."

           if keeperAnswer = "y" or keeperAnswer = "Y"
               if kqCustNumber = 0
                   display "Previous keeper's customer number: "
                       no advancing
               else
                   display "Previous keeper's customer number "
                       "(enter for " kqCustNumber "): " no advancing
               end-if
               accept in-Keeper
               if in-Keeper not = 0
                   move in-Keeper to kqCustNumber
               end-if
               if kqCustNumber = 0
                   display "No keeper given; no change of keeper "
                       "notice queued."
               else
                   move "A" to kqType
                   move todaysDate to kqDate
                   perform QUEUE-KEEPER-NOTICE
               end-if
           end-if

           display "Trade-in needing reconditioning before sale? "
               "(y/n) " no advancing
           accept reconAnswer
           if reconAnswer not = "y" and reconAnswer not = "Y"
               exit paragraph
           end-if
           display "Reconditioning budget: " no advancing
           accept rsBudget
           move "O" to rsAction
           move in-CarId to rsCarId
           call "reconStatus" using rsAction, carsFileName, rsCarId,
               rsWoNumber, rsBudget, rsSpend, rsStatus, currentUser
           evaluate true
               when rsWoNumber = 0
                   display "The reconditioning order could not be "
                       "raised; the work order counter may be out "
                       "of step."
               when rsStatus = "I"
                   display "The car is already in reconditioning on "
                       "work order " rsWoNumber "."
               when other
                   move rsBudget to displayMoney
                   display "Reconditioning work order " rsWoNumber
                       " raised against the car, budget "
                       function trim(displayMoney)
                       "; it cannot be priced or held until the "
                       "order is complete."
           end-evaluate.

      *> the change of keeper is queued for the authority while
      *> the deal is in front of us; the daily run sends it
       QUEUE-KEEPER-NOTICE.
           display "Registration mark for the change of keeper "
               "notice: " no advancing
           accept kqRegMark
           move function upper-case(kqRegMark) to kqRegMark
           call "keeperQueue" using kqType, carsFileName, in-CarId,
               kqRegMark, kqCustNumber, kqDate, currentUser,
               kqNumber
           if kqNumber = 0
               display "A change of keeper notice for this car was "
                   "already queued today."
           else
               display "Change of keeper notice " kqNumber
                   " queued for the licensing authority."
           end-if.

      *> a car whose latest reconditioning is not finished is not
      *> ready for sale; one never sent through it is
       CHECK-RECON-READY.
           move "C" to rsAction
           move recordId to rsCarId
           call "reconStatus" using rsAction, carsFileName, rsCarId,
               rsWoNumber, rsBudget, rsSpend, rsStatus, currentUser
           if rsStatus = "A" or rsStatus = "I"
               move "n" to reconReady
           else
               move "y" to reconReady
           end-if.

      *> how long each in-stock car has sat unsold - old stock
      *> ties up money, and the 30/60/90 flags put it in our faces
               function integer-of-date(todaysDate)
           move 0 to stockCount
           move 0 to flaggedCount
           move 0 to consignCount
           move "n" to eof

           open input carsFile
                       move "y" to eof
                   not at end
                       if saleStatus = "I"
                           perform CHECK-CONSIGNMENT
                       end-if
                       if saleStatus = "I" and csNumber not = 0
                           add 1 to consignCount
                       end-if
                       if saleStatus = "I" and csNumber = 0
                           add 1 to stockCount
                           compute addInt = function
                               integer-of-date(dateAdded)
               flaggedCount delimited by size into stockAgeLine
           write stockAgeLine
           display function trim(stockAgeLine)
           if consignCount > 0
               move spaces to stockAgeLine
               string "On the lot for their owners (consignment, "
                   "not aged): " consignCount
                   delimited by size into stockAgeLine
               write stockAgeLine
               display function trim(stockAgeLine)
           end-if
           close stockAgeFile
           display "Report written to STOCKAGE.DAT.".

           close lockFile

           move 0 to reviewCount
           move 0 to cutCount
           move "n" to eof
           open i-o carsFile
           if carsFileStatus = "35"
                   at end
                       move "y" to eof
                   not at end
                       *> an owner's car is priced with the
                       *> owner, not marked down as aged stock
                       if saleStatus = "I"
                           perform CHECK-CONSIGNMENT
                       end-if
                       if saleStatus = "I" and csNumber = 0
                           perform CHECK-RECON-READY
                       end-if
                       if saleStatus = "I" and csNumber = 0
                           and reconReady = "y"
                           compute addInt = function
                               integer-of-date(dateAdded)
                           compute daysOnLot = todayInt - addInt
           close carsFile
           call "SYSTEM" using lockDelCommand
           display "Price review done: " reviewCount
               " price(s) changed, " cutCount
               " cut(s) waiting for a second supervisor.".

       REVIEW-ONE-PRICE.
           move askingPrice to displayMoney
           display "ID " recordId "  " function trim(carOwned)
               "  " daysOnLot " day(s) on lot  asking "
               displayMoney
           call "valLookup" using carOwned, modelYear, mileage,
               vlRetail, vlTrade, vlMonth, vlFound
           if vlFound = "y"
               move vlRetail to displayMoney2
               move vlTrade to displayMoney3
               display "   trade guide " vlMonth ": retail "
                   function trim(displayMoney2) ", trade "
                   function trim(displayMoney3)
           else
               display "   not in the trade guide"
           end-if
           display "New asking price (enter to keep): "
               no advancing
           accept newPrice
               exit paragraph
           end-if

           *> a cut gives margin away, so it is held for a second
           *> supervisor and applied from the approvals screen
           if newPrice < askingPrice
               move "R" to aqAction
               move "PRICE" to aqApAction
               move carsFileName to aqGarage
               move recordId to aqRef
               move "Asking price" to aqBefore
               move "Reduced asking price" to aqAfter
               move askingPrice to aqAmountBefore
               move newPrice to aqAmountAfter
               call "approvalQueue" using aqAction, aqApAction,
                   aqGarage, aqRef, aqBefore, aqAfter,
                   aqAmountBefore, aqAmountAfter, currentUser,
                   aqNumber
               if aqNumber not = 0
                   add 1 to cutCount
               end-if
               exit paragraph
           end-if

           move spaces to audit-rec
           accept nowTime from time
           string todaysDate nowTime(1:6) delimited by size
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           perform CHECK-POSTING-PERIOD
           if periodOk not = "y"
               exit paragraph
           end-if
           accept nowTime from time
           open output lockFile
           move currentUser to lockUser
               call "SYSTEM" using lockDelCommand
               exit paragraph
           end-if
           perform CHECK-RECON-READY
           if reconReady = "n"
               display function trim(carOwned) " is still in "
                   "reconditioning on work order " rsWoNumber
                   "; no hold taken."
               close carsFile
               call "SYSTEM" using lockDelCommand
               exit paragraph
           end-if

           display "Holder's customer number: " no advancing
           accept in-Buyer
               move todaysDate to invDate
               move in-DepAmount to invTotal
               move in-DepAmount to invPaid
               move 0 to invCredited
               move "P" to invStatus
               move 0 to invTax
               call "garageCode" using carsFileName, siteCode
               move siteCode to invGarage
               write invoice-rec
                   invalid key
                       rewrite invoice-rec
               move todaysDate to payDate
               move in-DepAmount to payAmount
               move in-Method to payMethod
               move siteCode to payGarage
               write payment-rec
           close paymentFile

      *> sale or a percentage of the sale's margin, per the
      *> standing scheme in COMMRATE.DAT
       COMMISSION-STATEMENTS.
           if meMode = "B"
               move meMonth to rptMonth
           else
               display "Statements for month (YYYYMM): "
                   no advancing
               accept rptMonth
           end-if

           perform GET-COMM-SCHEME

           end-if

           accept todaysDate from date yyyymmdd
           *> a month-end run puts every garage's statements in
           *> the one file
           if meMode = "B"
               open extend commStmtFile
           else
               open output commStmtFile
           end-if
           move spaces to commStmtLine
           string "Commission statements for " rptMonth
               "  run date: " todaysDate
               delimited by size into commStmtLine
           write commStmtLine
           display function trim(commStmtLine)
           if meMode = "B"
               move spaces to commStmtLine
               string "Garage: " function trim(carsFileName)
                   delimited by size into commStmtLine
               write commStmtLine
           end-if

           *> pass two: one statement per salesperson, their sales
           *> listed with the computed commission
           end-if
           compute saleMargin = finalPrice
               - workAcqCost - reconSpend
           *> on an owner's car all we made is the fee
           perform CHECK-CONSIGNMENT
           if csNumber not = 0
               move csFee to saleMargin
           end-if
           if workCommType = "F"
               move workCommValue to saleCommission
           else
           add 1 to spSales(spPrintIdx)
           add finalPrice to spRevenue(spPrintIdx)
           add saleCommission to spCommission(spPrintIdx)
           add 1 to meCount
           add saleCommission to meAmount

           move finalPrice to displayMoney
           move saleMargin to displaySigned
               delimited by size into commStmtLine
           write commStmtLine
           display function trim(commStmtLine).

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
                   display "Nothing posted."
               end-if
           end-if.
