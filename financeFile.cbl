        IDENTIFICATION DIVISION.
        PROGRAM-ID. financeFile.
       environment division.
           input-output section.
               file-control.
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

                   select optional carsFile
                       assign to carsFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional fundAgeFile
                       assign to "FUNDAGE.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd lenderFile.
                   copy "LENDERREC.CPY".
               fd finDealFile.
                   copy "FINDEALREC.CPY".
               fd nextDealFile.
                   01 nextDeal-rec pic 9(06).
               fd carsFile.
                   copy "CARREC.CPY".
               fd fundAgeFile.
                   01 fundAgeLine pic x(120).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 lenderStatus pic xx.
               01 finDealStatus pic xx.
               01 carsFileStatus pic xx.
               01 nextDeal pic 9(06).
               01 dealFound pic x.
               01 in-RecordId pic 9(06).
               01 in-CustDeposit pic 9(07)v99.
               01 in-Financed pic 9(07)v99.
               01 in-Term pic 9(03).
               01 in-Reserve pic 9(07)v99.
               01 finExitFlag pic x value 'n'.
               01 finChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-LenderCode pic x(06).
               01 in-Text pic x(24).
               01 in-DealNumber pic 9(06).
               01 in-Amount pic 9(07)v99.
               01 in-Ref pic x(20).
               01 in-Answer pic x(01).
               01 deniedOption pic x(32).
               01 listCount pic 9(04).
               01 chaseCount pic 9(04).
               01 displayMoney pic z(06)9.99.
               01 shortfall pic s9(07)v99.
               01 displaySigned pic -(06)9.99.
               01 todayInt pic 9(09).
               01 saleInt pic 9(09).
               01 dealAge pic s9(05).
               01 ageBand pic x(10).
               01 foundLenderName pic x(24).
               01 foundLenderPhone pic x(14).
               01 auditText pic x(32).
               01 auditOp pic x(06).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the age bands on the chase report; a lender has
               *> ten days to fund a deal
               01 band-table.
                   02 band-entry occurs 4 times indexed by bandIdx.
                       03 bandCount pic 9(04).
                       03 bandAmount pic 9(09)v99.
               01 bandTotal pic 9(09)v99.
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           perform with test after until finExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Finance Deals and Lenders --"
               display "[1] - Lender Master"
               display "[2] - Add / Change a Lender"
               display "[3] - Deals Awaiting Funding"
               display "[4] - Record Lender Funding"
               display "[5] - Unfunded Deals by Age"
               display "[6] - Cancel an Unfunded Deal"
               display "[7] - Record a Finance Deal"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept finChoice

               evaluate finChoice
                   when "00"
                       move 'y' to finExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform LIST-LENDERS
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Lender Master Maintenance"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform MAINTAIN-LENDER
                       end-if
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform LIST-UNFUNDED
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform RECORD-FUNDING
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform UNFUNDED-BY-AGE
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Cancel Finance Deal"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform CANCEL-DEAL
                       end-if
                       call "SYSTEM" using "pause"

                   when "7"
                       call "SYSTEM" using "cls"
                       perform RECORD-DEAL
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

       LIST-LENDERS.
           move 0 to listCount
           display "Code    Name                      Contact        "
               "      Phone           Active"
           move "n" to eof
           open input lenderFile
           if lenderStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read lenderFile next record
                   at end
                       move "y" to eof
                   not at end
                       add 1 to listCount
                       display lenderCode "  " lenderName "  "
                           lenderContact " " lenderPhone "  "
                           lenderActive
               end-read
           end-perform
           close lenderFile
           display listCount " lender(s).".

      *> a lender is retired rather than removed, so its old deals
      *> still show whose they were
       MAINTAIN-LENDER.
           display "Lender code: " no advancing
           accept in-LenderCode
           move function upper-case(in-LenderCode) to in-LenderCode
           if in-LenderCode = spaces
               exit paragraph
           end-if
           open i-o lenderFile
           if lenderStatus not = "00"
               close lenderFile
               open output lenderFile
               close lenderFile
               open i-o lenderFile
           end-if
           move in-LenderCode to lenderCode
           read lenderFile
               invalid key
                   move spaces to lender-rec
                   move in-LenderCode to lenderCode
                   move "A" to lenderActive
                   display "New lender " in-LenderCode "."
           end-read
           display "Name (now " function trim(lenderName) "): "
               no advancing
           move spaces to in-Text
           accept in-Text
           if in-Text not = spaces
               move in-Text to lenderName
           end-if
           display "Contact (now " function trim(lenderContact)
               "): " no advancing
           move spaces to in-Text
           accept in-Text
           if in-Text not = spaces
               move in-Text to lenderContact
           end-if
           display "Phone (now " function trim(lenderPhone) "): "
               no advancing
           move spaces to in-Text
           accept in-Text
           if in-Text not = spaces
               move in-Text to lenderPhone
           end-if
           display "(a)ctive or (i)nactive (now " lenderActive
               "): " no advancing
           accept in-Answer
           if in-Answer = "i" or in-Answer = "I"
               move "I" to lenderActive
           end-if
           if in-Answer = "a" or in-Answer = "A"
               move "A" to lenderActive
           end-if
           if lenderName = spaces
               display "A lender needs a name; nothing saved."
               close lenderFile
               exit paragraph
           end-if
           write lender-rec
               invalid key
                   rewrite lender-rec
           end-write
           close lenderFile
           display "Lender " in-LenderCode " saved."
           move spaces to auditText
           string "Lender " in-LenderCode " " lenderActive
               delimited by size into auditText
           move "LENDER" to auditOp
           perform WRITE-AUDIT.

       LIST-UNFUNDED.
           move 0 to listCount
           move 0 to bandTotal
           display "Deal    Lender  Sold      Car     Customer  "
               "   Receivable"
           move "n" to eof
           open input finDealFile
           if finDealStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read finDealFile next record
                   at end
                       move "y" to eof
                   not at end
                       if fdStatus = "U"
                           add 1 to listCount
                           compute shortfall =
                               fdReceivable - fdFundedAmount
                           add shortfall to bandTotal
                           move shortfall to displaySigned
                           display fdNumber "  " fdLenderCode "  "
                               fdSaleDate "  " fdCarId "  "
                               fdCustNumber "  " displaySigned
                       end-if
               end-read
           end-perform
           close finDealFile
           move bandTotal to displayMoney
           display listCount " deal(s) awaiting funding, "
               function trim(displayMoney) " owed by lenders.".

      *> the lender's money arriving clears the receivable; a
      *> short payment is chased unless the difference is agreed
       RECORD-FUNDING.
           display "Deal number: " no advancing
           accept in-DealNumber
           open i-o finDealFile
           if finDealStatus not = "00"
               close finDealFile
               display "No finance deals are on file."
               exit paragraph
           end-if
           move in-DealNumber to fdNumber
           read finDealFile
               invalid key
                   display "No deal " in-DealNumber " is on file."
                   close finDealFile
                   exit paragraph
           end-read
           if fdStatus not = "U"
               display "Deal " in-DealNumber " is not awaiting "
                   "funding (status " fdStatus ")."
               close finDealFile
               exit paragraph
           end-if
           compute shortfall = fdReceivable - fdFundedAmount
           move shortfall to displaySigned
           display "Lender " fdLenderCode " owes "
               function trim(displaySigned) " on deal " fdNumber "."
           display "Amount received: " no advancing
           accept in-Amount
           if in-Amount = 0
               display "Nothing recorded."
               close finDealFile
               exit paragraph
           end-if
           display "Lender's payment reference: " no advancing
           accept in-Ref
           accept todaysDate from date yyyymmdd
           add in-Amount to fdFundedAmount
           move todaysDate to fdFundedDate
           move in-Ref to fdFundedRef
           compute shortfall = fdReceivable - fdFundedAmount
           if shortfall > 0
               move shortfall to displaySigned
               display "Still short by " function trim(displaySigned)
                   ". Clear the deal anyway? (y/n) " no advancing
               accept in-Answer
               if in-Answer = "y" or in-Answer = "Y"
                   move "F" to fdStatus
               end-if
           else
               move "F" to fdStatus
           end-if
           move currentUser to fdUser
           rewrite finDeal-rec
           close finDealFile
           if fdStatus = "F"
               display "Deal " in-DealNumber " funded; receivable "
                   "cleared."
           else
               display "Part funding recorded; deal " in-DealNumber
                   " stays open."
           end-if
           move in-Amount to displayMoney
           move spaces to auditText
           string "Deal " in-DealNumber " funded "
               function trim(displayMoney)
               delimited by size into auditText
           move "FUNDED" to auditOp
           perform WRITE-AUDIT.

      *> the sales office's chase list: every deal the lender has
      *> not paid, oldest first within its band, and those past
      *> ten days flagged to ring the lender
       UNFUNDED-BY-AGE.
           accept todaysDate from date yyyymmdd
           compute todayInt = function integer-of-date(todaysDate)
           move 0 to listCount
           move 0 to chaseCount
           move 0 to bandTotal
           perform varying bandIdx from 1 by 1 until bandIdx > 4
               move 0 to bandCount(bandIdx)
               move 0 to bandAmount(bandIdx)
           end-perform

           open output fundAgeFile
           move spaces to fundAgeLine
           string "UNFUNDED FINANCE DEALS BY AGE   run " todaysDate
               delimited by size into fundAgeLine
           write fundAgeLine
           display function trim(fundAgeLine)
           move spaces to fundAgeLine
           string "Deal    Sold      Days  Lender                   "
               "  Phone           Customer   Outstanding  "
               delimited by size into fundAgeLine
           write fundAgeLine
           display function trim(fundAgeLine)

           open input lenderFile
           move "n" to eof
           open input finDealFile
           if finDealStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read finDealFile next record
                   at end
                       move "y" to eof
                   not at end
                       if fdStatus = "U"
                           perform AGE-ONE-DEAL
                       end-if
               end-read
           end-perform
           close finDealFile
           close lenderFile

           move spaces to fundAgeLine
           write fundAgeLine
           perform varying bandIdx from 1 by 1 until bandIdx > 4
               evaluate bandIdx
                   when 1
                       move "0-10 days" to ageBand
                   when 2
                       move "11-20 days" to ageBand
                   when 3
                       move "21-30 days" to ageBand
                   when other
                       move "over 30" to ageBand
               end-evaluate
               move bandAmount(bandIdx) to displayMoney
               move spaces to fundAgeLine
               string "  " ageBand "  " bandCount(bandIdx)
                   " deal(s)  " displayMoney
                   delimited by size into fundAgeLine
               write fundAgeLine
               display fundAgeLine
           end-perform
           move bandTotal to displayMoney
           move spaces to fundAgeLine
           string "  TOTAL       " listCount " deal(s)  " displayMoney
               "   " chaseCount " past ten days - chase the lender"
               delimited by size into fundAgeLine
           write fundAgeLine
           display fundAgeLine
           close fundAgeFile
           display "Report written to FUNDAGE.DAT."

           move "FUNDAGE" to spoolType
           move "FUNDAGE.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       AGE-ONE-DEAL.
           add 1 to listCount
           compute saleInt = function integer-of-date(fdSaleDate)
           compute dealAge = todayInt - saleInt
           evaluate true
               when dealAge <= 10
                   set bandIdx to 1
               when dealAge <= 20
                   set bandIdx to 2
               when dealAge <= 30
                   set bandIdx to 3
               when other
                   set bandIdx to 4
           end-evaluate
           compute shortfall = fdReceivable - fdFundedAmount
           add 1 to bandCount(bandIdx)
           add shortfall to bandAmount(bandIdx)
           add shortfall to bandTotal

           move spaces to foundLenderName
           move spaces to foundLenderPhone
           move fdLenderCode to lenderCode
           read lenderFile
               invalid key
                   continue
               not invalid key
                   move lenderName to foundLenderName
                   move lenderPhone to foundLenderPhone
           end-read
           move shortfall to displaySigned
           move spaces to fundAgeLine
           if dealAge > 10
               add 1 to chaseCount
               string fdNumber "  " fdSaleDate "  " dealAge "  "
                   foundLenderName "  " foundLenderPhone "  "
                   fdCustNumber "  " displaySigned "  ** CHASE"
                   delimited by size into fundAgeLine
           else
               string fdNumber "  " fdSaleDate "  " dealAge "  "
                   foundLenderName "  " foundLenderPhone "  "
                   fdCustNumber "  " displaySigned
                   delimited by size into fundAgeLine
           end-if
           write fundAgeLine
           display function trim(fundAgeLine).

      *> a deal that fell through before the lender paid - the
      *> car is then sold some other way or put back in stock
       CANCEL-DEAL.
           display "Deal number: " no advancing
           accept in-DealNumber
           open i-o finDealFile
           if finDealStatus not = "00"
               close finDealFile
               display "No finance deals are on file."
               exit paragraph
           end-if
           move in-DealNumber to fdNumber
           read finDealFile
               invalid key
                   display "No deal " in-DealNumber " is on file."
                   close finDealFile
                   exit paragraph
           end-read
           if fdStatus not = "U" or fdFundedAmount > 0
               display "Only a deal with no funding received can be "
                   "cancelled."
               close finDealFile
               exit paragraph
           end-if
           display "Cancel deal " fdNumber " with lender "
               fdLenderCode "? (y/n) " no advancing
           accept in-Answer
           if in-Answer not = "y" and in-Answer not = "Y"
               close finDealFile
               exit paragraph
           end-if
           move "X" to fdStatus
           move currentUser to fdUser
           rewrite finDeal-rec
           close finDealFile
           display "Deal " in-DealNumber " cancelled."
           move spaces to auditText
           string "Deal " in-DealNumber " cancelled"
               delimited by size into auditText
           move "FINCAN" to auditOp
           perform WRITE-AUDIT.

      *> a deal that could not be taken at the sale - the lender
      *> not yet on the master, or the figures not to hand - is
      *> recorded here against the car already sold, the same way
      *> the sale would have recorded it
       RECORD-DEAL.
           display "Car record id (sold from "
               function trim(carsFileName) "): " no advancing
           accept in-RecordId
           open input carsFile
           if carsFileStatus not = "00" and carsFileStatus not = "05"
               close carsFile
               display "Data file " function trim(carsFileName)
                   " cannot be opened (status " carsFileStatus ")."
               exit paragraph
           end-if
           move in-RecordId to recordId
           read carsFile
               invalid key
                   display "No car " in-RecordId " is on file."
                   close carsFile
                   exit paragraph
           end-read
           close carsFile
           if saleStatus not = "S"
               display "Car " in-RecordId " has not been sold; the "
                   "deal is taken when it is."
               exit paragraph
           end-if
           display function trim(carOwned) " sold " saleDate
               " to customer " buyerCustNumber

           *> one live deal per car; a cancelled one can be replaced
           move "n" to dealFound
           move "n" to eof
           open input finDealFile
           if finDealStatus = "00"
               move carsFileName to fdGarage
               move in-RecordId to fdCarId
               start finDealFile key is = fdVehicle
                   invalid key
                       move "y" to eof
               end-start
               perform until eof = "y"
                   read finDealFile next record
                       at end
                           move "y" to eof
                       not at end
                           if fdGarage not = carsFileName
                               or fdCarId not = in-RecordId
                               move "y" to eof
                           else
                               if fdStatus not = "X"
                                   move "y" to dealFound
                                   move "y" to eof
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close finDealFile
           if dealFound = "y"
               display "Deal " fdNumber " is already on file for "
                   "this car."
               exit paragraph
           end-if

           display "Lender code: " no advancing
           accept in-LenderCode
           move function upper-case(in-LenderCode) to in-LenderCode
           move spaces to foundLenderName
           open input lenderFile
           if lenderStatus = "00"
               move in-LenderCode to lenderCode
               read lenderFile
                   invalid key
                       continue
                   not invalid key
                       if lenderActive = "A"
                           move lenderName to foundLenderName
                       end-if
               end-read
           end-if
           close lenderFile
           if foundLenderName = spaces
               display "No active lender " function trim(in-LenderCode)
                   " is on the lender master; add it with [2] first."
               exit paragraph
           end-if
           display "Lender: " function trim(foundLenderName)

           display "Deposit paid by the customer: " no advancing
           accept in-CustDeposit
           if in-CustDeposit > finalPrice
               display "The deposit is more than the price; no deal "
                   "recorded."
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
           move in-RecordId to fdCarId
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
               function trim(foundLenderName) " owes "
               function trim(displayMoney) " until funded."
           move spaces to auditText
           string "Deal " nextDeal " recorded late"
               delimited by size into auditText
           move "FINADD" to auditOp
           perform WRITE-AUDIT.

      *> lender changes and money received go on the audit trail
      *> under the operation held in auditOp
       WRITE-AUDIT.
           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move spaces to audit-rec
           move auditOp to auditOperation
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move 0 to beforeId
           move spaces to beforeOwner
           move spaces to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move 0 to beforeMileage
           move 0 to afterId
           move spaces to afterOwner
           move auditText to afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move "FINDEAL.DAT" to auditGarage
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
           move "FINDEAL.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
