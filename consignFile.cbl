        IDENTIFICATION DIVISION.
        PROGRAM-ID. consignFile.
       environment division.
           input-output section.
               file-control.
                   select optional consignDataFile
                       assign to "CONSIGN.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is cnNumber
                       alternate record key is cnVehicle
                           with duplicates
                       file status is consignStatus.

                   select optional nextConsignFile
                       assign to "NEXTCONSIGN.DAT"
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

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd consignDataFile.
                   copy "CONSIGNREC.CPY".
               fd nextConsignFile.
                   01 nextConsign-rec pic 9(06).
               fd carsFile.
                   copy "CARREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 consignStatus pic xx.
               01 carsFileStatus pic xx.
               01 customerStatus pic xx.
               01 consignExitFlag pic x value 'n'.
               01 consignChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-CarId pic 9(06).
               01 in-CustNumber pic 9(06).
               01 in-MinPrice pic 9(07)v99.
               01 in-FeeType pic x(01).
               01 in-FeeValue pic 9(05)v99.
               01 in-EndDate pic 9(08).
               01 in-ConsignNumber pic 9(06).
               01 in-Method pic x(01).
               01 in-Ref pic x(20).
               01 in-Answer pic x(01).
               01 nextConsign pic 9(06).
               01 carFound pic x.
               01 foundCar pic x(32).
               01 foundOwner pic x(16).
               01 foundCust pic 9(06).
               01 foundSale pic x(01).
               01 foundName pic x(24).
               01 listCount pic 9(04).
               01 statusWord pic x(10).
               01 displayMoney pic z(06)9.99.
               01 displaySigned pic -(06)9.99.
               01 deniedOption pic x(32).

               *> the settlement subprogram's block
               01 csAction pic x(01).
               01 csNumber pic 9(06).
               01 csStatus pic x(01).
               01 csMinPrice pic 9(07)v99.
               01 csEndDate pic 9(08).
               01 csSalePrice pic 9(07)v99.
               01 csSaleDate pic 9(08).
               01 csFee pic 9(07)v99.
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING carsFileName, currentUser,
               currentRole.
           perform with test after until consignExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Consignment Sales --"
               display "[1] - New Consignment Agreement"
               display "[2] - Agreements on File"
               display "[3] - Record Payout to Owner"
               display "[4] - Reprint Settlement Statement"
               display "[5] - Withdraw (Car Handed Back)"
               display "[6] - Agreements Past End Date"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept consignChoice

               evaluate consignChoice
                   when "00"
                       move 'y' to consignExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform NEW-AGREEMENT
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform LIST-AGREEMENTS
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Consignment Payout"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform RECORD-PAYOUT
                       end-if
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       display "Agreement number: " no advancing
                       accept in-ConsignNumber
                       move "P" to csAction
                       move in-ConsignNumber to csNumber
                       call "consignSettle" using csAction,
                           carsFileName, in-CarId, csNumber,
                           csStatus, csMinPrice, csEndDate,
                           csSalePrice, csSaleDate, csFee,
                           currentUser
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform WITHDRAW-AGREEMENT
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform PAST-END-DATE
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> we sell the car for its owner: it is not our stock, we
      *> paid nothing for it, and what we earn is the fee
       NEW-AGREEMENT.
           display "Vehicle record id: " no advancing
           accept in-CarId
           perform READ-CAR
           if carFound not = "y"
               display "Record id " in-CarId " is not in "
                   function trim(carsFileName) "."
               exit paragraph
           end-if
           if foundSale not = "I"
               display function trim(foundCar) " is not available "
                   "for sale (state " foundSale ")."
               exit paragraph
           end-if
           move "C" to csAction
           call "consignSettle" using csAction, carsFileName,
               in-CarId, csNumber, csStatus, csMinPrice, csEndDate,
               csSalePrice, csSaleDate, csFee, currentUser
           if csNumber not = 0 and csStatus = "A"
               display function trim(foundCar) " is already on "
                   "consignment agreement " csNumber "."
               exit paragraph
           end-if

           display "Owner's customer number (enter for " foundCust
               "): " no advancing
           accept in-CustNumber
           if in-CustNumber = 0
               move foundCust to in-CustNumber
           end-if
           perform READ-CUSTOMER
           if foundName = spaces
               display "Customer " in-CustNumber " is not on the "
                   "customer master."
               exit paragraph
           end-if
           display "Selling for " function trim(foundName) "."
           display "Agreed minimum price: " no advancing
           accept in-MinPrice
           display "Our fee, (f)lat amount or (p)ercentage: "
               no advancing
           accept in-FeeType
           move function upper-case(in-FeeType) to in-FeeType
           if in-FeeType not = "F" and in-FeeType not = "P"
               display "Fee type not recognised; no agreement made."
               exit paragraph
           end-if
           if in-FeeType = "P"
               display "Fee percentage: " no advancing
           else
               display "Fee amount: " no advancing
           end-if
           accept in-FeeValue
           display "Agreement end date (YYYYMMDD): " no advancing
           accept in-EndDate
           accept todaysDate from date yyyymmdd
           if in-EndDate <= todaysDate
               display "The end date has to be after today; no "
                   "agreement made."
               exit paragraph
           end-if

           open input nextConsignFile
               read nextConsignFile
                   at end
                       move 0 to nextConsign
                   not at end
                       move nextConsign-rec to nextConsign
               end-read
           close nextConsignFile
           add 1 to nextConsign

           open i-o consignDataFile
           if consignStatus not = "00"
               close consignDataFile
               open output consignDataFile
               close consignDataFile
               open i-o consignDataFile
           end-if
           move spaces to consign-rec
           move nextConsign to cnNumber
           move carsFileName to cnGarage
           move in-CarId to cnCarId
           move in-CustNumber to cnCustNumber
           move in-MinPrice to cnMinPrice
           move in-FeeType to cnFeeType
           move in-FeeValue to cnFeeValue
           move todaysDate to cnStartDate
           move in-EndDate to cnEndDate
           move "A" to cnStatus
           move 0 to cnSalePrice
           move 0 to cnSaleDate
           move 0 to cnFee
           move 0 to cnRecon
           move 0 to cnPayout
           move 0 to cnPaidDate
           move currentUser to cnUser
           write consign-rec
               invalid key
                   display "Agreement number clash; the counter "
                       "file may be out of step."
                   close consignDataFile
                   exit paragraph
           end-write
           close consignDataFile

           open output nextConsignFile
               move nextConsign to nextConsign-rec
               write nextConsign-rec
           close nextConsignFile
           display "Consignment agreement " nextConsign " made for "
               function trim(foundCar) "; sell it as usual from "
               "Sales.".

       LIST-AGREEMENTS.
           move 0 to listCount
           display "No.     Car     Owner   Min price   Ends      "
               "Status      Payout"
           move "n" to eof
           open input consignDataFile
           if consignStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read consignDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if cnGarage = carsFileName
                           add 1 to listCount
                           perform SET-STATUS-WORD
                           move cnMinPrice to displayMoney
                           move cnPayout to displaySigned
                           display cnNumber "  " cnCarId "  "
                               cnCustNumber " " displayMoney "  "
                               cnEndDate "  " statusWord "  "
                               displaySigned
                       end-if
               end-read
           end-perform
           close consignDataFile
           display listCount " agreement(s).".

      *> the owner is paid once the buyer's money is in; the
      *> payment reference ties it to the bank
       RECORD-PAYOUT.
           display "Agreement number: " no advancing
           accept in-ConsignNumber
           open i-o consignDataFile
           if consignStatus not = "00"
               close consignDataFile
               display "No consignment agreements are on file."
               exit paragraph
           end-if
           move in-ConsignNumber to cnNumber
           read consignDataFile
               invalid key
                   display "No agreement " in-ConsignNumber
                       " is on file."
                   close consignDataFile
                   exit paragraph
           end-read
           if cnStatus not = "S"
               perform SET-STATUS-WORD
               display "Agreement " in-ConsignNumber " is "
                   function trim(statusWord) "; there is no payout "
                   "owed on it."
               close consignDataFile
               exit paragraph
           end-if
           move cnPayout to displaySigned
           display "Payout due to customer " cnCustNumber ": "
               function trim(displaySigned)
           display "Paid by (c)heque or (b)ank transfer: "
               no advancing
           accept in-Method
           move function upper-case(in-Method) to in-Method
           if in-Method not = "C" and in-Method not = "B"
               display "Method not recognised; nothing recorded."
               close consignDataFile
               exit paragraph
           end-if
           display "Cheque number or transfer reference: "
               no advancing
           accept in-Ref
           accept todaysDate from date yyyymmdd
           move "P" to cnStatus
           move todaysDate to cnPaidDate
           move in-Method to cnPaidMethod
           move in-Ref to cnPaidRef
           move currentUser to cnUser
           rewrite consign-rec
           close consignDataFile
           display "Payout on agreement " in-ConsignNumber
               " recorded."

           accept nowTime from time
           move spaces to audit-rec
           move "CNPAY" to auditOperation
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move 0 to beforeId
           move spaces to beforeOwner
           move spaces to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move 0 to beforeMileage
           move cnCarId to afterId
           move spaces to afterOwner
           string "Consign " cnNumber " paid "
               function trim(displaySigned)
               delimited by size into afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move carsFileName to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.

      *> the owner takes the car back unsold; nothing is owed
      *> either way
       WITHDRAW-AGREEMENT.
           display "Agreement number: " no advancing
           accept in-ConsignNumber
           open i-o consignDataFile
           if consignStatus not = "00"
               close consignDataFile
               display "No consignment agreements are on file."
               exit paragraph
           end-if
           move in-ConsignNumber to cnNumber
           read consignDataFile
               invalid key
                   display "No agreement " in-ConsignNumber
                       " is on file."
                   close consignDataFile
                   exit paragraph
           end-read
           if cnStatus not = "A"
               display "Only an agreement still on sale can be "
                   "withdrawn."
               close consignDataFile
               exit paragraph
           end-if
           display "Withdraw agreement " cnNumber " for car "
               cnCarId "? (y/n) " no advancing
           accept in-Answer
           if in-Answer not = "y" and in-Answer not = "Y"
               close consignDataFile
               exit paragraph
           end-if
           move "W" to cnStatus
           move currentUser to cnUser
           rewrite consign-rec
           close consignDataFile
           display "Agreement " in-ConsignNumber " withdrawn; "
               "remove the car from the lot records as it leaves.".

      *> agreements still on sale past their end date - renew
      *> them with the owner or hand the car back
       PAST-END-DATE.
           accept todaysDate from date yyyymmdd
           move 0 to listCount
           move "n" to eof
           open input consignDataFile
           if consignStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read consignDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if cnGarage = carsFileName
                           and cnStatus = "A"
                           and cnEndDate < todaysDate
                           add 1 to listCount
                           move cnMinPrice to displayMoney
                           display "  " cnNumber "  car " cnCarId
                               "  owner " cnCustNumber "  ended "
                               cnEndDate "  minimum " displayMoney
                       end-if
               end-read
           end-perform
           close consignDataFile
           if listCount = 0
               display "No agreements are past their end date."
           end-if.

       SET-STATUS-WORD.
           evaluate cnStatus
               when "A"
                   move "on sale" to statusWord
               when "S"
                   move "sold" to statusWord
               when "P"
                   move "paid out" to statusWord
               when other
                   move "withdrawn" to statusWord
           end-evaluate.

       READ-CAR.
           move "n" to carFound
           move spaces to foundCar
           move 0 to foundCust
           move space to foundSale
           open input carsFile
           if carsFileStatus not = "35"
               move in-CarId to recordId
               read carsFile
                   invalid key
                       continue
                   not invalid key
                       move "y" to carFound
                       move carOwned to foundCar
                       move carCustNumber to foundCust
                       move saleStatus to foundSale
               end-read
           end-if
           close carsFile.

       READ-CUSTOMER.
           move spaces to foundName
           open input customerFile
           if customerStatus = "00"
               move in-CustNumber to custNumber
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move custName to foundName
               end-read
           end-if
           close customerFile.

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
           move "CONSIGN.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
