        IDENTIFICATION DIVISION.
        PROGRAM-ID. tyreStore.
       environment division.
           input-output section.
               file-control.
                   select optional tyreDataFile
                       assign to "TYRESTORE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is tyNumber
                       alternate record key is tyCustNumber
                           with duplicates
                       alternate record key is tyRack
                           with duplicates
                       file status is tyreStatus-fs.

                   select optional nextTyreFile
                       assign to "NEXTTYRE.DAT"
                       organization is line sequential.

                   select optional tyreRateFile
                       assign to "TYRERATE.DAT"
                       organization is line sequential
                       file status is tyreRateStatus.

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

                   select optional tyreRptFile
                       assign to "TYRERPT.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd tyreDataFile.
                   copy "TYREREC.CPY".
               fd nextTyreFile.
                   01 nextTyre-rec pic 9(06).
               fd tyreRateFile.
                   01 tyreRate-rec pic 9(05)v99.
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd invoiceDataFile.
                   copy "INVREC.CPY".
               fd nextInvFile.
                   01 nextInv-rec pic 9(06).
               fd taxRateFile.
                   01 taxRate-rec pic 9(02)v99.
               fd invLineFile.
                   copy "INVLINEREC.CPY".
               fd tyreRptFile.
                   01 tyreRptLine pic x(120).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 tyreStatus-fs pic xx.
               01 tyreRateStatus pic xx.
               01 customerStatus pic xx.
               01 carsFileStatus pic xx.
               01 invFileStatus pic xx.
               01 taxRateStatus pic xx.
               01 tyreExitFlag pic x value 'n'.
               01 tyreChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-TyreNumber pic 9(06).
               01 in-CustNumber pic 9(06).
               01 in-CarId pic 9(06).
               01 in-SetType pic x(01).
               01 in-Size pic x(16).
               01 in-Brand pic x(16).
               01 in-Tread pic 9(02)v9.
               01 in-Rack pic x(08).
               01 in-Answer pic x(01).
               01 in-Charge pic 9(05)v99.
               01 nextTyre pic 9(06).
               01 nextInv pic 9(06).
               01 treadIdx pic 9(01).
               01 tyreCount pic 9(04).
               01 custFound pic x.
               01 carFound pic x.
               01 foundName pic x(24).
               01 foundPhone pic x(14).
               01 foundCar pic x(32).
               01 setWord pic x(06).
               01 statusWord pic x(10).
               01 minTread pic 9(02)v9.
               01 displayMinTread pic z9.9.
               01 displayMoney pic z(06)9.99.
               01 deniedOption pic x(32).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the season a date falls in: summer April to
               *> September, winter October to March under the year
               *> it starts
               01 thisSeason pic x(05).
               01 seasonYear pic 9(04).

               *> storage charge invoicing
               01 storageCharge pic 9(05)v99.
               01 taxRatePct pic 9(02)v99.
               01 lineTax pic 9(07)v99.
               01 grossAmount pic 9(07)v99.
               01 chargedCount pic 9(04).
               01 chargedTotal pic 9(07)v99.
               01 periodOk pic x.
               01 periodOpenDate pic 9(08).
               01 periodAnswer pic x.
               01 siteCode pic x(04).
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING carsFileName, currentUser,
               currentRole.
           perform with test after until tyreExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Seasonal Tyre Storage --"
               display "[1] - Take a Set into Storage"
               display "[2] - Sets Stored for a Customer"
               display "[3] - Hand a Set Back (Swap Done)"
               display "[4] - Raise Season Storage Charges"
               display "[5] - Rack Location Map"
               display "[6] - Sets With No Swap Booked"
               display "[7] - Storage Charge per Season"
               display spaces
               display "Swaps are booked from Appointments against "
                   "the set number."
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept tyreChoice

               evaluate tyreChoice
                   when "00"
                       move 'y' to tyreExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform STORE-SET
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform CUSTOMER-SETS
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform HAND-BACK
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform SEASON-CHARGES
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform RACK-MAP
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform NO-SWAP-LIST
                       call "SYSTEM" using "pause"

                   when "7"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Tyre Storage Charge"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform CHANGE-CHARGE
                       end-if
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> the set off the car goes on a rack with its condition
      *> written down, so there is no argument in six months about
      *> what was left with us
       STORE-SET.
           display "Customer number: " no advancing
           accept in-CustNumber
           move in-CustNumber to custNumber
           perform READ-CUSTOMER
           if custFound not = "y"
               display "Customer number " in-CustNumber
                   " is not on the customer master."
               exit paragraph
           end-if
           display "Set for " function trim(foundName) "."
           display "Vehicle record id the set belongs to: "
               no advancing
           accept in-CarId
           perform READ-CAR
           if carFound not = "y"
               display "Record id " in-CarId " is not in "
                   function trim(carsFileName) "."
               exit paragraph
           end-if
           display "(s)ummer or (w)inter set: " no advancing
           accept in-SetType
           move function upper-case(in-SetType) to in-SetType
           if in-SetType not = "S" and in-SetType not = "W"
               display "A set is either summer or winter; nothing "
                   "stored."
               exit paragraph
           end-if
           display "Tyre size (e.g. 205/55 R16 91V): " no advancing
           accept in-Size
           display "Brand: " no advancing
           accept in-Brand
           display "Rack location: " no advancing
           accept in-Rack
           move function upper-case(in-Rack) to in-Rack
           if in-Rack = spaces
               display "A set has to go somewhere; nothing stored."
               exit paragraph
           end-if

           open input nextTyreFile
               read nextTyreFile
                   at end
                       move 0 to nextTyre
                   not at end
                       move nextTyre-rec to nextTyre
               end-read
           close nextTyreFile
           add 1 to nextTyre

           accept todaysDate from date yyyymmdd
           move spaces to tyre-rec
           move nextTyre to tyNumber
           move in-CustNumber to tyCustNumber
           move in-CarId to tyCarId
           move carsFileName to tyGarage
           move in-SetType to tySetType
           move in-Size to tySize
           move in-Brand to tyBrand
           perform varying treadIdx from 1 by 1 until treadIdx > 4
               evaluate treadIdx
                   when 1
                       display "Tread mm, front left: " no advancing
                   when 2
                       display "Tread mm, front right: " no advancing
                   when 3
                       display "Tread mm, rear left: " no advancing
                   when other
                       display "Tread mm, rear right: " no advancing
               end-evaluate
               accept in-Tread
               move in-Tread to tyTread(treadIdx)
           end-perform
           move in-Rack to tyRack
           move todaysDate to tyDateIn
           move "S" to tyStatus
           move 0 to tySwapAppt
           move 0 to tyChargedInv
           move 0 to tyDateOut

           open i-o tyreDataFile
           if tyreStatus-fs not = "00"
               close tyreDataFile
               open output tyreDataFile
               close tyreDataFile
               open i-o tyreDataFile
           end-if
           write tyre-rec
               invalid key
                   display "Set number clash; the counter file may "
                       "be out of step."
                   close tyreDataFile
                   exit paragraph
           end-write
           close tyreDataFile

           open output nextTyreFile
               move nextTyre to nextTyre-rec
               write nextTyre-rec
           close nextTyreFile
           display "Set " nextTyre " stored at rack "
               function trim(in-Rack) ". Label the tyres with the "
               "set number.".

       CUSTOMER-SETS.
           display "Customer number: " no advancing
           accept in-CustNumber
           move 0 to tyreCount
           move "n" to eof
           open input tyreDataFile
           if tyreStatus-fs not = "00"
               move "y" to eof
           else
               move in-CustNumber to tyCustNumber
               start tyreDataFile key is = tyCustNumber
                   invalid key
                       move "y" to eof
               end-start
           end-if
           perform until eof = "y"
               read tyreDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tyCustNumber not = in-CustNumber
                           move "y" to eof
                       else
                           add 1 to tyreCount
                           perform SHOW-SET
                       end-if
               end-read
           end-perform
           close tyreDataFile
           if tyreCount = 0
               display "No tyre sets are stored for customer "
                   in-CustNumber "."
           end-if.

       SHOW-SET.
           perform SET-WORDS
           display "  Set " tyNumber "  " setWord "  "
               function trim(tySize) " " function trim(tyBrand)
               "  rack " tyRack "  " statusWord
           display "    car " tyCarId " at "
               function trim(tyGarage) "  in " tyDateIn
               "  min tread " displayMinTread " mm"
           if tySwapAppt not = 0
               display "    swap on appointment " tySwapAppt
           end-if
           if tyChargedSeason not = spaces
               display "    storage last charged for season "
                   tyChargedSeason " on invoice " tyChargedInv
           end-if.

      *> the swap is done: the stored set goes back on the car,
      *> and the set that came off can be taken into storage in
      *> its place on the same rack
       HAND-BACK.
           display "Set number: " no advancing
           accept in-TyreNumber
           open i-o tyreDataFile
           if tyreStatus-fs not = "00"
               close tyreDataFile
               display "No tyre sets are on file."
               exit paragraph
           end-if
           move in-TyreNumber to tyNumber
           read tyreDataFile
               invalid key
                   display "No set " in-TyreNumber " is on file."
                   close tyreDataFile
                   exit paragraph
           end-read
           if tyStatus = "R"
               display "Set " in-TyreNumber " was handed back on "
                   tyDateOut "."
               close tyreDataFile
               exit paragraph
           end-if
           if tyGarage not = carsFileName
               display "Set " in-TyreNumber " is stored at "
                   function trim(tyGarage) "."
               close tyreDataFile
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           move "R" to tyStatus
           move todaysDate to tyDateOut
           rewrite tyre-rec
           close tyreDataFile
           display "Set " in-TyreNumber " handed back; rack "
               function trim(tyRack) " is empty."

           display "Take the set that came off into storage? (y/n) "
               no advancing
           accept in-Answer
           if in-Answer = "y" or in-Answer = "Y"
               perform STORE-SET
           end-if.

      *> storage is billed once a season for every set we are
      *> holding; a set already charged this season is skipped, so
      *> the run is safe to repeat
       SEASON-CHARGES.
           accept todaysDate from date yyyymmdd
           perform SET-THIS-SEASON
           perform GET-STORAGE-CHARGE
           if storageCharge = 0
               display "No storage charge is set; set one with [7]."
               exit paragraph
           end-if
           perform CHECK-POSTING-PERIOD
           if periodOk not = "y"
               exit paragraph
           end-if
           perform GET-TAX-RATE
           move storageCharge to displayMoney
           display "Charging " function trim(displayMoney)
               " plus tax per set for season " thisSeason "."
           display "Continue? (y/n) " no advancing
           accept in-Answer
           if in-Answer not = "y" and in-Answer not = "Y"
               display "Nothing charged."
               exit paragraph
           end-if

           open input nextInvFile
               read nextInvFile
                   at end
                       move 0 to nextInv
                   not at end
                       move nextInv-rec to nextInv
               end-read
           close nextInvFile

           move 0 to chargedCount
           move 0 to chargedTotal
           compute lineTax rounded = storageCharge * taxRatePct / 100
           compute grossAmount = storageCharge + lineTax
           open i-o invoiceDataFile
           if invFileStatus not = "00"
               close invoiceDataFile
               open output invoiceDataFile
               close invoiceDataFile
               open i-o invoiceDataFile
           end-if
           open extend invLineFile
           move "n" to eof
           open i-o tyreDataFile
           if tyreStatus-fs not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read tyreDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tyGarage = carsFileName
                           and tyStatus not = "R"
                           and tyChargedSeason not = thisSeason
                           perform CHARGE-ONE-SET
                       end-if
               end-read
           end-perform
           close tyreDataFile
           close invLineFile
           close invoiceDataFile

           open output nextInvFile
               move nextInv to nextInv-rec
               write nextInv-rec
           close nextInvFile
           move chargedTotal to displayMoney
           display chargedCount " storage invoice(s) raised for "
               "season " thisSeason ", " function trim(displayMoney)
               " with tax.".

       CHARGE-ONE-SET.
           add 1 to nextInv
           move spaces to invline-rec
           move nextInv to ivlInvNumber
           move 1 to ivlLineNo
           move "S" to ivlType
           move spaces to ivlDescription
           string "Tyre storage " thisSeason " set " tyNumber
               delimited by size into ivlDescription
           move 1 to ivlQty
           move storageCharge to ivlUnitPrice
           move storageCharge to ivlNet
           move lineTax to ivlTax
           write invline-rec

           move spaces to invoice-rec
           move nextInv to invNumber
           move tyCustNumber to invCustNumber
           move todaysDate to invDate
           move grossAmount to invTotal
           move 0 to invPaid
           move 0 to invCredited
           move "O" to invStatus
           move lineTax to invTax
           move 0 to invLoyaltyPoints
           move 0 to invLoyaltyDisc
           move 0 to invDiscount
           call "garageCode" using carsFileName, siteCode
           move siteCode to invGarage
           write invoice-rec
               invalid key
                   rewrite invoice-rec
           end-write

           move thisSeason to tyChargedSeason
           move nextInv to tyChargedInv
           rewrite tyre-rec
           add 1 to chargedCount
           add grossAmount to chargedTotal
           display "  Set " tyNumber " customer " tyCustNumber
               " invoice " nextInv.

      *> the racks in location order, for finding a set and for
      *> the stock-take of what is physically there
       RACK-MAP.
           accept todaysDate from date yyyymmdd
           move 0 to tyreCount
           open output tyreRptFile
           move spaces to tyreRptLine
           string "TYRE RACK MAP - " function trim(carsFileName)
               "   " todaysDate
               delimited by size into tyreRptLine
           write tyreRptLine
           display function trim(tyreRptLine)
           move spaces to tyreRptLine
           string "Rack      Set     Type    Customer  Name         "
               "            Size              Brand           "
               "Min mm  Status"
               delimited by size into tyreRptLine
           write tyreRptLine
           display function trim(tyreRptLine)

           open input customerFile
           move "n" to eof
           open input tyreDataFile
           if tyreStatus-fs not = "00"
               move "y" to eof
           else
               move low-values to tyRack
               start tyreDataFile key is >= tyRack
                   invalid key
                       move "y" to eof
               end-start
           end-if
           perform until eof = "y"
               read tyreDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tyGarage = carsFileName
                           and tyStatus not = "R"
                           perform RACK-MAP-LINE
                       end-if
               end-read
           end-perform
           close tyreDataFile
           close customerFile

           move spaces to tyreRptLine
           write tyreRptLine
           move spaces to tyreRptLine
           string tyreCount " set(s) on the racks."
               delimited by size into tyreRptLine
           write tyreRptLine
           display function trim(tyreRptLine)
           close tyreRptFile
           display "Report written to TYRERPT.DAT."

           move "TYRERACK" to spoolType
           move "TYRERPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       RACK-MAP-LINE.
           add 1 to tyreCount
           perform SET-WORDS
           perform LOOK-UP-OWNER
           move spaces to tyreRptLine
           string tyRack "  " tyNumber "  " setWord "  "
               tyCustNumber "    " foundName " " tySize "  "
               tyBrand "  " displayMinTread "  " statusWord
               delimited by size into tyreRptLine
           write tyreRptLine
           display tyreRptLine.

      *> at the end of a season: sets still on the rack with no
      *> swap booked, and who to ring about them
       NO-SWAP-LIST.
           accept todaysDate from date yyyymmdd
           move 0 to tyreCount
           open output tyreRptFile
           move spaces to tyreRptLine
           string "TYRE SETS WITH NO SWAP BOOKED - "
               function trim(carsFileName) "   " todaysDate
               delimited by size into tyreRptLine
           write tyreRptLine
           display function trim(tyreRptLine)
           move spaces to tyreRptLine
           string "Set     Type    Rack      Customer  Name         "
               "            Phone           Stored"
               delimited by size into tyreRptLine
           write tyreRptLine
           display function trim(tyreRptLine)

           open input customerFile
           move "n" to eof
           open input tyreDataFile
           if tyreStatus-fs not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read tyreDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tyGarage = carsFileName
                           and tyStatus = "S"
                           perform NO-SWAP-LINE
                       end-if
               end-read
           end-perform
           close tyreDataFile
           close customerFile

           move spaces to tyreRptLine
           write tyreRptLine
           move spaces to tyreRptLine
           string tyreCount " set(s) with no swap booked."
               delimited by size into tyreRptLine
           write tyreRptLine
           display function trim(tyreRptLine)
           close tyreRptFile
           display "Report written to TYRERPT.DAT."

           move "TYRENOSWAP" to spoolType
           move "TYRERPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       NO-SWAP-LINE.
           add 1 to tyreCount
           perform SET-WORDS
           perform LOOK-UP-OWNER
           move spaces to tyreRptLine
           string tyNumber "  " setWord "  " tyRack "  "
               tyCustNumber "    " foundName " " foundPhone "  "
               tyDateIn
               delimited by size into tyreRptLine
           write tyreRptLine
           display tyreRptLine.

       CHANGE-CHARGE.
           perform GET-STORAGE-CHARGE
           move storageCharge to displayMoney
           display "Storage charge per set per season, before tax, "
               "is " function trim(displayMoney) "."
           display "New charge: " no advancing
           accept in-Charge
           open output tyreRateFile
               move in-Charge to tyreRate-rec
               write tyreRate-rec
           close tyreRateFile
           move in-Charge to displayMoney
           display "Storage charge set to " function trim(displayMoney)
               "; it applies from the next charging run."

           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move spaces to audit-rec
           move "TYRECH" to auditOperation
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
           string "Tyre storage charge " function trim(displayMoney)
               delimited by size into afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move "TYRERATE.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.

       SET-WORDS.
           if tySetType = "W"
               move "WINTER" to setWord
           else
               move "SUMMER" to setWord
           end-if
           evaluate tyStatus
               when "S"
                   move "in store" to statusWord
               when "B"
                   move "swap booked" to statusWord
               when other
                   move "handed back" to statusWord
           end-evaluate
           move tyTread(1) to minTread
           perform varying treadIdx from 2 by 1 until treadIdx > 4
               if tyTread(treadIdx) < minTread
                   move tyTread(treadIdx) to minTread
               end-if
           end-perform
           move minTread to displayMinTread.

       SET-THIS-SEASON.
           move todaysDate(1:4) to seasonYear
           move spaces to thisSeason
           if todaysDate(5:2) >= "04" and todaysDate(5:2) <= "09"
               string seasonYear "S" delimited by size
                   into thisSeason
           else
               if todaysDate(5:2) < "04"
                   subtract 1 from seasonYear
               end-if
               string seasonYear "W" delimited by size
                   into thisSeason
           end-if.

       LOOK-UP-OWNER.
           move spaces to foundName
           move spaces to foundPhone
           move tyCustNumber to custNumber
           read customerFile
               invalid key
                   continue
               not invalid key
                   move custName to foundName
                   move custPhone to foundPhone
           end-read.

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

      *> the charge is set up at a starting figure the first time
      *> it is needed
       GET-STORAGE-CHARGE.
           open input tyreRateFile
           if tyreRateStatus not = "00"
               close tyreRateFile
               move 40.00 to storageCharge
               open output tyreRateFile
                   move storageCharge to tyreRate-rec
                   write tyreRate-rec
               close tyreRateFile
           else
               read tyreRateFile
                   at end
                       move 40.00 to storageCharge
                   not at end
                       move tyreRate-rec to storageCharge
               end-read
               close tyreRateFile
           end-if.

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
                   display "Nothing posted."
               end-if
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
           move "TYRERATE.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
