        IDENTIFICATION DIVISION.
        PROGRAM-ID. testDrive.
       environment division.
           input-output section.
               file-control.
                   select optional testDriveFile
                       assign to "TESTDRIVE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is tdNumber
                       alternate record key is tdVehicle
                           with duplicates
                       file status is testDriveStatus.

                   select optional nextDriveFile
                       assign to "NEXTTD.DAT"
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

                   select optional nextCustIdFile
                       assign to "NEXTCUSTID.DAT"
                       organization is line sequential.

                   select optional depositFile
                       assign to "DEPOSIT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is depNumber
                       file status is depositStatus.

                   select optional driveRptFile
                       assign to "TDRPT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd testDriveFile.
                   copy "TESTDRIVEREC.CPY".
               fd nextDriveFile.
                   01 nextDrive-rec pic 9(06).
               fd carsFile.
                   copy "CARREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd nextCustIdFile.
                   01 nextCustId-rec pic 9(06).
               fd depositFile.
                   copy "DEPREC.CPY".
               fd driveRptFile.
                   01 driveRptLine pic x(120).
           WORKING-STORAGE SECTION.
               01 testDriveStatus pic xx.
               01 carsFileStatus pic xx.
               01 customerStatus pic xx.
               01 depositStatus pic xx.
               01 driveExitFlag pic x value 'n'.
               01 driveChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-CarId pic 9(06).
               01 in-CustNumber pic 9(06).
               01 in-Licence pic x(16).
               01 in-LicenceExpiry pic 9(08).
               01 in-Odometer pic 9(07).
               01 in-DriveNumber pic 9(06).
               01 in-Answer pic x(01).
               01 in-Month pic 9(06).
               01 nextDrive pic 9(06).
               01 custIdBefore pic 9(06).
               01 custIdAfter pic 9(06).
               01 carFound pic x.
               01 foundCar pic x(32).
               01 foundSale pic x(01).
               01 foundMileage pic 9(07).
               01 foundBuyer pic 9(06).
               01 foundSaleDate pic 9(08).
               01 foundName pic x(24).
               01 blocked pic x.
               01 listCount pic 9(04).
               01 gapCount pic 9(04).
               01 odoGap pic s9(07).
               01 driveMiles pic 9(07).
               01 displayGap pic -(06)9.
               01 displayRate pic zz9.9.
               01 converted pic x.
               01 convertedCount pic 9(04).
               01 syncCarId pic 9(06).
               01 syncOdometer pic 9(07).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the month's drives, car by car and salesperson by
               *> salesperson
               01 tdCar-table.
                   02 tdCar-entry occurs 200 times
                           indexed by tcIdx.
                       03 tcCarId pic 9(06).
                       03 tcCar pic x(32).
                       03 tcDrives pic 9(04).
                       03 tcSold pic x(01).
               01 tdCarCount pic 9(03).
               01 tcFoundIdx pic 9(03).
               01 tdSp-table.
                   02 tdSp-entry occurs 20 times
                           indexed by tsIdx.
                       03 tsUser pic x(08).
                       03 tsDrives pic 9(04).
                       03 tsConverted pic 9(04).
               01 tdSpCount pic 9(02).
               01 tsFoundIdx pic 9(02).
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING carsFileName, currentUser.
           perform with test after until driveExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Test Drives --"
               display "[1] - Send a Car Out on a Test Drive"
               display "[2] - Test Drive Back"
               display "[3] - Cars Out on Test Drives"
               display "[4] - Monthly Test Drive Report"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept driveChoice

               evaluate driveChoice
                   when "00"
                       move 'y' to driveExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform DRIVE-OUT
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform DRIVE-BACK
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform LIST-OPEN-DRIVES
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform MONTHLY-DRIVE-REPORT
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> a stock car goes out with a named driver whose licence
      *> has been seen, and only if nobody else has it or has a
      *> deposit down on it
       DRIVE-OUT.
           display "Vehicle record id: " no advancing
           accept in-CarId
           perform READ-CAR
           if carFound not = "y"
               display "Record id " in-CarId " is not in "
                   function trim(carsFileName) "."
               exit paragraph
           end-if
           if foundSale not = "I"
               display function trim(foundCar) " is not for sale "
                   "(state " foundSale "); it cannot go out on a "
                   "test drive."
               exit paragraph
           end-if
           perform CHECK-CAR-FREE
           if blocked = "y"
               exit paragraph
           end-if

           display "Customer number (0 to add a new prospect): "
               no advancing
           accept in-CustNumber
           if in-CustNumber = 0
               perform ADD-PROSPECT
               if in-CustNumber = 0
                   display "No customer; the car stays here."
                   exit paragraph
               end-if
           end-if
           perform READ-CUSTOMER
           if foundName = spaces
               display "Customer " in-CustNumber " is not on the "
                   "customer master."
               exit paragraph
           end-if
           display "Driver: " function trim(foundName)

           display "Driving licence number: " no advancing
           accept in-Licence
           if in-Licence = spaces
               display "The licence has to be seen; the car stays "
                   "here."
               exit paragraph
           end-if
           display "Licence expiry date (YYYYMMDD): " no advancing
           accept in-LicenceExpiry
           accept todaysDate from date yyyymmdd
           if in-LicenceExpiry < todaysDate
               display "That licence has expired; the car stays "
                   "here."
               exit paragraph
           end-if
           display "Odometer now (enter for " foundMileage "): "
               no advancing
           accept in-Odometer
           if in-Odometer = 0
               move foundMileage to in-Odometer
           end-if
           if in-Odometer not = foundMileage
               compute odoGap = in-Odometer - foundMileage
               move odoGap to displayGap
               display "** The odometer is " function trim(displayGap)
                   " off the car record's " foundMileage
                   "; it will show on the monthly report. **"
           end-if

           open input nextDriveFile
               read nextDriveFile
                   at end
                       move 0 to nextDrive
                   not at end
                       move nextDrive-rec to nextDrive
               end-read
           close nextDriveFile
           add 1 to nextDrive

           accept nowTime from time
           open i-o testDriveFile
           if testDriveStatus not = "00"
               close testDriveFile
               open output testDriveFile
               close testDriveFile
               open i-o testDriveFile
           end-if
           move spaces to testDrive-rec
           move nextDrive to tdNumber
           move carsFileName to tdGarage
           move in-CarId to tdCarId
           move in-CustNumber to tdCustNumber
           move in-Licence to tdLicence
           move in-LicenceExpiry to tdLicenceExpiry
           move currentUser to tdSalesperson
           move todaysDate to tdOutDate
           move nowTime(1:4) to tdOutTime
           move 0 to tdBackDate
           move 0 to tdBackTime
           move foundMileage to tdCarMileage
           move in-Odometer to tdStartOdo
           move 0 to tdEndOdo
           move "O" to tdStatus
           write testDrive-rec
               invalid key
                   display "Test drive number clash; the counter "
                       "file may be out of step."
                   close testDriveFile
                   exit paragraph
           end-write
           close testDriveFile

           open output nextDriveFile
               move nextDrive to nextDrive-rec
               write nextDrive-rec
           close nextDriveFile
           display "Test drive " nextDrive ": "
               function trim(foundCar) " out with "
               function trim(foundName) ".".

      *> an open test drive or an active deposit hold on the car
      *> keeps it on the lot
       CHECK-CAR-FREE.
           move "n" to blocked
           move "n" to eof
           open input testDriveFile
           if testDriveStatus not = "00"
               move "y" to eof
           else
               move carsFileName to tdGarage
               move in-CarId to tdCarId
               start testDriveFile key is = tdVehicle
                   invalid key
                       move "y" to eof
               end-start
           end-if
           perform until eof = "y"
               read testDriveFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tdGarage not = carsFileName
                           or tdCarId not = in-CarId
                           move "y" to eof
                       else
                           if tdStatus = "O"
                               move "y" to blocked
                               move "y" to eof
                               display "The car is already out on "
                                   "test drive " tdNumber " since "
                                   tdOutDate " " tdOutTime "."
                           end-if
                       end-if
               end-read
           end-perform
           close testDriveFile
           if blocked = "y"
               exit paragraph
           end-if

           move "n" to eof
           open input depositFile
           if depositStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read depositFile next record
                   at end
                       move "y" to eof
                   not at end
                       if depCarId = in-CarId
                           and depGarage = carsFileName
                           and depStatus = "A"
                           move "y" to blocked
                           move "y" to eof
                           display "Deposit " depNumber " is held on "
                               "the car for customer " depCustNumber
                               "; it cannot go out."
                       end-if
               end-read
           end-perform
           close depositFile.

      *> a walk-in prospect is added the usual way; the number the
      *> customer add hands out is picked up from its counter
       ADD-PROSPECT.
           move 0 to in-CustNumber
           perform READ-CUST-COUNTER
           move custIdAfter to custIdBefore
           call "custAddFile"
           perform READ-CUST-COUNTER
           if custIdAfter not = custIdBefore
               move custIdAfter to in-CustNumber
               display "Using new customer " in-CustNumber "."
           end-if.

       READ-CUST-COUNTER.
           move 0 to custIdAfter
           open input nextCustIdFile
               read nextCustIdFile
                   at end
                       move 0 to custIdAfter
                   not at end
                       move nextCustId-rec to custIdAfter
               end-read
           close nextCustIdFile.

      *> the car comes back: the reading goes on the drive and on
      *> the car record
       DRIVE-BACK.
           display "Test drive number: " no advancing
           accept in-DriveNumber
           open i-o testDriveFile
           if testDriveStatus not = "00"
               close testDriveFile
               display "No test drives are on file."
               exit paragraph
           end-if
           move in-DriveNumber to tdNumber
           read testDriveFile
               invalid key
                   display "No test drive " in-DriveNumber
                       " is on file."
                   close testDriveFile
                   exit paragraph
           end-read
           if tdStatus not = "O"
               display "Test drive " in-DriveNumber " came back on "
                   tdBackDate "."
               close testDriveFile
               exit paragraph
           end-if
           if tdGarage not = carsFileName
               display "Test drive " in-DriveNumber " went out from "
                   function trim(tdGarage) "."
               close testDriveFile
               exit paragraph
           end-if
           display "Odometer back: " no advancing
           accept in-Odometer
           if in-Odometer < tdStartOdo
               display "That is less than the " tdStartOdo
                   " it went out on; check the reading."
               close testDriveFile
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move todaysDate to tdBackDate
           move nowTime(1:4) to tdBackTime
           move in-Odometer to tdEndOdo
           move "C" to tdStatus
           rewrite testDrive-rec
           close testDriveFile
           compute driveMiles = tdEndOdo - tdStartOdo
           display "Test drive " in-DriveNumber " back; "
               driveMiles " driven."

           move tdCarId to syncCarId
           move in-Odometer to syncOdometer
           call "mileageSync" using carsFileName, currentUser,
               syncCarId, syncOdometer.

       LIST-OPEN-DRIVES.
           move 0 to listCount
           move "n" to eof
           open input testDriveFile
           if testDriveStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read testDriveFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tdStatus = "O"
                           and tdGarage = carsFileName
                           add 1 to listCount
                           move tdCarId to in-CarId
                           perform READ-CAR
                           display "  " tdNumber "  " foundCar
                               "  customer " tdCustNumber "  by "
                               tdSalesperson "  out " tdOutDate " "
                               tdOutTime
                       end-if
               end-read
           end-perform
           close testDriveFile
           display listCount " car(s) out on test drives.".

      *> drives per car and per salesperson, how many of them
      *> ended in the driver buying the car, and any readings
      *> that do not agree with the car record
       MONTHLY-DRIVE-REPORT.
           accept todaysDate from date yyyymmdd
           display "Month to report (YYYYMM, enter for this month): "
               no advancing
           accept in-Month
           if in-Month = 0
               move todaysDate(1:6) to in-Month
           end-if
           move 0 to tdCarCount
           move 0 to tdSpCount
           move 0 to listCount
           move 0 to convertedCount
           move 0 to gapCount

           open output driveRptFile
           move spaces to driveRptLine
           string "TEST DRIVES - " function trim(carsFileName)
               " - month " in-Month "   run " todaysDate
               delimited by size into driveRptLine
           write driveRptLine
           display function trim(driveRptLine)
           move spaces to driveRptLine
           write driveRptLine
           move "Odometer readings that do not match the car record:"
               to driveRptLine
           write driveRptLine
           display function trim(driveRptLine)

           move "n" to eof
           open input testDriveFile
           if testDriveStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read testDriveFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tdGarage = carsFileName
                           and tdOutDate(1:6) = in-Month
                           perform TALLY-ONE-DRIVE
                       end-if
               end-read
           end-perform
           close testDriveFile
           if gapCount = 0
               move "  (none)" to driveRptLine
               write driveRptLine
               display driveRptLine
           end-if

           move spaces to driveRptLine
           write driveRptLine
           move "By car:" to driveRptLine
           write driveRptLine
           display driveRptLine
           perform varying tcIdx from 1 by 1
                   until tcIdx > tdCarCount
               move spaces to driveRptLine
               if tcSold(tcIdx) = "y"
                   string "  " tcCarId(tcIdx) "  " tcCar(tcIdx) "  "
                       tcDrives(tcIdx) " drive(s)  SOLD TO A DRIVER"
                       delimited by size into driveRptLine
               else
                   string "  " tcCarId(tcIdx) "  " tcCar(tcIdx) "  "
                       tcDrives(tcIdx) " drive(s)"
                       delimited by size into driveRptLine
               end-if
               write driveRptLine
               display driveRptLine
           end-perform

           move spaces to driveRptLine
           write driveRptLine
           move "By salesperson:" to driveRptLine
           write driveRptLine
           display driveRptLine
           perform varying tsIdx from 1 by 1
                   until tsIdx > tdSpCount
               compute displayRate rounded =
                   tsConverted(tsIdx) * 100 / tsDrives(tsIdx)
               move spaces to driveRptLine
               string "  " tsUser(tsIdx) "  " tsDrives(tsIdx)
                   " drive(s)  " tsConverted(tsIdx) " sold  "
                   displayRate "% converted"
                   delimited by size into driveRptLine
               write driveRptLine
               display driveRptLine
           end-perform

           move spaces to driveRptLine
           write driveRptLine
           if listCount > 0
               compute displayRate rounded =
                   convertedCount * 100 / listCount
           else
               move 0 to displayRate
           end-if
           move spaces to driveRptLine
           string "Total " listCount " test drive(s), "
               convertedCount " sold to the driver, " displayRate
               "% conversion; " gapCount " odometer mismatch(es)."
               delimited by size into driveRptLine
           write driveRptLine
           display function trim(driveRptLine)
           close driveRptFile
           display "Report written to TDRPT.DAT."

           move "TESTDRIVE" to spoolType
           move "TDRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

      *> a drive converts when the car has since been sold to the
      *> customer who drove it
       TALLY-ONE-DRIVE.
           add 1 to listCount
           move tdCarId to in-CarId
           perform READ-CAR
           move "n" to converted
           if foundSale = "S" and foundBuyer = tdCustNumber
               and foundSaleDate >= tdOutDate
               move "y" to converted
               add 1 to convertedCount
           end-if

           move 0 to tcFoundIdx
           perform varying tcIdx from 1 by 1
                   until tcIdx > tdCarCount
               if tcCarId(tcIdx) = tdCarId
                   set tcFoundIdx to tcIdx
               end-if
           end-perform
           if tcFoundIdx = 0 and tdCarCount < 200
               add 1 to tdCarCount
               move tdCarCount to tcFoundIdx
               move tdCarId to tcCarId(tcFoundIdx)
               move foundCar to tcCar(tcFoundIdx)
               move 0 to tcDrives(tcFoundIdx)
               move "n" to tcSold(tcFoundIdx)
           end-if
           if tcFoundIdx > 0
               add 1 to tcDrives(tcFoundIdx)
               if converted = "y"
                   move "y" to tcSold(tcFoundIdx)
               end-if
           end-if

           move 0 to tsFoundIdx
           perform varying tsIdx from 1 by 1
                   until tsIdx > tdSpCount
               if tsUser(tsIdx) = tdSalesperson
                   set tsFoundIdx to tsIdx
               end-if
           end-perform
           if tsFoundIdx = 0 and tdSpCount < 20
               add 1 to tdSpCount
               move tdSpCount to tsFoundIdx
               move tdSalesperson to tsUser(tsFoundIdx)
               move 0 to tsDrives(tsFoundIdx)
               move 0 to tsConverted(tsFoundIdx)
           end-if
           if tsFoundIdx > 0
               add 1 to tsDrives(tsFoundIdx)
               if converted = "y"
                   add 1 to tsConverted(tsFoundIdx)
               end-if
           end-if

           if tdStartOdo not = tdCarMileage
               add 1 to gapCount
               compute odoGap = tdStartOdo - tdCarMileage
               move odoGap to displayGap
               move spaces to driveRptLine
               string "  drive " tdNumber "  car " tdCarId
                   "  out " tdOutDate "  record " tdCarMileage
                   "  odometer " tdStartOdo "  gap " displayGap
                   "  by " tdSalesperson
                   delimited by size into driveRptLine
               write driveRptLine
               display function trim(driveRptLine)
           end-if.

       READ-CAR.
           move "n" to carFound
           move spaces to foundCar
           move space to foundSale
           move 0 to foundMileage
           move 0 to foundBuyer
           move 0 to foundSaleDate
           open input carsFile
           if carsFileStatus not = "35"
               move in-CarId to recordId
               read carsFile
                   invalid key
                       continue
                   not invalid key
                       move "y" to carFound
                       move carOwned to foundCar
                       move saleStatus to foundSale
                       move mileage to foundMileage
                       move buyerCustNumber to foundBuyer
                       move saleDate to foundSaleDate
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
