        IDENTIFICATION DIVISION.
        PROGRAM-ID. archiveFile.
       environment division.
           input-output section.
               file-control.
                   select optional carsFile
                       assign to carsFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional archFile
                       assign to "VEHARCH.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is arKey
                       alternate record key is arVin
                           with duplicates
                       alternate record key is arOwner
                           with duplicates
                       file status is archStatus.

                   select optional serviceHistFile
                       assign to "SVCHIST.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is svcSeqNumber
                       alternate record key is svcCarId
                           with duplicates
                       file status is serviceStatus.

                   select optional apptDataFile
                       assign to "APPT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is apptNumber
                       file status is apptFileStatus.

                   select optional woFile
                       assign to "WORKORD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is woNumber
                       file status is woStatus-fs.

                   select optional depositFile
                       assign to "DEPOSIT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is depNumber
                       file status is depositStatus.

                   select optional loanDataFile
                       assign to "LOAN.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is loanNumber
                       file status is loanStatus-fs.

                   select optional recVehFile
                       assign to "RECVEH.DAT"
                       organization is line sequential
                       file status is recVehStatus.

                   select optional archRptFile
                       assign to "ARCHRPT.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.

                   select optional lockFile
                       assign to lockFileName
                       organization is line sequential
                       file status is lockStatus.
        DATA DIVISION.
           file section.
               fd carsFile.
                   copy "CARREC.CPY".
               fd archFile.
                   copy "ARCHREC.CPY".
               fd serviceHistFile.
                   copy "SERVICEREC.CPY".
               fd apptDataFile.
                   copy "APPTREC.CPY".
               fd woFile.
                   copy "WOREC.CPY".
               fd depositFile.
                   copy "DEPREC.CPY".
               fd loanDataFile.
                   copy "LOANREC.CPY".
               fd recVehFile.
                   01 recVeh-rec.
                       02 rvRecallNumber pic 9(04).
                       02 rvCarId pic 9(06).
                       02 rvGarage pic x(40).
                       02 rvVin pic x(17).
                       02 rvCustNumber pic 9(06).
                       *> P pending remediation, D done
                       02 rvStatus pic x(01).
               fd archRptFile.
                   01 archRptLine pic x(120).
               fd auditFile.
                   copy "AUDITREC.CPY".
               fd lockFile.
                   copy "LOCKREC.CPY".
           WORKING-STORAGE SECTION.
               01 carsFileStatus pic xx.
               01 archStatus pic xx.
               01 serviceStatus pic xx.
               01 apptFileStatus pic xx.
               01 woStatus-fs pic xx.
               01 depositStatus pic xx.
               01 loanStatus-fs pic xx.
               01 recVehStatus pic xx.
               01 lockStatus pic xx.
               01 lockFileName pic x(44) value spaces.
               01 lockDelCommand pic x(50).
               01 backupCommand pic x(90).
               01 archExitFlag pic x value 'n'.
               01 archChoice pic xx.
               01 eof pic x.
               01 scanEof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-SoldMonths pic 9(03).
               01 in-IdleMonths pic 9(03).
               01 in-CarId pic 9(06).
               01 in-Answer pic x(01).
               01 deniedOption pic x(32).
               01 cutMonths pic 9(07).
               01 cutYear pic 9(04).
               01 cutMonth pic 9(02).
               01 soldCutoff pic 9(08).
               01 idleCutoff pic 9(08).
               01 cutoffDate pic 9(08).
               01 pickReason pic x(01).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
               01 lastSeen pic 9(08).
               01 holdReason pic x(30).
               01 archivedCount pic 9(04).
               01 heldCount pic 9(04).
               01 listCount pic 9(04).
               01 reasonText pic x(08).

               *> the vehicles old enough to go, picked off the
               *> cars file first and checked one by one against
               *> everything that could still be open on them
               01 cand-table.
                   02 cand-entry occurs 500 times indexed by candIdx.
                       03 candId pic 9(06).
                       03 candReason pic x(01).
                       03 candVin pic x(17).
                       03 candCar pic x(32).
                       03 candSaleDate pic 9(08).
                       03 candAdded pic 9(08).
               01 candCount pic 9(04).
               01 candFull pic x.
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING carsFileName, currentUser,
               currentRole.
           string function trim(carsFileName) ".lck"
               delimited by size into lockFileName
           string "del " function trim(lockFileName)
               delimited by size into lockDelCommand

           perform with test after until archExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Vehicle Archive --"
               display "[1] - Archive Run (Sold and Dormant Vehicles)"
               display "[2] - Archived Vehicles"
               display "[3] - Bring Back an Archived Vehicle"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept archChoice

               evaluate archChoice
                   when "00"
                       move 'y' to archExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Vehicle Archive Run"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform ARCHIVE-RUN
                       end-if
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform LIST-ARCHIVED
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Bring Back Archived Vehicle"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform BRING-BACK
                       end-if
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> cars sold long ago and customer cars not seen for the
      *> dormant period leave the live file for the archive, as
      *> long as nothing is still open against them
       ARCHIVE-RUN.
           accept todaysDate from date yyyymmdd
           display "Archive cars sold more than how many months "
               "ago (enter for 24): " no advancing
           accept in-SoldMonths
           if in-SoldMonths = 0
               move 24 to in-SoldMonths
           end-if
           display "Archive customer cars with no activity for how "
               "many months (enter for 36): " no advancing
           accept in-IdleMonths
           if in-IdleMonths = 0
               move 36 to in-IdleMonths
           end-if
           move in-SoldMonths to cutMonths
           perform MONTHS-BACK
           move cutoffDate to soldCutoff
           move in-IdleMonths to cutMonths
           perform MONTHS-BACK
           move cutoffDate to idleCutoff

           open input lockFile
           if lockStatus = "00"
               read lockFile
                   at end
                       move spaces to lock-rec
               end-read
               close lockFile
               display function trim(carsFileName)
                   " is locked by " function trim(lockUser)
                   " since " lockTimestamp "."
               display "If that session is dead, a supervisor can "
                   "break the lock from the menu."
               exit paragraph
           end-if
           accept nowTime from time
           open output lockFile
           move currentUser to lockUser
           string todaysDate nowTime(1:6) delimited by size
               into lockTimestamp
           write lock-rec
           close lockFile

           perform PICK-CANDIDATES
           if carsFileStatus = "35"
               display "Data file " function trim(carsFileName)
                   " does not exist yet."
               call "SYSTEM" using lockDelCommand
               exit paragraph
           end-if

           *> the live file is backed up before anything leaves it
           move spaces to backupCommand
           string "copy /Y " function trim(carsFileName) " "
               function trim(carsFileName) ".bak"
               delimited by size into backupCommand
           call "SYSTEM" using backupCommand

           move 0 to archivedCount
           move 0 to heldCount
           open output archRptFile
           move spaces to archRptLine
           string "VEHICLE ARCHIVE RUN - " function trim(carsFileName)
               "   run " todaysDate "   sold before " soldCutoff
               "   idle since before " idleCutoff
               delimited by size into archRptLine
           write archRptLine
           display function trim(archRptLine)
           move spaces to archRptLine
           write archRptLine

           open i-o archFile
           if archStatus not = "00"
               close archFile
               open output archFile
               close archFile
               open i-o archFile
           end-if
           open i-o carsFile
           perform varying candIdx from 1 by 1
                   until candIdx > candCount
               perform ARCHIVE-ONE-CAR
           end-perform
           close carsFile
           close archFile

           move spaces to archRptLine
           write archRptLine
           move spaces to archRptLine
           string "Archived " archivedCount " vehicle(s); "
               heldCount " held back with something still open."
               delimited by size into archRptLine
           write archRptLine
           display function trim(archRptLine)
           close archRptFile
           call "SYSTEM" using lockDelCommand
           display "Report written to ARCHRPT.DAT."

           move "ARCHIVE" to spoolType
           move "ARCHRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

      *> cutoffDate comes back as today's date less cutMonths
      *> months, the day pulled back to the 28th where needed
       MONTHS-BACK.
           move todaysDate(1:4) to cutYear
           move todaysDate(5:2) to cutMonth
           compute cutMonths = cutYear * 12 + cutMonth - 1
               - cutMonths
           divide cutMonths by 12 giving cutYear
               remainder cutMonth
           add 1 to cutMonth
           move cutYear to cutoffDate(1:4)
           move cutMonth to cutoffDate(5:2)
           move todaysDate(7:2) to cutoffDate(7:2)
           if cutoffDate(7:2) > "28"
               move "28" to cutoffDate(7:2)
           end-if.

      *> stock on the lot and courtesy cars are never archived;
      *> a sold car goes once it was sold before the cut-off, a
      *> customer car once it was added before the dormant cut-off
       PICK-CANDIDATES.
           move 0 to candCount
           move "n" to candFull
           move "n" to eof
           open input carsFile
           if carsFileStatus = "35"
               close carsFile
               exit paragraph
           end-if
           perform until eof = "y"
               read carsFile next record
                   at end
                       move "y" to eof
                   not at end
                       evaluate true
                           when saleStatus = "I"
                           when saleStatus = "R"
                           when courtesyFlag = "Y"
                               continue
                           when saleStatus = "S"
                               and saleDate < soldCutoff
                               move "S" to pickReason
                               perform NOTE-CANDIDATE
                           when saleStatus not = "S"
                               and dateAdded < idleCutoff
                               move "D" to pickReason
                               perform NOTE-CANDIDATE
                       end-evaluate
               end-read
           end-perform
           close carsFile
           if candFull = "y"
               display "More than 500 vehicles are due; run the "
                   "archive again to take the rest."
           end-if.

       NOTE-CANDIDATE.
           if candCount >= 500
               move "y" to candFull
               move "y" to eof
               exit paragraph
           end-if
           add 1 to candCount
           move recordId to candId(candCount)
           move pickReason to candReason(candCount)
           move vin to candVin(candCount)
           move carOwned to candCar(candCount)
           move saleDate to candSaleDate(candCount)
           move dateAdded to candAdded(candCount).

       ARCHIVE-ONE-CAR.
           move spaces to holdReason
           perform FIND-LAST-SEEN
           if candReason(candIdx) = "S"
               if lastSeen >= soldCutoff
                   move "seen since it was sold" to holdReason
               end-if
           else
               if lastSeen >= idleCutoff
                   exit paragraph
               end-if
           end-if
           if holdReason = spaces
               perform CHECK-OPEN-ITEMS
           end-if
           if candReason(candIdx) = "S"
               move "SOLD" to reasonText
           else
               move "DORMANT" to reasonText
           end-if
           if holdReason not = spaces
               add 1 to heldCount
               move spaces to archRptLine
               string "  HELD  " candId(candIdx) "  "
                   candCar(candIdx) "  " reasonText "  "
                   holdReason
                   delimited by size into archRptLine
               write archRptLine
               display function trim(archRptLine)
               exit paragraph
           end-if

           move candId(candIdx) to recordId
           read carsFile
               invalid key
                   exit paragraph
           end-read
           move spaces to arch-rec
           move carsFileName to arGarage
           move recordId to arRecordId
           move vin to arVin
           move owner to arOwner
           move carFile-rec to arCarImage
           move todaysDate to arArchivedDate
           move candReason(candIdx) to arReason
           move currentUser to arUser
           write arch-rec
               invalid key
                   rewrite arch-rec
           end-write
           delete carsFile record
               invalid key
                   display "Record id " recordId " could not be "
                       "removed from the live file."
                   exit paragraph
           end-delete
           add 1 to archivedCount

           move spaces to audit-rec
           accept nowTime from time
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move "ARCHIV" to auditOperation
           move recordId to beforeId
           move owner to beforeOwner
           move carOwned to beforeCar
           move vin to beforeVin
           move modelYear to beforeYear
           move carColor to beforeColor
           move mileage to beforeMileage
           move 0 to afterId
           move spaces to afterOwner
           move "MOVED TO VEHICLE ARCHIVE" to afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move carsFileName to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile

           move spaces to archRptLine
           string "  MOVED " candId(candIdx) "  " candCar(candIdx)
               "  " reasonText "  last seen " lastSeen
               delimited by size into archRptLine
           write archRptLine
           display function trim(archRptLine).

      *> the newest date anything happened to the car: added,
      *> sold, serviced, booked in or on a work order
       FIND-LAST-SEEN.
           move candAdded(candIdx) to lastSeen
           if candSaleDate(candIdx) numeric
               and candSaleDate(candIdx) > lastSeen
               move candSaleDate(candIdx) to lastSeen
           end-if

           move "n" to scanEof
           open input serviceHistFile
           if serviceStatus not = "00"
               move "y" to scanEof
           else
               move candId(candIdx) to svcCarId
               start serviceHistFile key is = svcCarId
                   invalid key
                       move "y" to scanEof
               end-start
           end-if
           perform until scanEof = "y"
               read serviceHistFile next record
                   at end
                       move "y" to scanEof
                   not at end
                       if svcCarId not = candId(candIdx)
                           move "y" to scanEof
                       else
                           if svcDate > lastSeen
                               move svcDate to lastSeen
                           end-if
                       end-if
               end-read
           end-perform
           close serviceHistFile

           move "n" to scanEof
           open input apptDataFile
           if apptFileStatus not = "00"
               move "y" to scanEof
           end-if
           perform until scanEof = "y"
               read apptDataFile next record
                   at end
                       move "y" to scanEof
                   not at end
                       if apptCarId = candId(candIdx)
                           and apptGarage = carsFileName
                           and apptDate > lastSeen
                           move apptDate to lastSeen
                       end-if
               end-read
           end-perform
           close apptDataFile

           move "n" to scanEof
           open input woFile
           if woStatus-fs not = "00"
               move "y" to scanEof
           end-if
           perform until scanEof = "y"
               read woFile next record
                   at end
                       move "y" to scanEof
                   not at end
                       if woCarId = candId(candIdx)
                           and woGarage = carsFileName
                           and woDate > lastSeen
                           move woDate to lastSeen
                       end-if
               end-read
           end-perform
           close woFile.

      *> a deposit, a loan, an open work order or a recall not yet
      *> put right keeps the car on the live file
       CHECK-OPEN-ITEMS.
           move "n" to scanEof
           open input depositFile
           if depositStatus not = "00"
               move "y" to scanEof
           end-if
           perform until scanEof = "y"
               read depositFile next record
                   at end
                       move "y" to scanEof
                   not at end
                       if depCarId = candId(candIdx)
                           and depGarage = carsFileName
                           and depStatus = "A"
                           move "deposit held" to holdReason
                           move "y" to scanEof
                       end-if
               end-read
           end-perform
           close depositFile
           if holdReason not = spaces
               exit paragraph
           end-if

           move "n" to scanEof
           open input loanDataFile
           if loanStatus-fs not = "00"
               move "y" to scanEof
           end-if
           perform until scanEof = "y"
               read loanDataFile next record
                   at end
                       move "y" to scanEof
                   not at end
                       if loanCarId = candId(candIdx)
                           and loanGarage = carsFileName
                           and loanStatus = "O"
                           move "out on loan" to holdReason
                           move "y" to scanEof
                       end-if
               end-read
           end-perform
           close loanDataFile
           if holdReason not = spaces
               exit paragraph
           end-if

           move "n" to scanEof
           open input woFile
           if woStatus-fs not = "00"
               move "y" to scanEof
           end-if
           perform until scanEof = "y"
               read woFile next record
                   at end
                       move "y" to scanEof
                   not at end
                       if woCarId = candId(candIdx)
                           and woGarage = carsFileName
                           and woStatus = "O"
                           move "open work order" to holdReason
                           move "y" to scanEof
                       end-if
               end-read
           end-perform
           close woFile
           if holdReason not = spaces
               exit paragraph
           end-if

           move "n" to scanEof
           open input recVehFile
           if recVehStatus not = "00"
               move "y" to scanEof
           end-if
           perform until scanEof = "y"
               read recVehFile
                   at end
                       move "y" to scanEof
                   not at end
                       if rvCarId = candId(candIdx)
                           and rvGarage = carsFileName
                           and rvStatus = "P"
                           move "recall not remediated"
                               to holdReason
                           move "y" to scanEof
                       end-if
               end-read
           end-perform
           close recVehFile.

       LIST-ARCHIVED.
           move 0 to listCount
           move "n" to eof
           open input archFile
           if archStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read archFile next record
                   at end
                       move "y" to eof
                   not at end
                       if arGarage = carsFileName
                           add 1 to listCount
                           move arCarImage to carFile-rec
                           if arReason = "S"
                               move "SOLD" to reasonText
                           else
                               move "DORMANT" to reasonText
                           end-if
                           display "  " arRecordId "  " carOwned
                               "  " arVin "  " arOwner "  "
                               reasonText "  archived "
                               arArchivedDate
                       end-if
               end-read
           end-perform
           close archFile
           display listCount " archived vehicle(s) for "
               function trim(carsFileName) ".".

      *> the customer is back: the car returns to the live file
      *> exactly as it was archived
       BRING-BACK.
           display "Record id of the archived vehicle: " no advancing
           accept in-CarId

           open input lockFile
           if lockStatus = "00"
               read lockFile
                   at end
                       move spaces to lock-rec
               end-read
               close lockFile
               display function trim(carsFileName)
                   " is locked by " function trim(lockUser)
                   " since " lockTimestamp "."
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           accept nowTime from time
           open output lockFile
           move currentUser to lockUser
           string todaysDate nowTime(1:6) delimited by size
               into lockTimestamp
           write lock-rec
           close lockFile

           open i-o archFile
           if archStatus not = "00"
               close archFile
               display "No vehicles have been archived."
               call "SYSTEM" using lockDelCommand
               exit paragraph
           end-if
           move carsFileName to arGarage
           move in-CarId to arRecordId
           read archFile
               invalid key
                   display "Record id " in-CarId " is not archived "
                       "for " function trim(carsFileName) "."
                   close archFile
                   call "SYSTEM" using lockDelCommand
                   exit paragraph
           end-read

           open i-o carsFile
           if carsFileStatus not = "00"
               close carsFile
               open output carsFile
               close carsFile
               open i-o carsFile
           end-if
           move arCarImage to carFile-rec
           write carFile-rec
               invalid key
                   display "Record id " in-CarId " (or its VIN) is "
                       "already on the live file; nothing brought "
                       "back."
                   close carsFile
                   close archFile
                   call "SYSTEM" using lockDelCommand
                   exit paragraph
           end-write
           close carsFile
           delete archFile record
           close archFile

           move spaces to audit-rec
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move "UNARCH" to auditOperation
           move 0 to beforeId
           move spaces to beforeOwner
           move spaces to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move 0 to beforeMileage
           move recordId to afterId
           move owner to afterOwner
           move carOwned to afterCar
           move vin to afterVin
           move modelYear to afterYear
           move carColor to afterColor
           move mileage to afterMileage
           move currentUser to auditUser
           move carsFileName to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile
           call "SYSTEM" using lockDelCommand
           display function trim(carOwned) " (record id " in-CarId
               ") is back on the live file.".

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
           move carsFileName to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
