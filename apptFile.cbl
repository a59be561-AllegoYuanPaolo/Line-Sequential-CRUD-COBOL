                       assign to "NEXTAPPT.DAT"
                       organization is line sequential.

                   select optional estimateDataFile
                       assign to "ESTIMATE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is estNumber
                       file status is estStatus-fs.

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

                   select optional carsFile
                       assign to carsFileName
                       organization is indexed
                       access mode is sequential
                       record key is garCode
                       file status is garageRegStatus.

                   select optional jobCatFile-fd
                       assign to "JOBCAT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is jobCode
                       file status is jobStatus.

                   select optional capacityRptFile
                       assign to "CAPACITY.DAT"
                       organization is line sequential.

                   select optional equipDataFile
                       assign to "EQUIP.DAT"
                       organization is indexed
                       access mode is sequential
                       record key is eqAsset
                       file status is equipStatus.
        DATA DIVISION.
           file section.
               fd apptDataFile.
                   copy "TECHREC.CPY".
               fd garageRegFile.
                   copy "GARREC.CPY".
               fd equipDataFile.
                   copy "EQUIPREC.CPY".
               fd jobCatFile-fd.
                   copy "JOBREC.CPY".
               fd capacityRptFile.
                   01 capacityLine pic x(132).
               fd estimateDataFile.
                   copy "ESTREC.CPY".
               fd tyreDataFile.
                   copy "TYREREC.CPY".
           WORKING-STORAGE SECTION.
               01 partsInvNumber pic 9(06).
               01 apptFileStatus pic xx.
               01 carsFileStatus pic xx.
               01 customerStatus pic xx.
               01 apptChoice pic xx.
               01 eof pic x.
               01 in-CustNumber pic 9(06).
               01 nqEvent pic x(06).
               01 nqRef pic x(20).
               01 nqText pic x(60).
               01 in-CarId pic 9(06).
               01 in-Date pic 9(08).
               01 in-Bay pic 9(02).
               01 listCount pic 9(04).
               01 creditVerdict pic x.
               01 overrideAnswer pic x.
               01 overrideNumber pic 9(06).
               01 aqAction pic x(01).
               01 aqApAction pic x(06).
               01 aqGarage pic x(40).
               01 aqRef pic x(44).
               01 aqBefore pic x(30).
               01 aqAfter pic x(30).
               01 aqAmountBefore pic 9(07)v99.
               01 aqAmountAfter pic 9(07)v99.
               01 aqNumber pic 9(06).
               01 techStatus pic xx.
               01 in-TechNumber pic 9(04).
               01 in-Warranty pic 9(03).
               01 capacityTotal pic 9(04).
               01 freeSlots pic s9(04).

               *> bays whose lift is out of service or past its
               *> inspection date, not to be booked until it passes
               01 equipStatus pic xx.
               01 todaysDate pic 9(08).
               01 siteCode pic x(04).
               01 bayBlock-table.
                   02 bayBlocked pic x(01) occurs 99 times.
               01 blockedCount pic 9(02).
               01 blockIdx pic 9(02).
               01 blockedList pic x(60).
               01 blockedPtr pic 9(03).

               *> tomorrow's booked appointments, collected and
               *> put in bay/slot order for the call sheet
               01 remind-table.
               01 nsFoundIdx pic 9(02).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
               01 estStatus-fs pic xx.
               01 in-EstNumber pic 9(06).
               01 estOk pic x.
               01 tyreStatus-fs pic xx.
               01 in-TyreSet pic 9(06).
               01 tyreOk pic x.

               *> technician hours against catalog hours for a day
               01 jobStatus pic xx.
               01 in-JobCode pic x(08).
               01 in-JobHours pic 9(02)v9.
               01 hoursOk pic x.
               01 capAvail pic 9(04)v9.
               01 capBooked pic 9(04)v9.
               01 capRostered pic 9(03).
               01 capFree pic s9(04)v9.
               01 capLimit pic 9(05)v9.
               01 displayCapAvail pic zzz9.9.
               01 displayCapBooked pic zzz9.9.
               01 displayCapFree pic -(04)9.9.
               01 displayJobHours pic z9.9.
               01 capDays pic 9(02).
               01 capDateInt pic 9(09).
               01 capDate pic 9(08).
               01 capDayName pic x(03).
               01 capSiteCount pic 9(03).
               01 capOverCount pic 9(04).
               01 dayNames pic x(21) value "MonTueWedThuFriSatSun".
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
               display "[5] - Courtesy Car Loans"
               display "[6] - Reminder Call Sheet"
               display "[7] - Monthly No-Show Summary"
               display "[8] - Repair Estimates"
               display "[9] - Technician Capacity (Two Weeks)"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
                       perform NOSHOW-SUMMARY
                       call "SYSTEM" using "pause"

                   when "8"
                       call "SYSTEM" using "cls"
                       call "estimateFile" using carsFileName,
                           currentUser

                   when "9"
                       call "SYSTEM" using "cls"
                       perform CAPACITY-REPORT
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
       goback.

       BOOK-APPOINTMENT.
           *> work the customer accepted on an estimate is booked
           *> against it, so the quoted jobs follow the car into the
           *> workshop instead of being re-keyed at check-in
           display "Estimate number being booked (enter if none): "
               no advancing
           accept in-EstNumber
           if in-EstNumber not = 0
               perform LOAD-ACCEPTED-ESTIMATE
               if estOk not = "y"
                   display "Appointment not booked."
                   exit paragraph
               end-if
               move estCustNumber to in-CustNumber
               move estCarId to in-CarId
               move 0 to in-TyreSet
           else
               *> a seasonal swap is booked against the stored set,
               *> which names the customer and the car it goes on
               display "Tyre set being swapped (enter if none): "
                   no advancing
               accept in-TyreSet
               if in-TyreSet not = 0
                   perform LOAD-STORED-TYRE-SET
                   if tyreOk not = "y"
                       display "Appointment not booked."
                       exit paragraph
                   end-if
                   move tyCustNumber to in-CustNumber
                   move tyCarId to in-CarId
               else
                   display "Customer number: " no advancing
                   accept in-CustNumber
               end-if
           end-if
           open input customerFile
           if customerStatus not = "00"
               close customerFile

           *> the bad payers are stopped at the desk, not remembered
           *> by it - same standing check the invoicing side runs
           *> an override is asked for by one supervisor and
           *> approved by another; once approved it covers the
           *> next booking for the customer, and is used up only
           *> when that booking is written
           move 0 to overrideNumber
           call "creditCheck" using in-CustNumber, creditVerdict
           if creditVerdict not = 'y'
               move "L" to aqAction
               move "BKOVR" to aqApAction
               move spaces to aqGarage
               move in-CustNumber to aqRef
               call "approvalQueue" using aqAction, aqApAction,
                   aqGarage, aqRef, aqBefore, aqAfter,
                   aqAmountBefore, aqAmountAfter, currentUser,
                   aqNumber
               if aqNumber not = 0
                   move 'y' to creditVerdict
                   move aqNumber to overrideNumber
                   display "Booking under approved override "
                       aqNumber "."
               end-if
           end-if
           if creditVerdict not = 'y'
               if currentRole = 'S'
                   display "Supervisor override - ask for a second "
                       "supervisor's approval? (y/n) " no advancing
                   accept overrideAnswer
                   if overrideAnswer = 'y' or overrideAnswer = 'Y'
                       move "R" to aqAction
                       move "BKOVR" to aqApAction
                       move spaces to aqGarage
                       move in-CustNumber to aqRef
                       move "Credit stop" to aqBefore
                       move "Booking allowed" to aqAfter
                       move 0 to aqAmountBefore
                       move 0 to aqAmountAfter
                       call "approvalQueue" using aqAction,
                           aqApAction, aqGarage, aqRef, aqBefore,
                           aqAfter, aqAmountBefore, aqAmountAfter,
                           currentUser, aqNumber
                       display "Book again once it is approved."
                   end-if
               else
                   display "A supervisor can override this from "
               end-if
           end-if

           if in-EstNumber = 0 and in-TyreSet = 0
               display "Vehicle record id: " no advancing
               accept in-CarId
           end-if
           perform FIND-CAR-BY-ID
           if carFound not = 'y'
               display "Record id " in-CarId " is not in "
               *> show what is actually left before asking where
               *> to put the car
               perform COUNT-DAY-BOOKINGS
               perform LOAD-BLOCKED-BAYS
               if blockedCount < cfgBayCount
                   compute capacityTotal =
                       (cfgBayCount - blockedCount) * cfgSlots
               else
                   move 0 to capacityTotal
               end-if
               compute freeSlots = capacityTotal - bookedCount
               display "Site capacity that day: " capacityTotal
                   " slot(s) across " cfgBayCount " bay(s); "
               end-if
           end-if

           *> the bays may be free when the people are not: the
           *> job's book hours are weighed against the technician
           *> hours the site has that day
           perform GET-JOB-HOURS
           perform CHECK-TECH-HOURS
           if hoursOk not = "y"
               display "Appointment not booked."
               exit paragraph
           end-if

           if cfgFound not = "y"
               perform LOAD-BLOCKED-BAYS
           end-if
           if blockedCount > 0
               display "Not bookable - lift out of service or "
                   "overdue for inspection: bay(s) "
                   function trim(blockedList)
           end-if
           display "Bay number: " no advancing
           accept in-Bay
           if in-Bay > 0 and bayBlocked(in-Bay) = "y"
               display "Bay " in-Bay " cannot be booked until its "
                   "lift passes inspection."
               exit paragraph
           end-if
           if cfgFound = "y" and in-Bay > cfgBayCount
               display "This site has only " cfgBayCount
                   " bay(s); there is no bay " in-Bay "."
               move in-Slot to apptSlot
               move "B" to apptStatus
               move carsFileName to apptGarage
               move in-JobCode to apptJobCode
               move in-JobHours to apptHours
               write appt-rec
                   invalid key
                       display "Appointment number clash; the "
                       display "Appointment " apptNumber
                           " booked for " apptDate
                           ", bay " apptBay ", slot " apptSlot "."
                       if overrideNumber not = 0
                           perform TAKE-UP-OVERRIDE
                       end-if
                       if in-EstNumber not = 0
                           perform STAMP-ESTIMATE-APPT
                       end-if
                       if in-TyreSet not = 0
                           perform STAMP-TYRE-SWAP
                       end-if
                       move "APPT" to nqEvent
                       move spaces to nqRef
                       move apptNumber to nqRef
                       move spaces to nqText
                       string "Appointment booked for " apptDate
                           ", bay " apptBay
                           delimited by size into nqText
                       call "notifyQueue" using nqEvent, nqRef,
                           in-CustNumber, nqText
               end-write
           close apptDataFile.

      *> the booking is made, so the override that let it through
      *> is used up
       TAKE-UP-OVERRIDE.
           move "K" to aqAction
           move "BKOVR" to aqApAction
           move spaces to aqGarage
           move in-CustNumber to aqRef
           call "approvalQueue" using aqAction, aqApAction,
               aqGarage, aqRef, aqBefore, aqAfter,
               aqAmountBefore, aqAmountAfter, currentUser,
               aqNumber.

      *> only an accepted estimate, not yet booked, raised at this
      *> garage can be booked in against
       LOAD-ACCEPTED-ESTIMATE.
           move "n" to estOk
           open input estimateDataFile
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
               not invalid key
                   evaluate true
                       when estStatus not = "A"
                           display "Estimate " estNumber
                               " has not been accepted (status "
                               estStatus ")."
                       when estApptNumber not = 0
                           display "Estimate " estNumber
                               " is already booked as appointment "
                               estApptNumber "."
                       when estGarage not = carsFileName
                           display "Estimate " estNumber
                               " was raised at "
                               function trim(estGarage) "."
                       when other
                           move "y" to estOk
                           display "Booking estimate " estNumber
                               " for customer " estCustNumber
                               ", car id " estCarId "."
                   end-evaluate
           end-read
           close estimateDataFile.

       STAMP-ESTIMATE-APPT.
           open i-o estimateDataFile
           if estStatus-fs = "00"
               move in-EstNumber to estNumber
               read estimateDataFile
                   invalid key
                       continue
                   not invalid key
                       move apptNumber to estApptNumber
                       rewrite estimate-rec
               end-read
           end-if
           close estimateDataFile.

      *> only a set still on the rack at this garage, with no swap
      *> already booked, can be booked in for its swap
       LOAD-STORED-TYRE-SET.
           move "n" to tyreOk
           open input tyreDataFile
           if tyreStatus-fs not = "00"
               close tyreDataFile
               display "No tyre sets are in storage."
               exit paragraph
           end-if
           move in-TyreSet to tyNumber
           read tyreDataFile
               invalid key
                   display "No tyre set " in-TyreSet " is on file."
               not invalid key
                   evaluate true
                       when tyStatus = "B"
                           display "Set " tyNumber " already has "
                               "its swap booked on appointment "
                               tySwapAppt "."
                       when tyStatus not = "S"
                           display "Set " tyNumber " is no longer "
                               "in storage."
                       when tyGarage not = carsFileName
                           display "Set " tyNumber " is stored at "
                               function trim(tyGarage) "."
                       when other
                           move "y" to tyreOk
                           display "Booking the swap for set "
                               tyNumber " (rack " function trim(tyRack)
                               ") for customer " tyCustNumber
                               ", car id " tyCarId "."
                   end-evaluate
           end-read
           close tyreDataFile.

       STAMP-TYRE-SWAP.
           open i-o tyreDataFile
           if tyreStatus-fs = "00"
               move in-TyreSet to tyNumber
               read tyreDataFile
                   invalid key
                       continue
                   not invalid key
                       move "B" to tyStatus
                       move apptNumber to tySwapAppt
                       rewrite tyre-rec
               end-read
           end-if
           close tyreDataFile.

      *> a missed swap puts the set back on the not-yet-booked
      *> list so the customer is chased again
       RELEASE-TYRE-SWAP.
           move "n" to eof
           open i-o tyreDataFile
           if tyreStatus-fs not = "00"
               move "y" to eof
           else
               move apptCustNumber to tyCustNumber
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
                       if tyCustNumber not = apptCustNumber
                           move "y" to eof
                       else
                           if tyStatus = "B"
                               and tySwapAppt = apptNumber
                               move "S" to tyStatus
                               move 0 to tySwapAppt
                               rewrite tyre-rec
                               display "Tyre set " tyNumber
                                   " is back on the unbooked list."
                           end-if
                       end-if
               end-read
           end-perform
           close tyreDataFile.

       DAILY-SCHEDULE.
           display "Schedule for date (YYYYMMDD): " no advancing
           accept in-Date
                   move "N" to apptStatus
                   rewrite appt-rec
                   display "Marked no-show."
                   perform RELEASE-TYRE-SWAP
               when 'd'
               when 'D'
                   move "D" to apptStatus
               svcCarId, svcOdometer
           display "Marked done; service line written to the "
               "vehicle's history."
           move 0 to partsInvNumber
           call "partsUse" using svcCarId, svcDate,
               carsFileName, partsInvNumber.

      *> the session garage's physical shape off the registry; a
      *> site with no bay count configured books unchecked, the
           end-perform
           close garageRegFile.

      *> the equipment register for this site: a lift out of
      *> service, or one whose inspection date has passed, takes
      *> its bay out of booking until an inspection is recorded
       LOAD-BLOCKED-BAYS.
           move all "n" to bayBlock-table
           move 0 to blockedCount
           move spaces to blockedList
           move 1 to blockedPtr
           accept todaysDate from date yyyymmdd
           call "garageCode" using carsFileName, siteCode
           move "n" to regEof
           open input equipDataFile
           if equipStatus not = "00"
               close equipDataFile
               exit paragraph
           end-if
           perform until regEof = "y"
               read equipDataFile next record
                   at end
                       move "y" to regEof
                   not at end
                       if eqGarage = siteCode
                           and eqType = "L"
                           and eqBay > 0
                           and (eqStatus = "O"
                           or (eqStatus = "A"
                           and eqNextInsp < todaysDate))
                           and bayBlocked(eqBay) = "n"
                           move "y" to bayBlocked(eqBay)
                           add 1 to blockedCount
                           move eqBay to blockIdx
                           string blockIdx " " delimited by size
                               into blockedList
                               with pointer blockedPtr
                           end-string
                       end-if
               end-read
           end-perform
           close equipDataFile.

       COUNT-DAY-BOOKINGS.
           move 0 to bookedCount
           move "n" to regEof
           end-perform
           close apptDataFile.

      *> the catalog job sets the book hours; work not in the
      *> catalog is booked on the desk's own estimate of the hours
       GET-JOB-HOURS.
           move 0 to in-JobHours
           display "Catalog job code (enter if not in the catalog): "
               no advancing
           move spaces to in-JobCode
           accept in-JobCode
           move function upper-case(in-JobCode) to in-JobCode
           if in-JobCode not = spaces
               open input jobCatFile-fd
               if jobStatus = "00"
                   move in-JobCode to jobCode
                   read jobCatFile-fd
                       invalid key
                           display "Job " function trim(in-JobCode)
                               " is not in the catalog."
                           move spaces to in-JobCode
                       not invalid key
                           move jobHours to in-JobHours
                           move jobHours to displayJobHours
                           display function trim(jobDescription)
                               ": " displayJobHours " book hour(s)."
                   end-read
               else
                   display "The job catalog is empty."
                   move spaces to in-JobCode
               end-if
               close jobCatFile-fd
           end-if
           if in-JobHours = 0
               display "Hours the work will take: " no advancing
               accept in-JobHours
           end-if.

      *> a site with nobody on the rota is not checked. Going over
      *> the day's technician hours by up to a tenth is a warning
      *> the desk can accept; beyond that, or a day with no hours
      *> at all, only a supervisor can book it
       CHECK-TECH-HOURS.
           move "y" to hoursOk
           call "techCapacity" using carsFileName, in-Date,
               capAvail, capBooked, capRostered
           if capRostered = 0
               exit paragraph
           end-if
           compute capFree = capAvail - capBooked
           move capAvail to displayCapAvail
           move capBooked to displayCapBooked
           move capFree to displayCapFree
           display "Technician hours that day: " displayCapAvail
               " available, " displayCapBooked " booked, "
               displayCapFree " free."
           if capBooked + in-JobHours <= capAvail
               exit paragraph
           end-if
           compute capLimit = capAvail * 1.1
           if capAvail > 0 and capBooked + in-JobHours <= capLimit
               display "** This booking takes the day just over the "
                   "technician hours available. **"
               display "Book it anyway? (y/n) " no advancing
               accept overrideAnswer
               if overrideAnswer not = 'y' and overrideAnswer not = 'Y'
                   move "n" to hoursOk
               end-if
               exit paragraph
           end-if
           display "** The technicians are fully booked that day; "
               "pick another date. **"
           move "n" to hoursOk
           if currentRole = 'S'
               display "Supervisor - overbook the day anyway? (y/n) "
                   no advancing
               accept overrideAnswer
               if overrideAnswer = 'y' or overrideAnswer = 'Y'
                   move "y" to hoursOk
               end-if
           else
               display "A supervisor can overbook from their own "
                   "login."
           end-if.

      *> booked hours against technician hours for every active
      *> site, a day at a time for the coming fortnight; a day
      *> booked over its hours is marked, and a site nobody is
      *> rostered at says so rather than showing zeros
       CAPACITY-REPORT.
           accept todaysDate from date yyyymmdd
           move 0 to capSiteCount
           move 0 to capOverCount
           open output capacityRptFile
           move spaces to capacityLine
           string "Technician capacity - the two weeks from "
               todaysDate delimited by size into capacityLine
           perform WRITE-CAPACITY-LINE
           move spaces to capacityLine
           string "  Date     Day  Available   Booked     Free"
               delimited by size into capacityLine
           perform WRITE-CAPACITY-LINE
           move "n" to regEof
           open input garageRegFile
           if garageRegStatus = "00"
               perform until regEof = "y"
                   read garageRegFile next record
                       at end
                           move "y" to regEof
                       not at end
                           if garActive = "A"
                               perform CAPACITY-ONE-SITE
                           end-if
                   end-read
               end-perform
           end-if
           close garageRegFile
           move spaces to capacityLine
           perform WRITE-CAPACITY-LINE
           move spaces to capacityLine
           string "Sites: " capSiteCount
               "  days booked over their hours: " capOverCount
               delimited by size into capacityLine
           perform WRITE-CAPACITY-LINE
           close capacityRptFile
           display "Capacity report written to CAPACITY.DAT."

           move "CAPACITY" to spoolType
           move "CAPACITY.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       CAPACITY-ONE-SITE.
           add 1 to capSiteCount
           move spaces to capacityLine
           perform WRITE-CAPACITY-LINE
           move spaces to capacityLine
           string "Site " garCode "  " garName
               delimited by size into capacityLine
           perform WRITE-CAPACITY-LINE
           call "techCapacity" using garFileName, todaysDate,
               capAvail, capBooked, capRostered
           if capRostered = 0
               move "  (no technician rota set up for this site)"
                   to capacityLine
               perform WRITE-CAPACITY-LINE
               exit paragraph
           end-if
           compute capDateInt = function integer-of-date(todaysDate)
           perform varying capDays from 1 by 1 until capDays > 14
               perform CAPACITY-ONE-DAY
               add 1 to capDateInt
           end-perform.

       CAPACITY-ONE-DAY.
           compute capDate = function date-of-integer(capDateInt)
           compute dayIdx = function mod(capDateInt, 7)
           if dayIdx = 0
               move 7 to dayIdx
           end-if
           move dayNames((dayIdx - 1) * 3 + 1:3) to capDayName
           move spaces to capacityLine
           if garBayCount numeric and garBayCount > 0
               and garDays(dayIdx:1) not = "Y"
               string "  " capDate " " capDayName "  (site shut)"
                   delimited by size into capacityLine
               perform WRITE-CAPACITY-LINE
               exit paragraph
           end-if
           call "techCapacity" using garFileName, capDate,
               capAvail, capBooked, capRostered
           compute capFree = capAvail - capBooked
           move capAvail to displayCapAvail
           move capBooked to displayCapBooked
           move capFree to displayCapFree
           string "  " capDate " " capDayName "   "
               displayCapAvail "   " displayCapBooked "  "
               displayCapFree delimited by size into capacityLine
           if capBooked > capAvail
               add 1 to capOverCount
               move "**" to capacityLine(1:2)
           end-if
           perform WRITE-CAPACITY-LINE.

       WRITE-CAPACITY-LINE.
           write capacityLine
           display function trim(capacityLine trailing).

      *> an assigned technician has to be on the master; anything
      *> else is recorded as unassigned rather than inventing a
      *> number the productivity report can't resolve
