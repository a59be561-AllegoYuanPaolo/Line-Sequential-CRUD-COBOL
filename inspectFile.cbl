        IDENTIFICATION DIVISION.
        PROGRAM-ID. inspectFile.
       environment division.
           input-output section.
               file-control.
                   select optional inspDataFile
                       assign to "INSPECT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is inKey
                       alternate record key is inCarId
                           with duplicates
                       file status is inspStatus.

                   select optional inspItemFile
                       assign to "INSPITEM.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is iiSeq
                       file status is inspItemStatus.

                   select optional woFile
                       assign to "WORKORD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is woNumber
                       file status is woStatus-fs.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional carsFile
                       assign to inspCarsFile
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional inspSheetFile
                       assign to "INSPSHEET.DAT"
                       organization is line sequential.

                   select optional declinedRptFile
                       assign to "DECLINED.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd inspDataFile.
                   copy "INSPREC.CPY".
               fd inspItemFile.
                   copy "INSPITEMREC.CPY".
               fd woFile.
                   copy "WOREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd inspSheetFile.
                   01 inspSheetLine pic x(96).
               fd declinedRptFile.
                   01 declinedRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 inspStatus pic xx.
               01 inspItemStatus pic xx.
               01 woStatus-fs pic xx.
               01 customerStatus pic xx.
               01 carsFileStatus pic xx.
               01 inspExitFlag pic x value 'n'.
               01 inspChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 inspCarsFile pic x(40).
               01 in-WoNumber pic 9(06).
               01 in-Rating pic x(01).
               01 in-Value pic 9(03)v9.
               01 in-Note pic x(30).
               01 in-Answer pic x(01).
               01 in-Seq pic 9(02).
               01 in-Month pic 9(06).
               01 deniedOption pic x(32).
               01 displayValue pic zz9.9.
               01 ratingWord pic x(05).
               01 actionWord pic x(10).
               01 followWord pic x(08).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the order being inspected, and who and what it is
               01 sheetWoNumber pic 9(06).
               01 sheetCarId pic 9(06).
               01 sheetCustNumber pic 9(06).
               01 sheetGarage pic x(40).
               01 sheetOwner pic x(16).
               01 sheetCarOwned pic x(32).
               01 sheetMileage pic 9(07).
               01 sheetCustName pic x(24).
               01 sheetCustPhone pic x(14).
               01 woFound pic x.

               *> the active checklist, in sheet order
               01 item-table.
                   02 item-entry occurs 40 times
                           indexed by itemIdx.
                       03 itSeq pic 9(02).
                       03 itCode pic x(04).
                       03 itDescription pic x(24).
                       03 itUnit pic x(06).
               01 itemCount pic 9(02).

               01 greenCount pic 9(03).
               01 amberCount pic 9(03).
               01 redCount pic 9(03).
               01 declinedCount pic 9(03).
               01 closedCount pic 9(03).
               01 followCount pic 9(04).
               01 recordedCount pic 9(03).
               01 closeCarId pic 9(06).
               01 closeCode pic x(04).
               01 closeWoNumber pic 9(06).
               01 saveInsp-rec pic x(160).
           LINKAGE SECTION.
               *> C at check-in: inspect the order just opened and
               *> print its sheet; M for the menu
               01 inspMode pic x(01).
               01 inspWoNumber pic 9(06).
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING inspMode, inspWoNumber, currentUser,
               currentRole.
           perform LOAD-CHECKLIST
           if inspMode = "C"
               move inspWoNumber to in-WoNumber
               perform RECORD-INSPECTION
               if recordedCount > 0
                   perform PRINT-INSPECTION-SHEET
               end-if
               goback
           end-if

           perform with test after until inspExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Vehicle Inspections --"
               display "[1] - Record Inspection for a Work Order"
               display "[2] - Print Customer Inspection Sheet"
               display "[3] - Declined Work Follow-up (Monthly)"
               display "[4] - Record a Follow-up Call"
               display "[5] - Inspection Checklist"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept inspChoice

               evaluate inspChoice
                   when "00"
                       move 'y' to inspExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       display "Work order number: " no advancing
                       accept in-WoNumber
                       perform RECORD-INSPECTION
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       display "Work order number: " no advancing
                       accept in-WoNumber
                       perform PRINT-INSPECTION-SHEET
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform DECLINED-FOLLOW-UP
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform RECORD-FOLLOW-UP
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Inspection Checklist"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform MAINTAIN-CHECKLIST
                       end-if
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> the walk-round, item by item off the checklist. Amber and
      *> red findings are put to the customer there and then: work
      *> they decline stays open against the car until a later
      *> visit finds it put right
       RECORD-INSPECTION.
           move 0 to recordedCount
           perform READ-INSPECTION-WO
           if woFound not = "y"
               exit paragraph
           end-if
           if itemCount = 0
               display "The inspection checklist is empty."
               exit paragraph
           end-if

           display "Inspection of " function trim(sheetCarOwned)
               " (" function trim(sheetOwner) ") on work order "
               sheetWoNumber "."
           display "Rate each item (g)reen, (a)mber or (r)ed; "
               "enter to skip it."
           accept todaysDate from date yyyymmdd
           open i-o inspDataFile
           if inspStatus not = "00"
               close inspDataFile
               open output inspDataFile
               close inspDataFile
               open i-o inspDataFile
           end-if
           perform varying itemIdx from 1 by 1
                   until itemIdx > itemCount
               perform INSPECT-ONE-ITEM
           end-perform
           close inspDataFile
           display recordedCount " item(s) recorded on work order "
               sheetWoNumber "."
           if closedCount > 0
               display closedCount " item(s) declined at earlier "
                   "visits now closed off."
           end-if.

       INSPECT-ONE-ITEM.
           display itDescription(itemIdx) ": " no advancing
           move space to in-Rating
           accept in-Rating
           move function upper-case(in-Rating) to in-Rating
           if in-Rating not = "G" and in-Rating not = "A"
               and in-Rating not = "R"
               exit paragraph
           end-if
           move 0 to in-Value
           if itUnit(itemIdx) not = spaces
               display "  measured (" function trim(itUnit(itemIdx))
                   "): " no advancing
               accept in-Value
           end-if
           move spaces to in-Note
           display "  note: " no advancing
           accept in-Note
           move space to in-Answer
           if in-Rating not = "G"
               display "  customer has the work done now? (y/n) "
                   no advancing
               accept in-Answer
           end-if

           move spaces to insp-rec
           move sheetWoNumber to inWoNumber
           move itSeq(itemIdx) to inSeq
           move sheetCarId to inCarId
           move sheetCustNumber to inCustNumber
           move todaysDate to inDate
           move itCode(itemIdx) to inItemCode
           move itDescription(itemIdx) to inItemDesc
           move in-Rating to inRating
           move in-Value to inValue
           move itUnit(itemIdx) to inUnit
           move in-Note to inNote
           move 0 to inFollowDate
           move currentUser to inUser
           if in-Rating not = "G"
               if in-Answer = "y" or in-Answer = "Y"
                   move "W" to inAction
               else
                   move "D" to inAction
                   move "O" to inFollow
               end-if
           end-if

           *> whatever was declined on this item before is settled
           *> once the item passes or the work is being done
           if inAction not = "D"
               move insp-rec to saveInsp-rec
               move sheetCarId to closeCarId
               move itCode(itemIdx) to closeCode
               move sheetWoNumber to closeWoNumber
               perform CLOSE-EARLIER-DECLINED
               move saveInsp-rec to insp-rec
           end-if

           write insp-rec
               invalid key
                   rewrite insp-rec
           end-write
           add 1 to recordedCount.

       CLOSE-EARLIER-DECLINED.
           move "n" to eof
           move closeCarId to inCarId
           start inspDataFile key is = inCarId
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read inspDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if inCarId not = closeCarId
                           move "y" to eof
                       else
                           if inItemCode = closeCode
                               and inWoNumber not = closeWoNumber
                               and inAction = "D"
                               and inFollow not = "F"
                               move "F" to inFollow
                               move todaysDate to inFollowDate
                               move "Put right at a later visit"
                                   to inFollowNote
                               rewrite insp-rec
                               add 1 to closedCount
                           end-if
                       end-if
               end-read
           end-perform.

      *> the work order gives the car, the garage it is in and the
      *> customer the sheet is addressed to
       READ-INSPECTION-WO.
           move "n" to woFound
           move 0 to closedCount
           open input woFile
           if woStatus-fs not = "00"
               close woFile
               display "No work orders are on file."
               exit paragraph
           end-if
           move in-WoNumber to woNumber
           read woFile
               invalid key
                   display "No work order " in-WoNumber " is on file."
               not invalid key
                   move "y" to woFound
                   move woNumber to sheetWoNumber
                   move woCarId to sheetCarId
                   move woCustNumber to sheetCustNumber
                   move woGarage to sheetGarage
           end-read
           close woFile
           if woFound not = "y"
               exit paragraph
           end-if

           move spaces to sheetOwner
           move spaces to sheetCarOwned
           move 0 to sheetMileage
           move sheetGarage to inspCarsFile
           open input carsFile
           if carsFileStatus not = "35"
               move sheetCarId to recordId
               read carsFile
                   invalid key
                       continue
                   not invalid key
                       move owner to sheetOwner
                       move carOwned to sheetCarOwned
                       move mileage to sheetMileage
               end-read
           end-if
           close carsFile

           move spaces to sheetCustName
           move spaces to sheetCustPhone
           open input customerFile
           if customerStatus = "00"
               move sheetCustNumber to custNumber
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move custName to sheetCustName
                       move custPhone to sheetCustPhone
               end-read
           end-if
           close customerFile.

      *> the sheet handed to the customer with the keys: every item
      *> checked, how it stood, and what they chose to leave
       PRINT-INSPECTION-SHEET.
           perform READ-INSPECTION-WO
           if woFound not = "y"
               exit paragraph
           end-if
           move 0 to greenCount
           move 0 to amberCount
           move 0 to redCount
           move 0 to declinedCount

           open output inspSheetFile
           move spaces to inspSheetLine
           string "VEHICLE INSPECTION   work order " sheetWoNumber
               delimited by size into inspSheetLine
           write inspSheetLine
           move spaces to inspSheetLine
           string "Customer: " function trim(sheetCustName)
               "   Vehicle: " function trim(sheetCarOwned)
               " (" function trim(sheetOwner) ")   Mileage: "
               sheetMileage
               delimited by size into inspSheetLine
           write inspSheetLine
           move spaces to inspSheetLine
           write inspSheetLine

           move "n" to eof
           open input inspDataFile
           if inspStatus not = "00"
               move "y" to eof
           else
               move sheetWoNumber to inWoNumber
               move 0 to inSeq
               start inspDataFile key is >= inKey
                   invalid key
                       move "y" to eof
               end-start
           end-if
           perform until eof = "y"
               read inspDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if inWoNumber not = sheetWoNumber
                           move "y" to eof
                       else
                           perform SHEET-ONE-ITEM
                       end-if
               end-read
           end-perform
           close inspDataFile

           move spaces to inspSheetLine
           write inspSheetLine
           move spaces to inspSheetLine
           string "GREEN " greenCount "   AMBER " amberCount
               "   RED " redCount "   declined " declinedCount
               delimited by size into inspSheetLine
           write inspSheetLine
           if declinedCount > 0
               move spaces to inspSheetLine
               string "Work you have chosen to leave is kept on "
                   "your vehicle's record; we will remind you of it."
                   delimited by size into inspSheetLine
               write inspSheetLine
           end-if
           close inspSheetFile
           display "Inspection sheet for work order " sheetWoNumber
               " written to INSPSHEET.DAT: " greenCount " green, "
               amberCount " amber, " redCount " red."

           move "INSPSHEET" to spoolType
           move "INSPSHEET.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       SHEET-ONE-ITEM.
           evaluate inRating
               when "G"
                   move "GREEN" to ratingWord
                   add 1 to greenCount
               when "A"
                   move "AMBER" to ratingWord
                   add 1 to amberCount
               when other
                   move "RED" to ratingWord
                   add 1 to redCount
           end-evaluate
           evaluate inAction
               when "W"
                   move "done now" to actionWord
               when "D"
                   move "DECLINED" to actionWord
                   add 1 to declinedCount
               when other
                   move spaces to actionWord
           end-evaluate
           move spaces to inspSheetLine
           if inUnit not = spaces
               move inValue to displayValue
               string "  " inItemDesc "  " ratingWord "  "
                   displayValue " " inUnit "  " actionWord "  "
                   function trim(inNote)
                   delimited by size into inspSheetLine
           else
               string "  " inItemDesc "  " ratingWord "  "
                   "            " actionWord "  "
                   function trim(inNote)
                   delimited by size into inspSheetLine
           end-if
           write inspSheetLine.

      *> the advisors' call list: everything declined in the month
      *> that has not been put right, with who to ring
       DECLINED-FOLLOW-UP.
           accept todaysDate from date yyyymmdd
           display "Month declined (YYYYMM, enter for this month): "
               no advancing
           accept in-Month
           if in-Month = 0
               move todaysDate(1:6) to in-Month
           end-if
           move 0 to followCount

           open output declinedRptFile
           move spaces to declinedRptLine
           string "DECLINED WORK FOLLOW-UP - declined in " in-Month
               "   run " todaysDate
               delimited by size into declinedRptLine
           write declinedRptLine
           display function trim(declinedRptLine)
           move spaces to declinedRptLine
           string "WO      Item                      Rating  "
               "Customer                        Phone           "
               "Status    Note"
               delimited by size into declinedRptLine
           write declinedRptLine
           display function trim(declinedRptLine)

           open input customerFile
           move "n" to eof
           open input inspDataFile
           if inspStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read inspDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if inAction = "D" and inFollow not = "F"
                           and inDate(1:6) = in-Month
                           perform FOLLOW-UP-LINE
                       end-if
               end-read
           end-perform
           close inspDataFile
           close customerFile

           move spaces to declinedRptLine
           write declinedRptLine
           move spaces to declinedRptLine
           string followCount " declined item(s) to follow up."
               delimited by size into declinedRptLine
           write declinedRptLine
           display function trim(declinedRptLine)
           close declinedRptFile
           display "Report written to DECLINED.DAT."

           move "DECLINED" to spoolType
           move "DECLINED.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       FOLLOW-UP-LINE.
           add 1 to followCount
           move spaces to sheetCustName
           move spaces to sheetCustPhone
           move inCustNumber to custNumber
           read customerFile
               invalid key
                   continue
               not invalid key
                   move custName to sheetCustName
                   move custPhone to sheetCustPhone
           end-read
           if inRating = "R"
               move "RED" to ratingWord
           else
               move "AMBER" to ratingWord
           end-if
           if inFollow = "C"
               move "called" to followWord
           else
               move "to call" to followWord
           end-if
           move spaces to declinedRptLine
           string inWoNumber "  " inItemDesc "  " ratingWord "   "
               inCustNumber " " sheetCustName "  " sheetCustPhone
               "  " followWord "  " function trim(inNote)
               delimited by size into declinedRptLine
           write declinedRptLine
           display function trim(declinedRptLine).

      *> what the customer said when rung; a customer who has had
      *> the work done elsewhere closes the item
       RECORD-FOLLOW-UP.
           display "Work order number: " no advancing
           accept in-WoNumber
           open i-o inspDataFile
           if inspStatus not = "00"
               close inspDataFile
               display "No inspections are on file."
               exit paragraph
           end-if
           move "n" to eof
           move in-WoNumber to inWoNumber
           move 0 to inSeq
           move 0 to followCount
           start inspDataFile key is >= inKey
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read inspDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if inWoNumber not = in-WoNumber
                           move "y" to eof
                       else
                           if inAction = "D" and inFollow not = "F"
                               add 1 to followCount
                               display "  [" inSeq "] " inItemDesc
                                   "  " function trim(inNote)
                           end-if
                       end-if
               end-read
           end-perform
           if followCount = 0
               display "Nothing declined is open on work order "
                   in-WoNumber "."
               close inspDataFile
               exit paragraph
           end-if

           display "Item number: " no advancing
           accept in-Seq
           move in-WoNumber to inWoNumber
           move in-Seq to inSeq
           read inspDataFile
               invalid key
                   display "No such item on the work order."
                   close inspDataFile
                   exit paragraph
           end-read
           if inAction not = "D" or inFollow = "F"
               display "That item is not open declined work."
               close inspDataFile
               exit paragraph
           end-if
           display "Outcome of the call: " no advancing
           accept in-Note
           display "Has the work been done elsewhere or is it no "
               "longer wanted - close it? (y/n) " no advancing
           accept in-Answer
           accept todaysDate from date yyyymmdd
           move todaysDate to inFollowDate
           move in-Note to inFollowNote
           if in-Answer = "y" or in-Answer = "Y"
               move "F" to inFollow
           else
               move "C" to inFollow
           end-if
           rewrite insp-rec
           close inspDataFile
           display "Follow-up recorded.".

      *> the items the walk-round covers, in the order they are
      *> done; an item is retired rather than removed so old sheets
      *> still print
       MAINTAIN-CHECKLIST.
           perform LIST-CHECKLIST
           display "Sequence number to add or change (0 to "
               "leave): " no advancing
           accept in-Seq
           if in-Seq = 0
               exit paragraph
           end-if
           open i-o inspItemFile
           move in-Seq to iiSeq
           read inspItemFile
               invalid key
                   move spaces to inspItem-rec
                   move in-Seq to iiSeq
                   move "A" to iiActive
           end-read
           display "Code (now " iiCode "): " no advancing
           move spaces to in-Note
           accept in-Note
           if in-Note not = spaces
               move function upper-case(in-Note(1:4)) to iiCode
           end-if
           display "Description (now " function trim(iiDescription)
               "): " no advancing
           move spaces to in-Note
           accept in-Note
           if in-Note not = spaces
               move in-Note to iiDescription
           end-if
           display "Unit measured, or NONE (now " iiUnit "): "
               no advancing
           move spaces to in-Note
           accept in-Note
           if in-Note not = spaces
               move function upper-case(in-Note(1:6)) to iiUnit
               if iiUnit = "NONE"
                   move spaces to iiUnit
               end-if
           end-if
           display "(a)ctive or (r)etired: " no advancing
           accept in-Answer
           if in-Answer = "r" or in-Answer = "R"
               move "I" to iiActive
           else
               move "A" to iiActive
           end-if
           if iiCode = spaces or iiDescription = spaces
               display "An item needs a code and a description; "
                   "nothing saved."
               close inspItemFile
               exit paragraph
           end-if
           write inspItem-rec
               invalid key
                   rewrite inspItem-rec
           end-write
           close inspItemFile
           display "Checklist item " in-Seq " saved."
           perform LOAD-CHECKLIST.

       LIST-CHECKLIST.
           move "n" to eof
           open input inspItemFile
           perform until eof = "y"
               read inspItemFile next record
                   at end
                       move "y" to eof
                   not at end
                       display "  " iiSeq "  " iiCode "  "
                           iiDescription "  " iiUnit "  " iiActive
               end-read
           end-perform
           close inspItemFile.

      *> the standard walk-round is set up the first time through
       LOAD-CHECKLIST.
           open input inspItemFile
           if inspItemStatus not = "00"
               close inspItemFile
               perform SEED-CHECKLIST
               open input inspItemFile
           end-if
           move 0 to itemCount
           move "n" to eof
           perform until eof = "y"
               read inspItemFile next record
                   at end
                       move "y" to eof
                   not at end
                       if iiActive = "A" and itemCount < 40
                           add 1 to itemCount
                           move iiSeq to itSeq(itemCount)
                           move iiCode to itCode(itemCount)
                           move iiDescription
                               to itDescription(itemCount)
                           move iiUnit to itUnit(itemCount)
                       end-if
               end-read
           end-perform
           close inspItemFile.

       SEED-CHECKLIST.
           open output inspItemFile
               move "A" to iiActive
               move 10 to iiSeq
               move "BRKF" to iiCode
               move "Front brake pads" to iiDescription
               move "MM" to iiUnit
               write inspItem-rec
               move 20 to iiSeq
               move "BRKR" to iiCode
               move "Rear brake pads/shoes" to iiDescription
               move "MM" to iiUnit
               write inspItem-rec
               move 30 to iiSeq
               move "TYFL" to iiCode
               move "Tyre front left tread" to iiDescription
               move "MM" to iiUnit
               write inspItem-rec
               move 31 to iiSeq
               move "TYFR" to iiCode
               move "Tyre front right tread" to iiDescription
               write inspItem-rec
               move 32 to iiSeq
               move "TYRL" to iiCode
               move "Tyre rear left tread" to iiDescription
               write inspItem-rec
               move 33 to iiSeq
               move "TYRR" to iiCode
               move "Tyre rear right tread" to iiDescription
               write inspItem-rec
               move 40 to iiSeq
               move "LITE" to iiCode
               move "Lights and indicators" to iiDescription
               move spaces to iiUnit
               write inspItem-rec
               move 50 to iiSeq
               move "WIPR" to iiCode
               move "Wipers and washers" to iiDescription
               write inspItem-rec
               move 60 to iiSeq
               move "FLUI" to iiCode
               move "Fluid levels and leaks" to iiDescription
               write inspItem-rec
               move 70 to iiSeq
               move "BATT" to iiCode
               move "Battery health" to iiDescription
               move "PCT" to iiUnit
               write inspItem-rec
               move 80 to iiSeq
               move "SUSP" to iiCode
               move "Suspension and steering" to iiDescription
               move spaces to iiUnit
               write inspItem-rec
               move 90 to iiSeq
               move "EXHS" to iiCode
               move "Exhaust" to iiDescription
               write inspItem-rec
           close inspItemFile.

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
           move "INSPITEM.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
