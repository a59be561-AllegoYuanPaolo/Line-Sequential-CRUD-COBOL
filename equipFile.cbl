        IDENTIFICATION DIVISION.
        PROGRAM-ID. equipFile.
       environment division.
           input-output section.
               file-control.
                   select optional equipDataFile
                       assign to "EQUIP.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is eqAsset
                       file status is equipStatus.

                   select optional eqLogFile
                       assign to "EQUIPLOG.DAT"
                       organization is line sequential
                       file status is eqLogStatus.

                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is garCode
                       file status is garageRegStatus.

                   select optional eqRptFile
                       assign to "EQUIPDUE.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd equipDataFile.
                   copy "EQUIPREC.CPY".
               fd eqLogFile.
                   copy "EQLOGREC.CPY".
               fd garageRegFile.
                   copy "GARREC.CPY".
               fd eqRptFile.
                   01 eqRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 equipStatus pic xx.
               01 eqLogStatus pic xx.
               01 garageRegStatus pic xx.
               01 eqChoice pic xx.
               01 eqExitFlag pic x value 'n'.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 deniedOption pic x(32).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
               01 siteCode pic x(04).
               01 recCount pic 9(04).
               01 dueCount pic 9(04).
               01 overdueCount pic 9(04).
               01 dueByDate pic 9(08).
               01 dueFlag pic x(14).
               01 displayMoney pic z(06)9.99.

               01 in-Asset pic x(08).
               01 in-Garage pic x(04).
               01 in-Bay pic 9(02).
               01 in-Type pic x(01).
               01 in-Description pic x(30).
               01 in-PurchDate pic 9(08).
               01 in-Cost pic 9(07)v99.
               01 in-Interval pic 9(04).
               01 in-LastInsp pic 9(08).
               01 in-InspDate pic 9(08).
               01 in-Result pic x(01).
               01 in-Inspector pic x(24).
               01 in-Note pic x(40).
               01 in-NewStatus pic x(01).
               01 in-Days pic 9(03).
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           perform with test after until eqExitFlag = 'y'
           call "SYSTEM" using "cls"
               display "-- Workshop Equipment --"
               display "[1] - Add Equipment"
               display "[2] - View Register"
               display "[3] - Record Inspection / Calibration"
               display "[4] - Out of Service / Disposed"
               display "[5] - Inspection Log for an Asset"
               display "[6] - Inspections Due Soon"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept eqChoice

               evaluate eqChoice
                   when "00"
                       move 'y' to eqExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Add Workshop Equipment"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform ADD-EQUIPMENT
                       end-if
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform VIEW-REGISTER
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform RECORD-INSPECTION
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform CHANGE-STATUS
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform SHOW-LOG
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform DUE-SOON
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> kit goes on the register at the site it stands in; the
      *> first inspection is due one interval after the last one
      *> done, or straight away if none is on record
       ADD-EQUIPMENT.
           accept todaysDate from date yyyymmdd
           display "Asset number: " no advancing
           accept in-Asset
           move function upper-case(in-Asset) to in-Asset
           if in-Asset = spaces
               display "An asset needs a number."
               exit paragraph
           end-if
           call "garageCode" using carsFileName, siteCode
           display "Garage code (enter for " siteCode "): "
               no advancing
           accept in-Garage
           move function upper-case(in-Garage) to in-Garage
           if in-Garage = spaces
               move siteCode to in-Garage
           end-if
           open input garageRegFile
           if garageRegStatus not = "00"
               close garageRegFile
               display "The garage registry is empty."
               exit paragraph
           end-if
           move in-Garage to garCode
           read garageRegFile
               invalid key
                   display "No garage with code "
                       function trim(in-Garage)
                       " is on the registry."
                   close garageRegFile
                   exit paragraph
           end-read
           close garageRegFile

           display "(L)ift, (T)yre machine, (B)rake tester, "
               "(D)iagnostic kit or (O)ther: " no advancing
           accept in-Type
           move function upper-case(in-Type) to in-Type
           if in-Type not = "L" and in-Type not = "T"
               and in-Type not = "B" and in-Type not = "D"
               move "O" to in-Type
           end-if
           display "Description: " no advancing
           accept in-Description
           display "Bay it serves (0 for the whole workshop): "
               no advancing
           accept in-Bay
           if garBayCount numeric and garBayCount > 0
               and in-Bay > garBayCount
               display "This site has only " garBayCount
                   " bay(s); there is no bay " in-Bay "."
               exit paragraph
           end-if
           if in-Type = "L" and in-Bay = 0
               display "A lift stands in a bay; give its bay "
                   "number."
               exit paragraph
           end-if
           display "Purchase date (YYYYMMDD): " no advancing
           accept in-PurchDate
           display "Purchase cost: " no advancing
           accept in-Cost
           display "Days between inspections: " no advancing
           accept in-Interval
           if in-Interval = 0
               display "An inspection interval is required."
               exit paragraph
           end-if
           display "Last inspected (YYYYMMDD, enter if never): "
               no advancing
           accept in-LastInsp

           move spaces to equip-rec
           move in-Asset to eqAsset
           move in-Garage to eqGarage
           move in-Bay to eqBay
           move in-Type to eqType
           move in-Description to eqDescription
           move in-PurchDate to eqPurchDate
           move in-Cost to eqCost
           move in-Interval to eqInterval
           move in-LastInsp to eqLastInsp
           if in-LastInsp = 0
               move todaysDate to eqNextInsp
           else
               compute eqNextInsp = function date-of-integer(
                   function integer-of-date(in-LastInsp)
                   + in-Interval)
           end-if
           move "A" to eqStatus

           open i-o equipDataFile
           if equipStatus not = "00"
               close equipDataFile
               open output equipDataFile
               close equipDataFile
               open i-o equipDataFile
           end-if
               write equip-rec
                   invalid key
                       display "Asset " function trim(in-Asset)
                           " is already on the register."
                   not invalid key
                       display "Asset " function trim(eqAsset)
                           " added; next inspection due "
                           eqNextInsp "."
               end-write
           close equipDataFile.

       VIEW-REGISTER.
           accept todaysDate from date yyyymmdd
           call "garageCode" using carsFileName, siteCode
           display "Garage code (enter for " siteCode ", ALL for "
               "every site): " no advancing
           accept in-Garage
           move function upper-case(in-Garage) to in-Garage
           if in-Garage = spaces
               move siteCode to in-Garage
           end-if
           move 0 to recCount
           move "n" to eof
           open input equipDataFile
           if equipStatus not = "00"
               close equipDataFile
               display "The equipment register is empty."
               exit paragraph
           end-if
           display "ASSET    SITE BAY T DESCRIPTION"
               "                    NEXT DUE STATUS"
           perform until eof = "y"
               read equipDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if in-Garage = "ALL" or eqGarage = in-Garage
                           add 1 to recCount
                           perform SET-DUE-FLAG
                           display eqAsset " " eqGarage " "
                               eqBay "  " eqType " "
                               eqDescription " " eqNextInsp " "
                               eqStatus " " dueFlag
                       end-if
               end-read
           end-perform
           close equipDataFile
           display "Assets listed: " recCount.

      *> a pass puts the kit (back) in service and sets the next
      *> due date; a fail takes it out of service until a pass is
      *> recorded
       RECORD-INSPECTION.
           accept todaysDate from date yyyymmdd
           display "Asset number: " no advancing
           accept in-Asset
           move function upper-case(in-Asset) to in-Asset
           open i-o equipDataFile
           if equipStatus not = "00"
               close equipDataFile
               display "The equipment register is empty."
               exit paragraph
           end-if
           move in-Asset to eqAsset
           read equipDataFile
               invalid key
                   display "Asset " function trim(in-Asset)
                       " is not on the register."
                   close equipDataFile
                   exit paragraph
           end-read
           if eqStatus = "D"
               display "Asset " function trim(eqAsset)
                   " has been disposed of."
               close equipDataFile
               exit paragraph
           end-if
           display function trim(eqDescription) "  bay " eqBay
               "  due " eqNextInsp
           display "Date inspected (YYYYMMDD, enter for today): "
               no advancing
           accept in-InspDate
           if in-InspDate = 0
               move todaysDate to in-InspDate
           end-if
           if in-InspDate > todaysDate
               display "An inspection cannot be recorded ahead of "
                   "the day."
               close equipDataFile
               exit paragraph
           end-if
           display "(P)assed or (F)ailed: " no advancing
           accept in-Result
           move function upper-case(in-Result) to in-Result
           if in-Result not = "P" and in-Result not = "F"
               display "Nothing recorded."
               close equipDataFile
               exit paragraph
           end-if
           display "Inspected by: " no advancing
           accept in-Inspector
           display "Note or certificate number: " no advancing
           accept in-Note

           if in-Result = "P"
               move in-InspDate to eqLastInsp
               compute eqNextInsp = function date-of-integer(
                   function integer-of-date(in-InspDate)
                   + eqInterval)
               move "A" to eqStatus
           else
               move "O" to eqStatus
           end-if
           rewrite equip-rec
           close equipDataFile
           move in-InspDate to elDate
           perform WRITE-LOG
           if in-Result = "P"
               display "Passed; asset " function trim(eqAsset)
                   " is in service, next due " eqNextInsp "."
           else
               display "Failed; asset " function trim(eqAsset)
                   " is out of service until it passes."
           end-if.

       CHANGE-STATUS.
           accept todaysDate from date yyyymmdd
           display "Asset number: " no advancing
           accept in-Asset
           move function upper-case(in-Asset) to in-Asset
           open i-o equipDataFile
           if equipStatus not = "00"
               close equipDataFile
               display "The equipment register is empty."
               exit paragraph
           end-if
           move in-Asset to eqAsset
           read equipDataFile
               invalid key
                   display "Asset " function trim(in-Asset)
                       " is not on the register."
                   close equipDataFile
                   exit paragraph
           end-read
           display function trim(eqDescription) "  status "
               eqStatus
           display "Mark (o)ut of service or (d)isposed of: "
               no advancing
           accept in-NewStatus
           move function upper-case(in-NewStatus) to in-NewStatus
           if in-NewStatus not = "O" and in-NewStatus not = "D"
               display "Status unchanged."
               close equipDataFile
               exit paragraph
           end-if
           if in-NewStatus = "D" and currentRole not = 'S'
               move "Dispose of Equipment" to deniedOption
               perform NOTE-DENIED
               close equipDataFile
               exit paragraph
           end-if
           display "Reason: " no advancing
           accept in-Note
           move in-NewStatus to eqStatus
           rewrite equip-rec
           close equipDataFile
           move in-NewStatus to in-Result
           move spaces to in-Inspector
           move todaysDate to elDate
           perform WRITE-LOG
           if in-NewStatus = "O"
               display "Asset " function trim(eqAsset)
                   " is out of service until an inspection is "
                   "passed."
           else
               display "Asset " function trim(eqAsset)
                   " marked disposed of."
           end-if.

       SHOW-LOG.
           display "Asset number: " no advancing
           accept in-Asset
           move function upper-case(in-Asset) to in-Asset
           move 0 to recCount
           move "n" to eof
           open input eqLogFile
           if eqLogStatus = "00"
               perform until eof = "y"
                   read eqLogFile
                       at end
                           move "y" to eof
                       not at end
                           if elAsset = in-Asset
                               add 1 to recCount
                               display elDate " " elResult " "
                                   elInspector " "
                                   function trim(elNote)
                                   "  next " elNextInsp
                                   "  by " elUser
                           end-if
                   end-read
               end-perform
           end-if
           close eqLogFile
           if recCount = 0
               display "Nothing logged against asset "
                   function trim(in-Asset) "."
           end-if.

      *> everything in service falling due within the window, and
      *> everything already overdue or out of service, for the
      *> insurer's and the safety inspector's schedule
       DUE-SOON.
           accept todaysDate from date yyyymmdd
           display "Due within how many days (enter for 30): "
               no advancing
           accept in-Days
           if in-Days = 0
               move 30 to in-Days
           end-if
           compute dueByDate = function date-of-integer(
               function integer-of-date(todaysDate) + in-Days)
           move 0 to dueCount
           move 0 to overdueCount
           move "n" to eof
           open input equipDataFile
           if equipStatus not = "00"
               close equipDataFile
               display "The equipment register is empty."
               exit paragraph
           end-if
           open output eqRptFile
           move spaces to eqRptLine
           string "Equipment inspections due by " dueByDate
               "   run date: " todaysDate
               delimited by size into eqRptLine
           perform WRITE-RPT-LINE
           move spaces to eqRptLine
           string "   ASSET    SITE BAY T DESCRIPTION"
               "                    LAST     NEXT DUE"
               delimited by size into eqRptLine
           perform WRITE-RPT-LINE
           perform until eof = "y"
               read equipDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if eqStatus not = "D"
                           and (eqNextInsp <= dueByDate
                           or eqStatus = "O")
                           perform DUE-LINE
                       end-if
               end-read
           end-perform
           close equipDataFile
           move spaces to eqRptLine
           perform WRITE-RPT-LINE
           move spaces to eqRptLine
           string "Due or out of use: " dueCount
               "   overdue or out of service: " overdueCount
               delimited by size into eqRptLine
           perform WRITE-RPT-LINE
           close eqRptFile

           move "EQUIPDUE" to spoolType
           move "EQUIPDUE.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       DUE-LINE.
           add 1 to dueCount
           perform SET-DUE-FLAG
           move spaces to eqRptLine
           if dueFlag not = spaces
               add 1 to overdueCount
               move "**" to eqRptLine(1:2)
           end-if
           string eqAsset " " eqGarage " " eqBay "  " eqType " "
               eqDescription " " eqLastInsp " " eqNextInsp " "
               dueFlag
               delimited by size into eqRptLine(4:)
           perform WRITE-RPT-LINE.

       SET-DUE-FLAG.
           move spaces to dueFlag
           if eqStatus = "O"
               move "OUT OF SERVICE" to dueFlag
           else
               if eqStatus = "A" and eqNextInsp < todaysDate
                   move "OVERDUE" to dueFlag
               end-if
           end-if.

       WRITE-LOG.
           move spaces to eqlog-rec
           move eqAsset to elAsset
           move in-Result to elResult
           move in-Inspector to elInspector
           move in-Note to elNote
           move eqNextInsp to elNextInsp
           move currentUser to elUser
           open extend eqLogFile
               write eqlog-rec
           close eqLogFile.

       WRITE-RPT-LINE.
           write eqRptLine
           display function trim(eqRptLine trailing).

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
           move "EQUIP.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
