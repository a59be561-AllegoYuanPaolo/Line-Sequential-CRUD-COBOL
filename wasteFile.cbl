        IDENTIFICATION DIVISION.
        PROGRAM-ID. wasteFile.
       environment division.
           input-output section.
               file-control.
                   select optional wasteDataFile
                       assign to "WASTE.DAT"
                       organization is line sequential
                       file status is wasteStatus.

                   select optional wasteLimFile
                       assign to "WASTELIM.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is lmKey
                       file status is wasteLimStatus.

                   select optional partsDataFile
                       assign to "PARTS.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is partNumber
                       file status is partsStatus.

                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is sequential
                       record key is garCode
                       file status is garageRegStatus.

                   select optional wasteRptFile
                       assign to "WASTERTN.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd wasteDataFile.
                   copy "WASTEREC.CPY".
               fd wasteLimFile.
                   copy "WASTELIMREC.CPY".
               fd partsDataFile.
                   copy "PARTREC.CPY".
               fd garageRegFile.
                   copy "GARREC.CPY".
               fd wasteRptFile.
                   01 wasteRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 wasteStatus pic xx.
               01 wasteLimStatus pic xx.
               01 partsStatus pic xx.
               01 garageRegStatus pic xx.
               01 wfExitFlag pic x value 'n'.
               01 wfChoice pic xx.
               01 eof pic x.
               01 regEof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 deniedOption pic x(30).
               01 siteCode pic x(04).
               01 in-Category pic x(02).
               01 in-Qty pic 9(05)v99.
               01 in-Date pic 9(08).
               01 in-NoteRef pic x(12).
               01 in-Carrier pic x(24).
               01 in-Licence pic x(16).
               01 in-PartNumber pic x(10).
               01 in-PerUnit pic 9(03)v99.
               01 in-Month pic 9(06).
               01 in-Quarter pic 9(05).
               01 in-Answer pic x(01).
               01 catFound pic x.
               01 catIdx pic 9(02).
               01 listCount pic 9(05).
               01 typeName pic x(10).
               01 displayQty pic -(05)9.99.
               01 displayQty2 pic -(05)9.99.
               01 displayQty3 pic -(05)9.99.
               01 displayLimit pic z(04)9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the register's balance for one site and category,
               *> from the shared routine
               01 waAction pic x(01).
               01 waQty pic 9(05)v99.
               01 waPartNumber pic x(10).
               01 waCarId pic 9(06).
               01 waDate pic 9(08).
               01 waOnSite pic s9(06)v99.
               01 waLimit pic 9(05)v99.
               01 waOver pic x(01).

               *> the quarterly return, one site at a time
               01 qYear pic 9(04).
               01 qNumber pic 9(01).
               01 thisMonth pic 9(02).
               01 qStart pic 9(08).
               01 qEnd pic 9(08).
               01 qNextStart pic 9(08).
               01 q-table.
                   02 q-entry occurs 6 times.
                       03 qGenerated pic 9(07)v99.
                       03 qCollected pic 9(07)v99.
                       03 qHeld pic s9(07)v99.
               01 qNoteCount pic 9(05).
               01 qSiteCount pic 9(03).
               01 qOverCount pic 9(03).
               01 qLimit pic 9(05)v99.
               01 qOverText pic x(13).
               01 limFileOpen pic x.

               copy "WASTECATS.CPY".
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
      *> the waste and hazardous materials register each site has
      *> to keep: waste oil, filters, batteries, tyres and fluids
      *> generated as parts are fitted, what licensed carriers take
      *> away against consignment notes, what is left on site
      *> against the permit, and the quarterly return
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           call "garageCode" using carsFileName, siteCode
           if siteCode = spaces
               display "This garage is not on the garage registry; "
                   "the waste register is kept by site."
               call "SYSTEM" using "pause"
               goback
           end-if
           perform with test after until wfExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Waste and Hazardous Materials --"
               display "[1] - Waste Held on Site"
               display "[2] - Record a Carrier Collection"
               display "[3] - Waste Register for a Month"
               display "[4] - Quarterly Waste Return"
               display "[5] - Permitted Storage Limits"
               display "[6] - Waste Category for a Part"
               display spaces
               display "Waste is added to the register as parts are "
                   "used on jobs."
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept wfChoice

               evaluate wfChoice
                   when "00"
                       move 'y' to wfExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform WASTE-ON-SITE
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform RECORD-COLLECTION
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform MONTH-REGISTER
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform QUARTERLY-RETURN
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "[5] Waste Storage Limits"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform SET-LIMIT
                       end-if
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "[6] Waste Category for a Part"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform MAP-PART
                       end-if
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> what this site holds now of each category, against its
      *> permit
       WASTE-ON-SITE.
           display "Waste held at site " siteCode ":"
           display "  Category                   Held   Limit"
           perform varying wcIdx from 1 by 1 until wcIdx > 6
               perform QUERY-ONE-CATEGORY
               move waOnSite to displayQty
               if waLimit > 0
                   move waLimit to displayLimit
               else
                   move 0 to displayLimit
               end-if
               if waOver = "y"
                   display "** " wcCode(wcIdx) " " wcName(wcIdx)
                       displayQty " " displayLimit " " wcUnit(wcIdx)
                       "  OVER LIMIT"
               else
                   display "   " wcCode(wcIdx) " " wcName(wcIdx)
                       displayQty " " displayLimit " " wcUnit(wcIdx)
               end-if
           end-perform.

       QUERY-ONE-CATEGORY.
           move "Q" to waAction
           move 0 to waQty
           move spaces to waPartNumber
           move 0 to waCarId
           move 0 to waDate
           call "wasteStore" using waAction, siteCode,
               wcCode(wcIdx), waQty, waPartNumber, waCarId, waDate,
               waOnSite, waLimit, waOver.

      *> a licensed carrier taking waste away: the consignment note
      *> is the evidence the regulator asks for, so the note, the
      *> carrier and their licence number are all required
       RECORD-COLLECTION.
           perform GET-CATEGORY
           if catFound not = "y"
               exit paragraph
           end-if
           perform QUERY-ONE-CATEGORY
           move waOnSite to displayQty
           display "Held on site now: " function trim(displayQty)
               " " wcUnit(wcIdx)
           display "Quantity collected: " no advancing
           accept in-Qty
           if in-Qty = 0
               display "Nothing collected; nothing recorded."
               exit paragraph
           end-if
           if in-Qty > waOnSite
               display "That is more than the register shows on "
                   "site. Record it anyway? (y/n) " no advancing
               accept in-Answer
               if in-Answer not = "y" and in-Answer not = "Y"
                   display "Nothing recorded."
                   exit paragraph
               end-if
           end-if
           accept todaysDate from date yyyymmdd
           display "Collection date (YYYYMMDD, enter for today): "
               no advancing
           accept in-Date
           if in-Date = 0
               move todaysDate to in-Date
           end-if
           if function test-date-yyyymmdd(in-Date) not = 0
               or in-Date > todaysDate
               display "Not a valid collection date; nothing "
                   "recorded."
               exit paragraph
           end-if
           display "Consignment note number: " no advancing
           move spaces to in-NoteRef
           accept in-NoteRef
           display "Carrier: " no advancing
           move spaces to in-Carrier
           accept in-Carrier
           display "Carrier's waste licence number: " no advancing
           move spaces to in-Licence
           accept in-Licence
           if in-NoteRef = spaces or in-Carrier = spaces
               or in-Licence = spaces
               display "A collection needs its consignment note, "
                   "carrier and licence number; nothing recorded."
               exit paragraph
           end-if

           move spaces to waste-rec
           move siteCode to wrGarage
           move wcCode(wcIdx) to wrCategory
           move "C" to wrType
           move in-Date to wrDate
           move in-Qty to wrQty
           move spaces to wrPartNumber
           move 0 to wrCarId
           move in-NoteRef to wrNoteRef
           move in-Carrier to wrCarrier
           move function upper-case(in-Licence) to wrLicence
           move currentUser to wrUser
           open extend wasteDataFile
               write waste-rec
           close wasteDataFile

           perform QUERY-ONE-CATEGORY
           move waOnSite to displayQty
           display "Collection recorded; " function trim(displayQty)
               " " wcUnit(wcIdx) " of " function trim(wcName(wcIdx))
               " left on site.".

      *> every movement at this site in a month, in the order it
      *> was recorded
       MONTH-REGISTER.
           accept todaysDate from date yyyymmdd
           display "Month (YYYYMM, enter for this month): "
               no advancing
           accept in-Month
           if in-Month = 0
               move todaysDate(1:6) to in-Month
           end-if
           move 0 to listCount
           move "n" to eof
           open input wasteDataFile
           if wasteStatus not = "00"
               close wasteDataFile
               display "Nothing is on the waste register yet."
               exit paragraph
           end-if
           display "Waste register, site " siteCode ", month "
               in-Month
           perform until eof = "y"
               read wasteDataFile
                   at end
                       move "y" to eof
                   not at end
                       if wrGarage = siteCode
                           and wrDate(1:6) = in-Month
                           perform SHOW-REGISTER-LINE
                       end-if
               end-read
           end-perform
           close wasteDataFile
           display "Entries: " listCount.

       SHOW-REGISTER-LINE.
           add 1 to listCount
           move wrQty to displayQty
           if wrType = "C"
               display wrDate " " wrCategory " collected "
                   displayQty "  note " wrNoteRef " "
                   function trim(wrCarrier) " licence "
                   function trim(wrLicence)
           else
               display wrDate " " wrCategory " generated "
                   displayQty "  part " wrPartNumber " car "
                   wrCarId
           end-if.

      *> the return for every registered site: per category, what
      *> was generated and collected in the quarter and what was
      *> still held at its end, flagged where that is over the
      *> site's permit, followed by the consignment notes behind
      *> the collections
       QUARTERLY-RETURN.
           accept todaysDate from date yyyymmdd
           display "Quarter (YYYYQ, e.g. 20261 for January to "
               "March; enter for the last full quarter): "
               no advancing
           accept in-Quarter
           if in-Quarter = 0
               move todaysDate(1:4) to qYear
               move todaysDate(5:2) to thisMonth
               compute qNumber = (thisMonth - 1) / 3
               if qNumber = 0
                   subtract 1 from qYear
                   move 4 to qNumber
               end-if
           else
               compute qYear = in-Quarter / 10
               compute qNumber = function mod(in-Quarter, 10)
           end-if
           if qNumber < 1 or qNumber > 4
               display "The quarter is 1 to 4; nothing reported."
               exit paragraph
           end-if
           compute qStart = qYear * 10000 + (qNumber * 3 - 2) * 100
               + 1
           if qNumber = 4
               compute qNextStart = (qYear + 1) * 10000 + 101
           else
               compute qNextStart = qYear * 10000
                   + (qNumber * 3 + 1) * 100 + 1
           end-if
           compute qEnd = function date-of-integer(
               function integer-of-date(qNextStart) - 1)

           move 0 to qSiteCount
           move 0 to qOverCount
           open output wasteRptFile
           move spaces to wasteRptLine
           string "Waste and hazardous materials return - quarter "
               qNumber " " qYear " (" qStart " to " qEnd ")"
               "  run date: " todaysDate
               delimited by size into wasteRptLine
           perform WRITE-RPT-LINE
           open input wasteLimFile
           move "n" to limFileOpen
           if wasteLimStatus = "00"
               move "y" to limFileOpen
           end-if
           move "n" to regEof
           open input garageRegFile
           if garageRegStatus = "00"
               perform until regEof = "y"
                   read garageRegFile next record
                       at end
                           move "y" to regEof
                       not at end
                           if garActive = "A"
                               perform RETURN-ONE-SITE
                           end-if
                   end-read
               end-perform
           end-if
           close garageRegFile
           close wasteLimFile
           move spaces to wasteRptLine
           perform WRITE-RPT-LINE
           move spaces to wasteRptLine
           string "Sites: " qSiteCount
               "  categories held over their permit at quarter "
               "end: " qOverCount
               delimited by size into wasteRptLine
           perform WRITE-RPT-LINE
           close wasteRptFile
           display "Return written to WASTERTN.DAT."

           move "WASTERTN" to spoolType
           move "WASTERTN.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       RETURN-ONE-SITE.
           add 1 to qSiteCount
           perform varying catIdx from 1 by 1 until catIdx > 6
               move 0 to qGenerated(catIdx)
               move 0 to qCollected(catIdx)
               move 0 to qHeld(catIdx)
           end-perform
           move "n" to eof
           open input wasteDataFile
           if wasteStatus = "00"
               perform until eof = "y"
                   read wasteDataFile
                       at end
                           move "y" to eof
                       not at end
                           if wrGarage = garCode
                               and wrDate <= qEnd
                               and wrQty numeric
                               perform RETURN-ONE-ENTRY
                           end-if
                   end-read
               end-perform
           end-if
           close wasteDataFile

           move spaces to wasteRptLine
           perform WRITE-RPT-LINE
           move spaces to wasteRptLine
           string "Site " garCode "  " garName
               delimited by size into wasteRptLine
           perform WRITE-RPT-LINE
           move spaces to wasteRptLine
           string "  Category                  Generated  Collected"
               "    On site  Permitted"
               delimited by size into wasteRptLine
           perform WRITE-RPT-LINE
           perform varying catIdx from 1 by 1 until catIdx > 6
               perform RETURN-ONE-CATEGORY
           end-perform

           *> the consignment notes behind the quarter's collections
           move 0 to qNoteCount
           move "n" to eof
           open input wasteDataFile
           if wasteStatus = "00"
               perform until eof = "y"
                   read wasteDataFile
                       at end
                           move "y" to eof
                       not at end
                           if wrGarage = garCode
                               and wrType = "C"
                               and wrDate >= qStart
                               and wrDate <= qEnd
                               perform RETURN-ONE-NOTE
                           end-if
                   end-read
               end-perform
           end-if
           close wasteDataFile
           if qNoteCount = 0
               move "  (no collections in the quarter)"
                   to wasteRptLine
               perform WRITE-RPT-LINE
           end-if.

       RETURN-ONE-ENTRY.
           move 0 to catIdx
           perform varying wcIdx from 1 by 1 until wcIdx > 6
               if wcCode(wcIdx) = wrCategory
                   set catIdx to wcIdx
               end-if
           end-perform
           if catIdx = 0
               exit paragraph
           end-if
           if wrType = "C"
               subtract wrQty from qHeld(catIdx)
               if wrDate >= qStart
                   add wrQty to qCollected(catIdx)
               end-if
           else
               add wrQty to qHeld(catIdx)
               if wrDate >= qStart
                   add wrQty to qGenerated(catIdx)
               end-if
           end-if.

       RETURN-ONE-CATEGORY.
           if qGenerated(catIdx) = 0 and qCollected(catIdx) = 0
               and qHeld(catIdx) = 0
               exit paragraph
           end-if
           move 0 to qLimit
           if limFileOpen = "y"
               move garCode to lmGarage
               move wcCode(catIdx) to lmCategory
               read wasteLimFile
                   invalid key
                       continue
                   not invalid key
                       move lmLimit to qLimit
               end-read
           end-if
           move qGenerated(catIdx) to displayQty
           move qCollected(catIdx) to displayQty2
           move qHeld(catIdx) to displayQty3
           move qLimit to displayLimit
           move spaces to qOverText
           if qLimit > 0 and qHeld(catIdx) > qLimit
               add 1 to qOverCount
               move "  OVER PERMIT" to qOverText
           end-if
           move spaces to wasteRptLine
           string "  " wcCode(catIdx) " " wcName(catIdx) "  "
               displayQty "  " displayQty2 "  " displayQty3 "  "
               displayLimit " " wcUnit(catIdx) qOverText
               delimited by size into wasteRptLine
           if qOverText not = spaces
               move "**" to wasteRptLine(1:2)
           end-if
           perform WRITE-RPT-LINE.

       RETURN-ONE-NOTE.
           add 1 to qNoteCount
           move wrQty to displayQty
           move spaces to wasteRptLine
           string "    " wrDate " note " wrNoteRef " " wrCategory
               " " displayQty "  " wrCarrier " licence " wrLicence
               delimited by size into wasteRptLine
           perform WRITE-RPT-LINE.

      *> how much of a category this site's permit lets it store;
      *> a limit of zero takes the limit, and its alert, away
       SET-LIMIT.
           perform GET-CATEGORY
           if catFound not = "y"
               exit paragraph
           end-if
           open i-o wasteLimFile
           if wasteLimStatus not = "00"
               close wasteLimFile
               open output wasteLimFile
               close wasteLimFile
               open i-o wasteLimFile
           end-if
           move siteCode to lmGarage
           move wcCode(wcIdx) to lmCategory
           read wasteLimFile
               invalid key
                   move 0 to lmLimit
                   move "n" to in-Answer
               not invalid key
                   move "y" to in-Answer
           end-read
           move lmLimit to displayLimit
           display "Permitted at site " siteCode " now: "
               function trim(displayLimit) " " wcUnit(wcIdx)
               " (0 means no limit)"
           display "New permitted quantity (0 for no limit): "
               no advancing
           accept in-Qty
           move siteCode to lmGarage
           move wcCode(wcIdx) to lmCategory
           move in-Qty to lmLimit
           if in-Answer = "y"
               if in-Qty = 0
                   delete wasteLimFile
               else
                   rewrite wasteLim-rec
               end-if
           else
               if in-Qty > 0
                   write wasteLim-rec
               end-if
           end-if
           close wasteLimFile
           move in-Qty to displayLimit
           display "Limit for " function trim(wcName(wcIdx))
               " at site " siteCode " is now "
               function trim(displayLimit) ".".

      *> which waste a part leaves behind, and how much per unit
      *> fitted; X clears it for a part that leaves none
       MAP-PART.
           display "Part number: " no advancing
           move spaces to in-PartNumber
           accept in-PartNumber
           open i-o partsDataFile
           if partsStatus not = "00"
               close partsDataFile
               display "The parts master is empty."
               exit paragraph
           end-if
           move in-PartNumber to partNumber
           read partsDataFile
               invalid key
                   display "Part " function trim(in-PartNumber)
                       " is not on the parts master."
                   close partsDataFile
                   exit paragraph
           end-read
           if partWasteCat = low-values
               move spaces to partWasteCat
           end-if
           if partWastePerUnit not numeric
               move 0 to partWastePerUnit
           end-if
           move partWastePerUnit to displayQty
           display function trim(partDescription) " - waste now: "
               partWasteCat " " function trim(displayQty)
               " per unit"
           perform SHOW-CATEGORIES
           display "Waste category (X for none): " no advancing
           move spaces to in-Category
           accept in-Category
           move function upper-case(in-Category) to in-Category
           if in-Category = "X"
               move spaces to partWasteCat
               move 0 to partWastePerUnit
               rewrite part-rec
               close partsDataFile
               display "Part " function trim(partNumber)
                   " now leaves no waste on the register."
               exit paragraph
           end-if
           perform FIND-CATEGORY
           if catFound not = "y"
               close partsDataFile
               display "No waste category " in-Category "."
               exit paragraph
           end-if
           display "Quantity generated per unit fitted ("
               function trim(wcUnit(wcIdx)) "): " no advancing
           accept in-PerUnit
           if in-PerUnit = 0
               close partsDataFile
               display "A quantity is needed; nothing changed."
               exit paragraph
           end-if
           move in-Category to partWasteCat
           move in-PerUnit to partWastePerUnit
           rewrite part-rec
           close partsDataFile
           display "Part " function trim(partNumber) " now puts "
               function trim(wcName(wcIdx)) " on the register as "
               "it is fitted.".

       GET-CATEGORY.
           perform SHOW-CATEGORIES
           display "Waste category: " no advancing
           move spaces to in-Category
           accept in-Category
           move function upper-case(in-Category) to in-Category
           perform FIND-CATEGORY
           if catFound not = "y"
               display "No waste category " in-Category "."
           end-if.

       FIND-CATEGORY.
           move "n" to catFound
           set wcIdx to 1
           search wasteCat-entry
               when wcCode(wcIdx) = in-Category
                   move "y" to catFound
           end-search.

       SHOW-CATEGORIES.
           perform varying wcIdx from 1 by 1 until wcIdx > 6
               display "  " wcCode(wcIdx) " " wcName(wcIdx)
                   " " wcUnit(wcIdx)
           end-perform.

       WRITE-RPT-LINE.
           write wasteRptLine
           display function trim(wasteRptLine trailing).

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
           move "WASTELIM.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
