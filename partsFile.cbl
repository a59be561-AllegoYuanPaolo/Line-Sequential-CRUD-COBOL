                   select optional partOrdFile
                       assign to "PARTORD.DAT"
                       organization is line sequential.

                   select optional xferFile
                       assign to "PARTXFER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is xfNumber
                       file status is xferStatus.

                   select optional nextXferFile
                       assign to "NEXTXFER.DAT"
                       organization is line sequential.

                   select optional partUseFile
                       assign to "PARTUSE.DAT"
                       organization is line sequential
                       file status is partUseStatus.

                   select optional valRptFile
                       assign to "INVVAL.DAT"
                       organization is line sequential.

                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is garCode
                       file status is garageRegStatus.
        DATA DIVISION.
           file section.
               fd partsDataFile.
                   copy "PARTREC.CPY".
               fd partOrdFile.
                   01 partOrdLine pic x(96).
               fd xferFile.
                   copy "XFERREC.CPY".
               fd nextXferFile.
                   01 nextXfer-rec pic 9(06).
               fd garageRegFile.
                   copy "GARREC.CPY".
               fd partUseFile.
                   copy "PARTUSEREC.CPY".
               fd valRptFile.
                   01 valRptLine pic x(120).
           WORKING-STORAGE SECTION.
               01 partsStatus pic xx.
               01 partsExitFlag pic x value 'n'.
               01 in-UnitCost pic 9(05)v99.
               01 in-Qty pic 9(05).
               01 fieldChoice pic x.

               *> stock is held per garage: the session's site is
               *> the shelf that receipts, issues and counts move
               01 stkAction pic x(01).
               01 stkQty pic s9(05).
               01 stkOnHand pic 9(05).
               01 stkReorder pic 9(05).
               01 xferStatus pic xx.
               01 garageRegStatus pic xx.
               01 nextXfer pic 9(06).
               01 in-GarCode pic x(04).
               01 in-XferNumber pic 9(06).
               01 toGarage pic x(40).
               01 toGarageName pic x(24).
               01 xferEof pic x.
               01 transitCount pic 9(04).
               01 costSource pic x(08).
               01 costQtyBefore pic 9(05).
               01 newAvgCost pic 9(05)v99.

               *> month-end stock valuation: the last time each part
               *> came off a shelf, for the slow-moving flag
               01 partUseStatus pic xx.
               01 lastIssue-table.
                   02 lastIssue-entry occurs 2000 times
                           indexed by liIdx.
                       03 liPartNumber pic x(10).
                       03 liDate pic 9(08).
               01 lastIssueCount pic 9(04).
               01 lastIssueFull pic x.
               01 liFoundIdx pic 9(04).
               01 slowCutoff pic 9(08).
               01 dateInt pic 9(09).
               01 partLastIssue pic 9(08).
               01 slowFlag pic x(14).
               01 extValue pic 9(09)v99.
               01 valTotal pic 9(11)v99.
               01 slowTotal pic 9(11)v99.
               01 slowCount pic 9(05).
               01 displayCost pic z(04)9.99.
               01 displayValue pic z(08)9.99.
               01 displayValue2 pic z(10)9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           perform with test after until partsExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "[5] - Reorder Report"
               display "[6] - Suppliers / Purchase Orders"
               display "[7] - Stocktake"
               display "[8] - Send Parts to Another Site"
               display "[9] - Book In Parts from Another Site"
               display "[10] - Parts In Transit"
               display "[11] - Inventory Valuation (Month End)"
               display "[12] - Load Supplier Price File"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing

                   when "6"
                       call "SYSTEM" using "cls"
                       call "poFile" using currentUser, currentRole,
                           carsFileName

                   when "7"
                       call "SYSTEM" using "cls"
                       call "stockTake" using currentUser,
                           currentRole, carsFileName

                   when "8"
                       call "SYSTEM" using "cls"
                       perform SEND-TRANSFER
                       call "SYSTEM" using "pause"

                   when "9"
                       call "SYSTEM" using "cls"
                       perform RECEIVE-TRANSFER
                       call "SYSTEM" using "pause"

                   when "10"
                       call "SYSTEM" using "cls"
                       perform IN-TRANSIT-LIST
                       call "SYSTEM" using "pause"

                   when "11"
                       call "SYSTEM" using "cls"
                       perform INVENTORY-VALUATION
                       call "SYSTEM" using "pause"

                   when "12"
                       call "SYSTEM" using "cls"
                       call "priceLoad" using currentUser,
                           currentRole, carsFileName
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
           end-if
           display "Description: " no advancing
           accept in-Description
           display "Quantity on hand at this site: " no advancing
           accept in-OnHand
           display "Reorder point: " no advancing
           accept in-ReorderPoint
               move in-OnHand to partOnHand
               move in-ReorderPoint to partReorderPoint
               move in-UnitCost to partUnitCost
               move 0 to partListPrice
               move 0 to partSuppCost
               move 0 to partSuppNumber
               move 0 to partPriceDate
               move 0 to partWastePerUnit
               write part-rec
                   invalid key
                       display "Part "
                           function trim(in-PartNumber)
                           " is already on the parts master."
                   not invalid key
                       move "OPENING" to costSource
                       move 0 to costQtyBefore
                       call "costAverage" using partNumber,
                           costSource, costQtyBefore, in-UnitCost,
                           in-OnHand, in-UnitCost, currentUser,
                           newAvgCost
                       move "S" to stkAction
                       move in-OnHand to stkQty
                       call "siteStock" using stkAction,
                           carsFileName, partNumber, partOnHand,
                           partReorderPoint, stkQty, stkOnHand,
                           stkReorder
                       display "Part added."
               end-write
           close partsDataFile.
                       move "y" to eof
                   not at end
                       add 1 to recCount
                       move "Q" to stkAction
                       move 0 to stkQty
                       call "siteStock" using stkAction,
                           carsFileName, partNumber, partOnHand,
                           partReorderPoint, stkQty, stkOnHand,
                           stkReorder
                       display partNumber " "
                           partDescription
                           " here: " stkOnHand
                           " reorder at: " stkReorder
                           " all sites: " partOnHand
                           " unit cost: " partUnitCost
                       if partSupersededBy not = spaces
                           and partSupersededBy not = low-values
                           display "    superseded by "
                               partSupersededBy
                       end-if
               end-read
           end-perform
           close partsDataFile
                   display "Part " function trim(in-PartNumber)
                       " is not on the parts master."
               not invalid key
                   display "Unit cost of this receipt (enter for "
                       "the average " partUnitCost "): " no advancing
                   accept in-UnitCost
                   if in-UnitCost = 0
                       move partUnitCost to in-UnitCost
                   end-if
                   move "P" to stkAction
                   move in-Qty to stkQty
                   call "siteStock" using stkAction, carsFileName,
                       partNumber, partOnHand, partReorderPoint,
                       stkQty, stkOnHand, stkReorder
                   move "RECEIPT" to costSource
                   call "costAverage" using partNumber, costSource,
                       partOnHand, partUnitCost, in-Qty, in-UnitCost,
                       currentUser, newAvgCost
                   add in-Qty to partOnHand
                   move newAvgCost to partUnitCost
                   rewrite part-rec
                   display "Stock received; " stkOnHand
                       " now on hand here, average cost "
                       partUnitCost "."
           end-read
           close partsDataFile.

                           move in-Description to partDescription
                       when 'r'
                       when 'R'
                           display "New reorder point for this "
                               "site: " no advancing
                           accept in-ReorderPoint
                           move "R" to stkAction
                           move in-ReorderPoint to stkQty
                           call "siteStock" using stkAction,
                               carsFileName, partNumber,
                               partOnHand, partReorderPoint,
                               stkQty, stkOnHand, stkReorder
                       when other
                           *> the average is moved by receipts; a
                           *> straight overwrite is a supervisor's
                           *> correction and goes in the history
                           if currentRole not = 'S'
                               display "The unit cost is the "
                                   "weighted average of receipts; "
                                   "only a supervisor can correct "
                                   "it."
                           else
                               display "Corrected unit cost: "
                                   no advancing
                               accept in-UnitCost
                               move "MANUAL" to costSource
                               move 0 to in-Qty
                               call "costAverage" using partNumber,
                                   costSource, partOnHand,
                                   partUnitCost, in-Qty,
                                   in-UnitCost, currentUser,
                                   newAvgCost
                               move newAvgCost to partUnitCost
                           end-if
                   end-evaluate
                   rewrite part-rec
                   display "Part updated."
           open output partOrdFile
               move spaces to partOrdLine
               string "Parts reorder report  run date: " todaysDate
                   "  site: " function trim(carsFileName)
                   delimited by size into partOrdLine
               write partOrdLine

                       at end
                           move "y" to eof
                       not at end
                           move "Q" to stkAction
                           move 0 to stkQty
                           call "siteStock" using stkAction,
                               carsFileName, partNumber,
                               partOnHand, partReorderPoint,
                               stkQty, stkOnHand, stkReorder
                           if stkOnHand <= stkReorder
                               add 1 to reorderCount
                               move spaces to partOrdLine
                               string partNumber " "
                                   partDescription
                                   " on hand: " stkOnHand
                                   " reorder at: "
                                   stkReorder
                                   delimited by size
                                   into partOrdLine
                               write partOrdLine
                               display function trim(partOrdLine)
                               if partSupersededBy
                                   not = spaces
                                   and partSupersededBy
                                   not = low-values
                                   move spaces to partOrdLine
                                   string "    superseded - order "
                                       "as " partSupersededBy
                                       delimited by size
                                       into partOrdLine
                                   write partOrdLine
                                   display
                                       function trim(partOrdLine)
                               end-if
                           end-if
                   end-read
               end-perform
           close partsDataFile
           display "Reorder report written to PARTORD.DAT, "
               reorderCount " part(s) need ordering.".

      *> stock sent to another garage leaves this shelf at once but
      *> only lands on theirs when they book it in, so a box lost in
      *> the van shows up as in transit rather than vanishing
       SEND-TRANSFER.
           display "Part number to send: " no advancing
           accept in-PartNumber
           open input partsDataFile
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
           close partsDataFile
           move "Q" to stkAction
           move 0 to stkQty
           call "siteStock" using stkAction, carsFileName,
               partNumber, partOnHand, partReorderPoint, stkQty,
               stkOnHand, stkReorder
           display function trim(partDescription) ": " stkOnHand
               " on hand here."

           display "Send to garage code: " no advancing
           accept in-GarCode
           move spaces to toGarage
           open input garageRegFile
           if garageRegStatus = "00"
               move function upper-case(in-GarCode) to garCode
               read garageRegFile
                   invalid key
                       continue
                   not invalid key
                       if garActive not = "N"
                           move garFileName to toGarage
                           move garName to toGarageName
                       end-if
               end-read
           end-if
           close garageRegFile
           if toGarage = spaces
               display "Garage " function trim(in-GarCode)
                   " is not an active garage on the registry."
               exit paragraph
           end-if
           if toGarage = carsFileName
               display "That is this garage."
               exit paragraph
           end-if

           display "Quantity to send: " no advancing
           accept in-Qty
           if in-Qty = 0
               display "Nothing sent."
               exit paragraph
           end-if
           if in-Qty > stkOnHand
               display "Only " stkOnHand " on hand here; nothing "
                   "sent."
               exit paragraph
           end-if

           open input nextXferFile
               read nextXferFile
                   at end
                       move 0 to nextXfer
                   not at end
                       move nextXfer-rec to nextXfer
               end-read
           close nextXferFile
           add 1 to nextXfer

           accept todaysDate from date yyyymmdd
           open i-o xferFile
           if xferStatus not = "00"
               close xferFile
               open output xferFile
               close xferFile
               open i-o xferFile
           end-if
               move spaces to partXfer-rec
               move nextXfer to xfNumber
               move partNumber to xfPartNumber
               move in-Qty to xfQty
               move carsFileName to xfFromGarage
               move toGarage to xfToGarage
               move todaysDate to xfSentDate
               move currentUser to xfSentBy
               move "T" to xfStatus
               move 0 to xfReceivedDate
               move spaces to xfReceivedBy
               move 0 to xfQtyReceived
               write partXfer-rec
                   invalid key
                       display "Transfer number clash; the counter "
                           "file may be out of step."
                       close xferFile
                       exit paragraph
               end-write
           close xferFile

           open output nextXferFile
               move nextXfer to nextXfer-rec
               write nextXfer-rec
           close nextXferFile

           *> off this shelf now; the business total is unchanged
           *> while the parts are on the road
           move "P" to stkAction
           compute stkQty = 0 - in-Qty
           call "siteStock" using stkAction, carsFileName,
               partNumber, partOnHand, partReorderPoint, stkQty,
               stkOnHand, stkReorder
           display "Transfer " nextXfer ": " in-Qty " x "
               function trim(partDescription) " sent to "
               function trim(toGarageName) "; " stkOnHand
               " left here."
           display "It shows as in transit until "
               function trim(toGarageName) " books it in.".

      *> the receiving garage books in what actually arrived; a
      *> short arrival is written off the business total rather
      *> than left in transit forever
       RECEIVE-TRANSFER.
           move 0 to transitCount
           move "n" to xferEof
           open input xferFile
           if xferStatus not = "00"
               close xferFile
               display "No parts transfers are on file."
               exit paragraph
           end-if
           perform until xferEof = "y"
               read xferFile next record
                   at end
                       move "y" to xferEof
                   not at end
                       if xfStatus = "T"
                           and xfToGarage = carsFileName
                           add 1 to transitCount
                           display "Transfer " xfNumber "  "
                               xfPartNumber "  qty " xfQty
                               "  sent " xfSentDate " from "
                               function trim(xfFromGarage)
                       end-if
               end-read
           end-perform
           close xferFile
           if transitCount = 0
               display "Nothing is on its way to this garage."
               exit paragraph
           end-if

           display "Transfer number to book in: " no advancing
           accept in-XferNumber
           open i-o xferFile
           move in-XferNumber to xfNumber
           read xferFile
               invalid key
                   display "No transfer " in-XferNumber
                       " is on file."
                   close xferFile
                   exit paragraph
           end-read
           if xfStatus not = "T" or xfToGarage not = carsFileName
               display "Transfer " in-XferNumber " is not in "
                   "transit to this garage."
               close xferFile
               exit paragraph
           end-if
           display "Quantity arrived (enter for all " xfQty "): "
               no advancing
           accept in-Qty
           if in-Qty = 0
               move xfQty to in-Qty
           end-if
           if in-Qty > xfQty
               display "More than was sent; booking in the "
                   xfQty " sent."
               move xfQty to in-Qty
           end-if
           accept todaysDate from date yyyymmdd
           move "R" to xfStatus
           move todaysDate to xfReceivedDate
           move currentUser to xfReceivedBy
           move in-Qty to xfQtyReceived
           rewrite partXfer-rec
           close xferFile

           open i-o partsDataFile
           if partsStatus not = "00"
               close partsDataFile
               display "The parts master is empty."
               exit paragraph
           end-if
           move xfPartNumber to partNumber
           read partsDataFile
               invalid key
                   display "Part " function trim(xfPartNumber)
                       " is no longer on the parts master; the "
                       "shelf count was not moved."
               not invalid key
                   move "P" to stkAction
                   move in-Qty to stkQty
                   call "siteStock" using stkAction, carsFileName,
                       partNumber, partOnHand, partReorderPoint,
                       stkQty, stkOnHand, stkReorder
                   *> whatever went missing on the way is gone
                   *> from the business total too
                   if in-Qty < xfQty
                       compute stkQty = xfQty - in-Qty
                       if stkQty > partOnHand
                           move 0 to partOnHand
                       else
                           subtract stkQty from partOnHand
                       end-if
                       rewrite part-rec
                       display "  " stkQty " short on arrival; "
                           "written off."
                   end-if
                   display "Booked in " in-Qty " x "
                       function trim(partDescription) "; "
                       stkOnHand " now on hand here."
           end-read
           close partsDataFile.

       IN-TRANSIT-LIST.
           move 0 to transitCount
           move "n" to xferEof
           open input xferFile
           if xferStatus not = "00"
               close xferFile
               display "No parts transfers are on file."
               exit paragraph
           end-if
           perform until xferEof = "y"
               read xferFile next record
                   at end
                       move "y" to xferEof
                   not at end
                       if xfStatus = "T"
                           add 1 to transitCount
                           display "Transfer " xfNumber "  "
                               xfPartNumber "  qty " xfQty
                               "  sent " xfSentDate
                           display "    from "
                               function trim(xfFromGarage) " to "
                               function trim(xfToGarage)
                       end-if
               end-read
           end-perform
           close xferFile
           display "Transfers in transit: " transitCount.

      *> stock on the books at its weighted average cost, every
      *> site and everything in transit, for accounting to post the
      *> month's closing stock from. A part nobody has issued in
      *> 180 days is flagged slow-moving
       INVENTORY-VALUATION.
           accept todaysDate from date yyyymmdd
           compute dateInt =
               function integer-of-date(todaysDate) - 180
           compute slowCutoff = function date-of-integer(dateInt)

           move 0 to lastIssueCount
           move "n" to lastIssueFull
           move "n" to eof
           open input partUseFile
           if partUseStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read partUseFile
                   at end
                       move "y" to eof
                   not at end
                       perform NOTE-LAST-ISSUE
               end-read
           end-perform
           close partUseFile

           move 0 to recCount
           move 0 to valTotal
           move 0 to slowTotal
           move 0 to slowCount
           move "n" to eof
           open input partsDataFile
           if partsStatus not = "00"
               close partsDataFile
               display "The parts master is empty."
               exit paragraph
           end-if
           open output valRptFile
           move spaces to valRptLine
           string "Inventory valuation  month " todaysDate(1:6)
               "  run date: " todaysDate
               "  (all sites, in transit included)"
               delimited by size into valRptLine
           write valRptLine
           display function trim(valRptLine)
           move spaces to valRptLine
           string "  part / description / qty / average cost / "
               "value / last issue"
               delimited by size into valRptLine
           write valRptLine
           display function trim(valRptLine)
           perform until eof = "y"
               read partsDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if partOnHand > 0
                           perform VALUE-ONE-PART
                       end-if
               end-read
           end-perform
           close partsDataFile

           move valTotal to displayValue2
           move spaces to valRptLine
           string "Stock value: " displayValue2 "  over "
               recCount " part(s)"
               delimited by size into valRptLine
           write valRptLine
           display function trim(valRptLine)
           move slowTotal to displayValue2
           move spaces to valRptLine
           string "Slow-moving (no issue since " slowCutoff "): "
               displayValue2 "  over " slowCount " part(s)"
               delimited by size into valRptLine
           write valRptLine
           display function trim(valRptLine)
           close valRptFile
           display "Valuation written to INVVAL.DAT."

           move "INVVALUE" to spoolType
           move "INVVAL.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       NOTE-LAST-ISSUE.
           move 0 to liFoundIdx
           perform varying liIdx from 1 by 1
                   until liIdx > lastIssueCount
               if liPartNumber(liIdx) = puPartNumber
                   move liIdx to liFoundIdx
                   exit perform
               end-if
           end-perform
           if liFoundIdx = 0
               if lastIssueCount >= 2000
                   if lastIssueFull = "n"
                       display "Warning: more than 2000 parts "
                           "issued; later parts show no last issue."
                       move "y" to lastIssueFull
                   end-if
                   exit paragraph
               end-if
               add 1 to lastIssueCount
               move puPartNumber to liPartNumber(lastIssueCount)
               move puDate to liDate(lastIssueCount)
           else
               if puDate > liDate(liFoundIdx)
                   move puDate to liDate(liFoundIdx)
               end-if
           end-if.

       VALUE-ONE-PART.
           add 1 to recCount
           compute extValue = partOnHand * partUnitCost
           add extValue to valTotal
           move 0 to partLastIssue
           perform varying liIdx from 1 by 1
                   until liIdx > lastIssueCount
               if liPartNumber(liIdx) = partNumber
                   move liDate(liIdx) to partLastIssue
                   exit perform
               end-if
           end-perform
           move spaces to slowFlag
           if partLastIssue < slowCutoff
               move "SLOW-MOVING" to slowFlag
               add extValue to slowTotal
               add 1 to slowCount
           end-if
           move partUnitCost to displayCost
           move extValue to displayValue
           move spaces to valRptLine
           if partLastIssue = 0
               string "  " partNumber " " partDescription " "
                   partOnHand " " displayCost " " displayValue
                   "  never     " slowFlag
                   delimited by size into valRptLine
           else
               string "  " partNumber " " partDescription " "
                   partOnHand " " displayCost " " displayValue
                   "  " partLastIssue " " slowFlag
                   delimited by size into valRptLine
           end-if
           write valRptLine
           display function trim(valRptLine).
