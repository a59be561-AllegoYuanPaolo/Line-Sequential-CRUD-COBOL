        IDENTIFICATION DIVISION.
        PROGRAM-ID. priceLoad.
       environment division.
           input-output section.
               file-control.
                   select optional partsDataFile
                       assign to "PARTS.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is partNumber
                       file status is partsStatus.

                   select optional suppFile
                       assign to "SUPPLIER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is suppNumber
                       file status is suppStatus.

                   select optional priceInFile
                       assign to "SUPPRICE.CSV"
                       organization is line sequential
                       file status is priceInStatus.

                   select optional priceRptFile
                       assign to "PRICECHG.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd partsDataFile.
                   copy "PARTREC.CPY".
               fd suppFile.
                   copy "SUPPREC.CPY".
               fd priceInFile.
                   01 priceInLine pic x(120).
               fd priceRptFile.
                   01 priceRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 partsStatus pic xx.
               01 suppStatus pic xx.
               01 priceInStatus pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-SuppNumber pic 9(04).
               01 in-Note pic x(40).
               01 lineNo pic 9(05).
               01 changedCount pic 9(05).
               01 sameCount pic 9(05).
               01 notStockedCount pic 9(05).
               01 supersededCount pic 9(05).
               01 addedCount pic 9(05).
               01 rejectCount pic 9(05).

               *> one line of the supplier's file:
               *> part,description,cost,list,replaced-by
               01 prPos pic 9(03).
               01 pr-Part pic x(10).
               01 pr-Description pic x(30).
               01 pr-Cost pic x(12).
               01 pr-List pic x(12).
               01 pr-Super pic x(10).
               01 newCost pic 9(05)v99.
               01 newList pic 9(05)v99.
               01 oldCost pic 9(05)v99.
               01 oldList pic 9(05)v99.
               01 oldDescription pic x(30).
               01 oldReorderPoint pic 9(05).
               01 oldWasteCat pic x(02).
               01 oldWastePerUnit pic 9(03)v99.
               01 costChange pic s9(05)v99.
               01 listChange pic s9(05)v99.
               01 displayCost pic z(04)9.99.
               01 displayCost2 pic z(04)9.99.
               01 displayList pic z(04)9.99.
               01 displayList2 pic z(04)9.99.
               01 displaySigned pic -(05)9.99.
               01 displaySigned2 pic -(05)9.99.
               01 costSource pic x(08).
               01 costQtyBefore pic 9(05).
               01 costQtyIn pic 9(05).
               01 newAvgCost pic 9(05)v99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
      *> a supplier's price file is loaded against that supplier:
      *> their list price and what they now charge us are updated on
      *> every part we stock, each change goes on PRICECHG.DAT with
      *> its before and after, lines for parts we do not stock are
      *> flagged, and a replaced-by number marks the old part as
      *> superseded (adding the new part when it is not yet held).
      *> A blank replaced-by leaves any earlier supersession alone
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           if currentRole not = 'S'
               display "Loading a supplier price file needs a "
                   "supervisor login; ask one to do this."
               perform NOTE-DENIED
               goback
           end-if

           display "Supplier number the price file is from: "
               no advancing
           accept in-SuppNumber
           open input suppFile
           if suppStatus not = "00"
               close suppFile
               display "The supplier master is empty; add the "
                   "supplier first."
               goback
           end-if
           move in-SuppNumber to suppNumber
           read suppFile
               invalid key
                   display "No supplier " in-SuppNumber
                       " is on the master."
                   close suppFile
                   goback
           end-read
           close suppFile
           display "Loading prices from " function trim(suppName)
               "."

           accept todaysDate from date yyyymmdd
           move 0 to lineNo
           move 0 to changedCount
           move 0 to sameCount
           move 0 to notStockedCount
           move 0 to supersededCount
           move 0 to addedCount
           move 0 to rejectCount
           move "n" to eof
           open input priceInFile
           if priceInStatus not = "00"
               close priceInFile
               display "SUPPRICE.CSV was not found; nothing to load."
               goback
           end-if
           open i-o partsDataFile
           if partsStatus not = "00"
               close partsDataFile
               open output partsDataFile
               close partsDataFile
               open i-o partsDataFile
           end-if
           open output priceRptFile
           move spaces to priceRptLine
           string "Supplier price file load  run date: " todaysDate
               "  supplier: " suppNumber " " function trim(suppName)
               delimited by size into priceRptLine
           perform WRITE-RPT-LINE
           move spaces to priceRptLine
           string "Part       Description                      "
               "   Cost was     now   change  List was     now"
               "   change"
               delimited by size into priceRptLine
           perform WRITE-RPT-LINE

           perform until eof = "y"
               read priceInFile
                   at end
                       move "y" to eof
                   not at end
                       add 1 to lineNo
                       perform LOAD-ONE-PRICE
               end-read
           end-perform

           move spaces to priceRptLine
           perform WRITE-RPT-LINE
           move spaces to priceRptLine
           string "Changed: " changedCount "  unchanged: " sameCount
               "  not stocked: " notStockedCount
               "  superseded: " supersededCount
               "  parts added: " addedCount
               "  rejected: " rejectCount
               delimited by size into priceRptLine
           perform WRITE-RPT-LINE
           close priceRptFile
           close partsDataFile
           close priceInFile
           display "Price report written to PRICECHG.DAT."

           move "PRICECHG" to spoolType
           move "PRICECHG.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.
       goback.

       LOAD-ONE-PRICE.
           if function trim(priceInLine) = spaces
               or priceInLine(1:4) = "HDR,"
               or priceInLine(1:4) = "TRL,"
               exit paragraph
           end-if
           move spaces to pr-Part
           move spaces to pr-Description
           move spaces to pr-Cost
           move spaces to pr-List
           move spaces to pr-Super
           move 1 to prPos
           unstring priceInLine delimited by ","
               into pr-Part pr-Description pr-Cost pr-List pr-Super
               with pointer prPos
           end-unstring

           if pr-Part = spaces
               or pr-Cost = spaces or pr-List = spaces
               or function test-numval(pr-Cost) not = 0
               or function test-numval(pr-List) not = 0
               move "not a price line" to in-Note
               perform REJECT-LINE
               exit paragraph
           end-if
           move function numval(pr-Cost) to newCost
           move function numval(pr-List) to newList

           move pr-Part to partNumber
           read partsDataFile
               invalid key
                   add 1 to notStockedCount
                   move newCost to displayCost
                   move newList to displayList
                   move spaces to priceRptLine
                   string "** " pr-Part " " pr-Description
                       " NOT STOCKED  cost " displayCost
                       "  list " displayList
                       delimited by size into priceRptLine
                   perform WRITE-RPT-LINE
                   exit paragraph
           end-read

           *> parts set up before supplier prices were kept read
           *> back non-numeric; they start from nothing
           if partSuppCost numeric
               move partSuppCost to oldCost
           else
               move 0 to oldCost
           end-if
           if partListPrice numeric
               move partListPrice to oldList
           else
               move 0 to oldList
           end-if
           if partSupersededBy = low-values
               move spaces to partSupersededBy
           end-if
           move newCost to partSuppCost
           move newList to partListPrice
           move in-SuppNumber to partSuppNumber
           move todaysDate to partPriceDate
           if pr-Super not = spaces and pr-Super not = partNumber
               move pr-Super to partSupersededBy
           end-if
           rewrite part-rec

           if newCost = oldCost and newList = oldList
               add 1 to sameCount
           else
               add 1 to changedCount
               compute costChange = newCost - oldCost
               compute listChange = newList - oldList
               move oldCost to displayCost
               move newCost to displayCost2
               move costChange to displaySigned
               move oldList to displayList
               move newList to displayList2
               move listChange to displaySigned2
               move spaces to priceRptLine
               string partNumber " " partDescription " "
                   displayCost displayCost2 displaySigned " "
                   displayList displayList2 displaySigned2
                   delimited by size into priceRptLine
               perform WRITE-RPT-LINE
           end-if

           if pr-Super not = spaces and pr-Super not = pr-Part
               perform RECORD-SUPERSESSION
           end-if.

      *> the old number stays on the master, with whatever stock it
      *> still has, pointing at the new one; the new part is set up
      *> from the old one's line when we do not hold it yet so that
      *> orders and issues have somewhere to go
       RECORD-SUPERSESSION.
           add 1 to supersededCount
           move partDescription to oldDescription
           move partReorderPoint to oldReorderPoint
           move partWasteCat to oldWasteCat
           if partWastePerUnit numeric
               move partWastePerUnit to oldWastePerUnit
           else
               move 0 to oldWastePerUnit
           end-if
           move pr-Super to partNumber
           read partsDataFile
               invalid key
                   move spaces to part-rec
                   move pr-Super to partNumber
                   if pr-Description not = spaces
                       move pr-Description to partDescription
                   else
                       move oldDescription to partDescription
                   end-if
                   move 0 to partOnHand
                   move oldReorderPoint to partReorderPoint
                   move newCost to partUnitCost
                   move newList to partListPrice
                   move newCost to partSuppCost
                   move in-SuppNumber to partSuppNumber
                   move todaysDate to partPriceDate
                   move oldWasteCat to partWasteCat
                   move oldWastePerUnit to partWastePerUnit
                   write part-rec
                       invalid key
                           continue
                       not invalid key
                           add 1 to addedCount
                           move "OPENING" to costSource
                           move 0 to costQtyBefore
                           move 0 to costQtyIn
                           call "costAverage" using partNumber,
                               costSource, costQtyBefore, newCost,
                               costQtyIn, newCost, currentUser,
                               newAvgCost
                   end-write
                   move spaces to priceRptLine
                   string "   " pr-Part " superseded by " pr-Super
                       " - new part added to the master"
                       delimited by size into priceRptLine
                   perform WRITE-RPT-LINE
                   exit paragraph
           end-read
           move spaces to priceRptLine
           string "   " pr-Part " superseded by " pr-Super
               delimited by size into priceRptLine
           perform WRITE-RPT-LINE.

       REJECT-LINE.
           add 1 to rejectCount
           move spaces to priceRptLine
           string "  line " lineNo ": " function trim(in-Note)
               " - " function trim(priceInLine)
               delimited by size into priceRptLine
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           write priceRptLine
           display function trim(priceRptLine trailing).

       NOTE-DENIED.
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
           move "Supplier Price File Load" to afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move "PARTS.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
