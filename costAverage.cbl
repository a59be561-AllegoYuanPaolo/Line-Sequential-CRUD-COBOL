        IDENTIFICATION DIVISION.
        PROGRAM-ID. costAverage.
       environment division.
           input-output section.
               file-control.
                   select optional partCostFile
                       assign to "PARTCOST.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd partCostFile.
                   copy "PARTCOSTREC.CPY".
            LOCAL-STORAGE SECTION.
               01 nowTime pic 9(08).
               01 stockValue pic 9(11)v99.
               01 newQty pic 9(06).
           LINKAGE SECTION.
               01 caPartNumber pic x(10).
               01 caSource pic x(08).
               01 caQtyBefore pic 9(05).
               01 caOldCost pic 9(05)v99.
               01 caQtyIn pic 9(05).
               01 caInCost pic 9(05)v99.
               01 caUser pic x(08).
               01 caNewCost pic 9(05)v99.
      *> the part's cost moves only by weighted average: stock
      *> already on the shelf at its average, plus the receipt at
      *> what it cost, over the new quantity. A MANUAL change sets
      *> the cost outright. Every change is kept in PARTCOST.DAT so
      *> the stock value can be traced back receipt by receipt.
        PROCEDURE DIVISION USING caPartNumber, caSource, caQtyBefore,
               caOldCost, caQtyIn, caInCost, caUser, caNewCost.
           if caSource = "MANUAL"
               move caInCost to caNewCost
           else
               compute newQty = caQtyBefore + caQtyIn
               if newQty = 0
                   move caOldCost to caNewCost
               else
                   compute stockValue =
                       caQtyBefore * caOldCost + caQtyIn * caInCost
                   compute caNewCost rounded = stockValue / newQty
               end-if
           end-if

           accept nowTime from time
           open extend partCostFile
               move spaces to partCost-rec
               move caPartNumber to pcPartNumber
               accept pcDate from date yyyymmdd
               move nowTime(1:6) to pcTime
               move caSource to pcSource
               move caQtyBefore to pcQtyBefore
               move caOldCost to pcOldCost
               move caQtyIn to pcQtyIn
               move caInCost to pcInCost
               move caNewCost to pcNewCost
               move caUser to pcUser
               write partCost-rec
           close partCostFile
       goback.
