        IDENTIFICATION DIVISION.
        PROGRAM-ID. stkPost.
       environment division.
           input-output section.
               file-control.
                   select optional partsDataFile
                       assign to "PARTS.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is partNumber
                       file status is partsStatus.

                   select optional countListFile
                       assign to countListName
                       organization is line sequential
                       file status is countListStatus.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd partsDataFile.
                   copy "PARTREC.CPY".
               fd countListFile.
                   01 countList-rec.
                       02 ctPartNumber pic x(10).
                       02 ctDescription pic x(30).
                       02 ctFrozenQty pic 9(05).
                       02 ctCountedQty pic 9(05).
                       02 ctCounted pic x(01).
                       02 ctUnitCost pic 9(05)v99.
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 partsStatus pic xx.
               01 countListStatus pic xx.
               01 eof pic x.
               01 nowTime pic 9(08).
               01 varValue pic s9(09)v99.
               01 varValueTotal pic s9(09)v99.
               01 varValueSize pic 9(07)v99.
               01 countListName pic x(44) value spaces.
               01 countDelCommand pic x(50) value spaces.
               01 stkAction pic x(01).
               01 stkQty pic s9(05).
               01 stkOnHand pic 9(05).
               01 stkReorder pic 9(05).
               01 siteBefore pic 9(05).
           LINKAGE SECTION.
               *> the site whose frozen count is posted, the user
               *> the adjustments are audited under, and the size of
               *> the variance that was approved; the list must still
               *> add up to it or nothing is posted
               01 spGarage pic x(40).
               01 spUser pic x(08).
               01 spApprovedValue pic 9(07)v99.
               01 spPostedCount pic 9(04).
               *> the date the adjustments are posted under: today,
               *> or the open period's first day when the count's
               *> month has been closed
               01 spPostDate pic 9(08).
        PROCEDURE DIVISION USING spGarage, spUser, spApprovedValue,
               spPostedCount, spPostDate.
           move 0 to spPostedCount
           move spaces to countListName
           move spaces to countDelCommand
           string function trim(spGarage) ".cnt"
               delimited by size into countListName
           string "del " function trim(countListName)
               delimited by size into countDelCommand

           perform CHECK-COUNT-LIST
           if varValueSize not = spApprovedValue
               display "The count list for " function trim(spGarage)
                   " no longer matches the variance that was "
                   "approved; nothing posted."
               goback
           end-if

           move "n" to eof
           open input countListFile
           perform until eof = "y"
               read countListFile
                   at end
                       move "y" to eof
                   not at end
                       if ctCounted = "y"
                           and ctCountedQty not = ctFrozenQty
                           perform POST-ONE-ADJUSTMENT
                       end-if
               end-read
           end-perform
           close countListFile

           call "SYSTEM" using countDelCommand
           display "Posted " spPostedCount " adjustment(s); the "
               "count list is cleared."
       goback.

      *> the counts could have been re-keyed while the request sat
      *> on the queue; the variance is valued again before posting
       CHECK-COUNT-LIST.
           move 0 to varValueTotal
           move "n" to eof
           open input countListFile
           if countListStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read countListFile
                   at end
                       move "y" to eof
                   not at end
                       if ctCounted = "y"
                           and ctCountedQty not = ctFrozenQty
                           compute varValue =
                               (ctCountedQty - ctFrozenQty)
                               * ctUnitCost
                           add varValue to varValueTotal
                       end-if
               end-read
           end-perform
           close countListFile
           if varValueTotal < 0
               compute varValueSize = 0 - varValueTotal
           else
               move varValueTotal to varValueSize
           end-if.

       POST-ONE-ADJUSTMENT.
           open i-o partsDataFile
           if partsStatus not = "00"
               close partsDataFile
               exit paragraph
           end-if
           move ctPartNumber to partNumber
           read partsDataFile
               invalid key
                   display "Part " function trim(ctPartNumber)
                       " is no longer on the parts master; "
                       "adjustment skipped."
                   close partsDataFile
                   exit paragraph
           end-read

           *> the audit entry carries the part in the description
           *> slot and the before/after quantities in the mileage
           *> slots - same shape every other change leaves
           move spaces to audit-rec
           accept nowTime from time
           string spPostDate nowTime(1:6) delimited by size
               into auditTimestamp
           move "STKADJ" to auditOperation
           move 0 to beforeId
           move spaces to beforeOwner
           move ctPartNumber to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move "Q" to stkAction
           move 0 to stkQty
           call "siteStock" using stkAction, spGarage,
               partNumber, partOnHand, partReorderPoint, stkQty,
               stkOnHand, stkReorder
           move stkOnHand to siteBefore
           move siteBefore to beforeMileage
           move 0 to afterId
           move spaces to afterOwner
           move ctPartNumber to afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move ctCountedQty to afterMileage
           move spUser to auditUser
           move spGarage to auditGarage

           *> the site's shelf takes the count; the business total
           *> moves by the same difference
           move "S" to stkAction
           move ctCountedQty to stkQty
           call "siteStock" using stkAction, spGarage,
               partNumber, partOnHand, partReorderPoint, stkQty,
               stkOnHand, stkReorder
           if ctCountedQty > siteBefore
               compute partOnHand =
                   partOnHand + ctCountedQty - siteBefore
           else
               if siteBefore - ctCountedQty > partOnHand
                   move 0 to partOnHand
               else
                   compute partOnHand =
                       partOnHand - (siteBefore - ctCountedQty)
               end-if
           end-if
           rewrite part-rec
           close partsDataFile

           open extend auditFile
               write audit-rec
           close auditFile
           add 1 to spPostedCount.
