               fd partsFile.
                   copy "PARTREC.CPY".
               fd partUseFile.
                   copy "PARTUSEREC.CPY".
            LOCAL-STORAGE SECTION.
               01 partsStatus pic xx.
               01 moreParts pic x.
               01 in-PartNumber pic x(10).
               01 in-Qty pic 9(03).
               01 stkAction pic x(01).
               01 stkQty pic s9(05).
               01 stkOnHand pic 9(05).
               01 stkReorder pic 9(05).
               01 siteBefore pic 9(05).
               01 siteTaken pic 9(05).
               01 siteCode pic x(04).
               01 partRedirected pic x(01).
               01 waAction pic x(01).
               01 waQty pic 9(05)v99.
               01 waOnSite pic s9(06)v99.
               01 waLimit pic 9(05)v99.
               01 waOver pic x(01).
               01 displayWaste pic -(05)9.99.
               01 displayLimit pic z(04)9.99.
           LINKAGE SECTION.
               01 useCarId pic 9(06).
               01 useDate pic 9(08).
               01 useGarage pic x(40).
               *> what the issues are stamped with: 0 to be billed
               *> with the job, 999999 when they are charged to the
               *> car in reconditioning
               01 useInvNumber pic 9(06).
      *> called as part of writing a service entry: each part used
      *> on the job comes off the shelf of the garage doing the job,
      *> so stock runs down as work is done instead of being
      *> discovered empty later
        PROCEDURE DIVISION USING useCarId, useDate, useGarage,
               useInvNumber.
           display "Record parts used on this job? (y/n) "
               no advancing
           accept moreParts
           perform until moreParts not = 'y' and moreParts not = 'Y'
               display "Part number: " no advancing
               accept in-PartNumber
               *> old stock of a superseded part is used up first,
               *> then the job takes the replacement
               call "partSuper" using in-PartNumber, useGarage,
                   partRedirected
               display "Quantity used: " no advancing
               accept in-Qty

                               " is not on the parts master; "
                               "nothing recorded."
                       not invalid key
                           move "Q" to stkAction
                           move 0 to stkQty
                           call "siteStock" using stkAction,
                               useGarage, partNumber, partOnHand,
                               partReorderPoint, stkQty, stkOnHand,
                               stkReorder
                           move stkOnHand to siteBefore
                           if in-Qty > siteBefore
                               display "Only " siteBefore " of "
                                   function trim(in-PartNumber)
                                   " on hand here; recording the "
                                   "usage anyway - check the "
                                   "shelf count."
                           end-if
                           move "P" to stkAction
                           compute stkQty = 0 - in-Qty
                           call "siteStock" using stkAction,
                               useGarage, partNumber, partOnHand,
                               partReorderPoint, stkQty, stkOnHand,
                               stkReorder
                           compute siteTaken = siteBefore - stkOnHand
                           if siteTaken > partOnHand
                               move 0 to partOnHand
                           else
                               subtract siteTaken from partOnHand
                           end-if
                           rewrite part-rec

                               move useCarId to puCarId
                               move useDate to puDate
                               move in-Qty to puQty
                               move useInvNumber to puInvNumber
                               *> billed at the list price; the
                               *> average cost stays for margin
                               if partListPrice numeric
                                   and partListPrice > 0
                                   move partListPrice to puUnitPrice
                               else
                                   move partUnitCost to puUnitPrice
                               end-if
                               move partUnitCost to puUnitCost
                               call "garageCode" using useGarage,
                                   siteCode
                               move siteCode to puGarage
                               write partUse-rec
                           close partUseFile

                           display "Recorded " in-Qty " x "
                               function trim(partDescription)
                               "; " stkOnHand " left on hand here."
                           if stkOnHand <= stkReorder
                               display "** "
                                   function trim(in-PartNumber)
                                   " is at or below its reorder "
                                   "point here (" stkReorder
                                   "); it will appear on the "
                                   "reorder report. **"
                           end-if
                           perform LOG-WASTE
                   end-read
                   close partsFile
               end-if
               accept moreParts
           end-perform
       goback.

      *> a part that leaves waste behind puts it on the site's
      *> register as it is fitted; the site is warned as soon as
      *> its store of that waste goes over what its permit allows
       LOG-WASTE.
           if partWasteCat = spaces or partWasteCat = low-values
               or partWastePerUnit not numeric
               or partWastePerUnit = 0
               exit paragraph
           end-if
           compute waQty rounded = in-Qty * partWastePerUnit
           move "G" to waAction
           call "wasteStore" using waAction, siteCode, partWasteCat,
               waQty, partNumber, useCarId, useDate, waOnSite,
               waLimit, waOver
           if waOver = "y"
               move waOnSite to displayWaste
               move waLimit to displayLimit
               display "** WASTE ALERT: " partWasteCat " held here is "
                   function trim(displayWaste) " against a permitted "
                   function trim(displayLimit)
                   "; book a carrier collection. **"
           end-if.
