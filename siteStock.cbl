        IDENTIFICATION DIVISION.
        PROGRAM-ID. siteStock.
       environment division.
           input-output section.
               file-control.
                   select optional partStockFile
                       assign to "PARTSTOCK.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is psKey
                       alternate record key is psPartNumber
                           with duplicates
                       file status is partStockStatus.
        DATA DIVISION.
           file section.
               fd partStockFile.
                   copy "PSTOCKREC.CPY".
            LOCAL-STORAGE SECTION.
               01 partStockStatus pic xx.
               01 rowFound pic x value "n".
               01 anySite pic x value "n".
               01 newQty pic s9(06).
           LINKAGE SECTION.
               01 stkAction pic x(01).
               01 stkGarage pic x(40).
               01 stkPartNumber pic x(10).
               01 stkLegacyQty pic 9(05).
               01 stkDefaultReorder pic 9(05).
               01 stkQty pic s9(05).
               01 stkOnHand pic 9(05).
               01 stkReorder pic 9(05).
      *> one garage's shelf for one part. Q reads it; P posts a
      *> movement (stkQty signed, never taking the shelf below
      *> zero); S sets the counted quantity; R sets the site's
      *> reorder point. A site with no row yet starts at nothing on
      *> hand and the part's default reorder point - except the
      *> very first site to stock a part, which inherits the
      *> business-wide quantity held before stock was kept per site.
      *> The caller moves partOnHand on the part master itself.
        PROCEDURE DIVISION USING stkAction, stkGarage, stkPartNumber,
               stkLegacyQty, stkDefaultReorder, stkQty, stkOnHand,
               stkReorder.
           open i-o partStockFile
           if partStockStatus not = "00"
               close partStockFile
               open output partStockFile
               close partStockFile
               open i-o partStockFile
           end-if

           move stkGarage to psGarage
           move stkPartNumber to psPartNumber
           read partStockFile
               invalid key
                   move "n" to rowFound
               not invalid key
                   move "y" to rowFound
           end-read

           if rowFound = "n"
               move stkPartNumber to psPartNumber
               read partStockFile key is psPartNumber
                   invalid key
                       move "n" to anySite
                   not invalid key
                       move "y" to anySite
               end-read
               move spaces to partStock-rec
               move stkGarage to psGarage
               move stkPartNumber to psPartNumber
               if anySite = "n" and stkLegacyQty numeric
                   move stkLegacyQty to psOnHand
               else
                   move 0 to psOnHand
               end-if
               move stkDefaultReorder to psReorderPoint
           end-if

           evaluate stkAction
               when "P"
                   compute newQty = psOnHand + stkQty
                   if newQty < 0
                       move 0 to psOnHand
                   else
                       move newQty to psOnHand
                   end-if
               when "S"
                   if stkQty < 0
                       move 0 to psOnHand
                   else
                       move stkQty to psOnHand
                   end-if
               when "R"
                   if stkQty < 0
                       move 0 to psReorderPoint
                   else
                       move stkQty to psReorderPoint
                   end-if
               when other
                   continue
           end-evaluate

           if stkAction not = "Q"
               if rowFound = "y"
                   rewrite partStock-rec
               else
                   write partStock-rec
               end-if
           end-if

           move psOnHand to stkOnHand
           move psReorderPoint to stkReorder
           close partStockFile
       goback.
