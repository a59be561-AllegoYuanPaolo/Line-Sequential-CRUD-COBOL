        IDENTIFICATION DIVISION.
        PROGRAM-ID. wasteStore.
       environment division.
           input-output section.
               file-control.
                   select optional wasteFile
                       assign to "WASTE.DAT"
                       organization is line sequential
                       file status is wasteStatus.

                   select optional wasteLimFile
                       assign to "WASTELIM.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is lmKey
                       file status is wasteLimStatus.
        DATA DIVISION.
           file section.
               fd wasteFile.
                   copy "WASTEREC.CPY".
               fd wasteLimFile.
                   copy "WASTELIMREC.CPY".
            LOCAL-STORAGE SECTION.
               01 wasteStatus pic xx.
               01 wasteLimStatus pic xx.
               01 eof pic x.
           LINKAGE SECTION.
               *> G puts waste generated on the site's register and
               *> then answers as Q does; Q gives what the site holds
               *> of the category, its permitted limit (0 for none
               *> set) and "y" when the holding is over it
               01 waAction pic x(01).
               01 waSite pic x(04).
               01 waCategory pic x(02).
               01 waQty pic 9(05)v99.
               01 waPartNumber pic x(10).
               01 waCarId pic 9(06).
               01 waDate pic 9(08).
               01 waOnSite pic s9(06)v99.
               01 waLimit pic 9(05)v99.
               01 waOver pic x(01).
      *> the waste register's running balance for one site and
      *> category: what parts fitted there have generated, less
      *> what licensed carriers have collected, against the limit
      *> the site's permit allows it to store
        PROCEDURE DIVISION USING waAction, waSite, waCategory, waQty,
               waPartNumber, waCarId, waDate, waOnSite, waLimit,
               waOver.
           if waAction = "G" and waQty > 0
               move spaces to waste-rec
               move waSite to wrGarage
               move waCategory to wrCategory
               move "G" to wrType
               move waDate to wrDate
               move waQty to wrQty
               move waPartNumber to wrPartNumber
               move waCarId to wrCarId
               move spaces to wrUser
               open extend wasteFile
                   write waste-rec
               close wasteFile
           end-if

           move 0 to waOnSite
           move "n" to eof
           open input wasteFile
           if wasteStatus = "00"
               perform until eof = "y"
                   read wasteFile
                       at end
                           move "y" to eof
                       not at end
                           if wrGarage = waSite
                               and wrCategory = waCategory
                               and wrQty numeric
                               if wrType = "C"
                                   subtract wrQty from waOnSite
                               else
                                   add wrQty to waOnSite
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close wasteFile

           move 0 to waLimit
           move "n" to waOver
           open input wasteLimFile
           if wasteLimStatus = "00"
               move waSite to lmGarage
               move waCategory to lmCategory
               read wasteLimFile
                   invalid key
                       continue
                   not invalid key
                       move lmLimit to waLimit
               end-read
           end-if
           close wasteLimFile
           if waLimit > 0 and waOnSite > waLimit
               move "y" to waOver
           end-if
       goback.
