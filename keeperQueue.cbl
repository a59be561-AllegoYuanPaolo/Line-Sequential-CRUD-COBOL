        IDENTIFICATION DIVISION.
        PROGRAM-ID. keeperQueue.
       environment division.
           input-output section.
               file-control.
                   select optional keeperFile
                       assign to "KEEPER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is kpNumber
                       alternate record key is kpEvent
                       file status is keeperStatus.

                   select optional nextKprFile
                       assign to "NEXTKPR.DAT"
                       organization is line sequential.

                   select optional carsFile
                       assign to kqCarsFile
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is garCode
                       file status is garageRegStatus.
        DATA DIVISION.
           file section.
               fd keeperFile.
                   copy "KEEPERREC.CPY".
               fd nextKprFile.
                   01 nextKpr-rec pic 9(06).
               fd carsFile.
                   copy "CARREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd garageRegFile.
                   copy "GARREC.CPY".
            LOCAL-STORAGE SECTION.
               01 keeperStatus pic xx.
               01 carsFileStatus pic xx.
               01 customerStatus pic xx.
               01 garageRegStatus pic xx.
               01 nextKpr pic 9(06).
               01 siteCode pic x(04).
               01 keeperName pic x(24).
               01 keeperAddress pic x(40).
               01 dealerName pic x(24).
               01 dealerAddress pic x(40).
           LINKAGE SECTION.
               *> S a sale to the keeper, A a trade-in taken from
               *> them; the car on the session's file, its
               *> registration mark, the customer on the other
               *> side, the day it changed hands and who keyed it.
               *> The notice number comes back, 0 when one was
               *> already queued for the car that day or the car
               *> could not be found.
               01 kqType pic x(01).
               01 kqCarsFile pic x(40).
               01 kqCarId pic 9(06).
               01 kqRegMark pic x(10).
               01 kqCustNumber pic 9(06).
               01 kqDate pic 9(08).
               01 kqUser pic x(08).
               01 kqNumber pic 9(06).
      *> a car changing keeper has to be reported to the licensing
      *> authority; the notice is queued here as the deal is done
      *> and goes out in the next daily submission file
        PROCEDURE DIVISION USING kqType, kqCarsFile, kqCarId,
               kqRegMark, kqCustNumber, kqDate, kqUser, kqNumber.
           move 0 to kqNumber
           open input carsFile
           if carsFileStatus not = "00"
               close carsFile
               goback
           end-if
           move kqCarId to recordId
           read carsFile
               invalid key
                   close carsFile
                   goback
           end-read
           close carsFile

           move spaces to keeperName
           move spaces to keeperAddress
           open input customerFile
           if customerStatus = "00"
               move kqCustNumber to custNumber
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move custName to keeperName
                       move custAddress to keeperAddress
               end-read
           end-if
           close customerFile

           *> our side of the deal is the selling site
           call "garageCode" using kqCarsFile, siteCode
           move spaces to dealerName
           move spaces to dealerAddress
           open input garageRegFile
           if garageRegStatus = "00"
               move siteCode to garCode
               read garageRegFile
                   invalid key
                       continue
                   not invalid key
                       move garName to dealerName
                       move garLocation to dealerAddress
               end-read
           end-if
           close garageRegFile

           open input nextKprFile
               read nextKprFile
                   at end
                       move 0 to nextKpr
                   not at end
                       move nextKpr-rec to nextKpr
               end-read
           close nextKprFile
           add 1 to nextKpr

           open i-o keeperFile
           if keeperStatus not = "00"
               close keeperFile
               open output keeperFile
               close keeperFile
               open i-o keeperFile
           end-if
           move spaces to keeper-rec
           move nextKpr to kpNumber
           move kqType to kpType
           move siteCode to kpGarage
           move kqCarId to kpCarId
           move kqDate to kpEventDate
           move vin to kpVin
           move kqRegMark to kpRegMark
           move mileage to kpOdometer
           move kqCustNumber to kpCustNumber
           if kqType = "S"
               move dealerName to kpSellerName
               move dealerAddress to kpSellerAddress
               move keeperName to kpBuyerName
               move keeperAddress to kpBuyerAddress
           else
               move keeperName to kpSellerName
               move keeperAddress to kpSellerAddress
               move dealerName to kpBuyerName
               move dealerAddress to kpBuyerAddress
           end-if
           move "Q" to kpStatus
           move 0 to kpBatch
           move 0 to kpSubmitDate
           move 0 to kpAckDate
           move kqUser to kpUser
           write keeper-rec
               invalid key
                   close keeperFile
                   goback
           end-write
           close keeperFile

           open output nextKprFile
               move nextKpr to nextKpr-rec
               write nextKpr-rec
           close nextKprFile
           move nextKpr to kqNumber
       goback.
