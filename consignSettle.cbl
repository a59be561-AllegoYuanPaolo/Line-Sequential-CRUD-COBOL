        IDENTIFICATION DIVISION.
        PROGRAM-ID. consignSettle.
       environment division.
           input-output section.
               file-control.
                   select optional consignFile
                       assign to "CONSIGN.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is cnNumber
                       alternate record key is cnVehicle
                           with duplicates
                       file status is consignStatus.

                   select optional serviceHistFile
                       assign to "SVCHIST.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is svcSeqNumber
                       alternate record key is svcCarId
                           with duplicates
                       file status is serviceStatus.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional carsFile
                       assign to stmtCarsFile
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional consignStmtFile
                       assign to "CONSIGNSTMT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd consignFile.
                   copy "CONSIGNREC.CPY".
               fd serviceHistFile.
                   copy "SERVICEREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd consignStmtFile.
                   01 consignStmtLine pic x(96).
           WORKING-STORAGE SECTION.
               01 consignStatus pic xx.
               01 serviceStatus pic xx.
               01 customerStatus pic xx.
               01 carsFileStatus pic xx.
               01 eof pic x.
               01 stmtCarsFile pic x(40).
               01 stmtName pic x(24).
               01 stmtAddress pic x(40).
               01 stmtCar pic x(32).
               01 stmtVin pic x(17).
               01 todaysDate pic 9(08).
               01 displayMoney pic z(06)9.99.
               01 displaySigned pic -(06)9.99.
               01 displayPct pic zz9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
           LINKAGE SECTION.
               *> C find the agreement a car is on, S settle it at
               *> the sale, P print its settlement statement again
               01 csAction pic x(01).
               01 csGarage pic x(40).
               01 csCarId pic 9(06).
               01 csNumber pic 9(06).
               01 csStatus pic x(01).
               01 csMinPrice pic 9(07)v99.
               01 csEndDate pic 9(08).
               01 csSalePrice pic 9(07)v99.
               01 csSaleDate pic 9(08).
               01 csFee pic 9(07)v99.
               01 csUser pic x(08).
        PROCEDURE DIVISION USING csAction, csGarage, csCarId,
               csNumber, csStatus, csMinPrice, csEndDate,
               csSalePrice, csSaleDate, csFee, csUser.
           evaluate csAction
               when "C"
                   perform FIND-AGREEMENT
               when "S"
                   perform SETTLE-AGREEMENT
               when "P"
                   perform PRINT-STATEMENT
           end-evaluate
       goback.

      *> a car handed back to its owner is not on consignment any
      *> more; of the rest, the newest agreement is the one in
      *> force
       FIND-AGREEMENT.
           move 0 to csNumber
           move space to csStatus
           move 0 to csMinPrice
           move 0 to csEndDate
           move 0 to csFee
           move "n" to eof
           open input consignFile
           if consignStatus not = "00"
               close consignFile
               exit paragraph
           end-if
           move csGarage to cnGarage
           move csCarId to cnCarId
           start consignFile key is = cnVehicle
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read consignFile next record
                   at end
                       move "y" to eof
                   not at end
                       if cnGarage not = csGarage
                           or cnCarId not = csCarId
                           move "y" to eof
                       else
                           if cnStatus not = "W"
                               and cnNumber > csNumber
                               move cnNumber to csNumber
                               move cnStatus to csStatus
                               move cnMinPrice to csMinPrice
                               move cnEndDate to csEndDate
                               move cnFee to csFee
                           end-if
                       end-if
               end-read
           end-perform
           close consignFile.

      *> the owner's money is the sale price less our fee and
      *> whatever the workshop spent making the car saleable
      *> while it was with us
       SETTLE-AGREEMENT.
           open i-o consignFile
           if consignStatus not = "00"
               close consignFile
               exit paragraph
           end-if
           move csNumber to cnNumber
           read consignFile
               invalid key
                   close consignFile
                   exit paragraph
           end-read
           move csSalePrice to cnSalePrice
           move csSaleDate to cnSaleDate
           if cnFeeType = "P"
               compute cnFee rounded =
                   csSalePrice * cnFeeValue / 100
           else
               move cnFeeValue to cnFee
           end-if
           perform SUM-CONSIGN-RECON
           compute cnPayout = cnSalePrice - cnFee - cnRecon
           move "S" to cnStatus
           move csUser to cnUser
           rewrite consign-rec
           close consignFile
           move cnFee to csFee
           move "S" to csStatus
           perform PRINT-STATEMENT.

       SUM-CONSIGN-RECON.
           move 0 to cnRecon
           move "n" to eof
           open input serviceHistFile
           if serviceStatus not = "00"
               close serviceHistFile
               exit paragraph
           end-if
           move cnCarId to svcCarId
           start serviceHistFile key is = svcCarId
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read serviceHistFile next record
                   at end
                       move "y" to eof
                   not at end
                       if svcCarId not = cnCarId
                           move "y" to eof
                       else
                           if svcDate >= cnStartDate
                               and svcDate <= cnSaleDate
                               add svcCost to cnRecon
                           end-if
                       end-if
               end-read
           end-perform
           close serviceHistFile.

      *> the statement sent to the owner with the payout
       PRINT-STATEMENT.
           open input consignFile
           if consignStatus not = "00"
               close consignFile
               exit paragraph
           end-if
           move csNumber to cnNumber
           read consignFile
               invalid key
                   close consignFile
                   display "No consignment agreement " csNumber
                       " is on file."
                   exit paragraph
           end-read
           close consignFile
           if cnStatus not = "S" and cnStatus not = "P"
               display "Agreement " cnNumber " has not been sold "
                   "and settled yet."
               exit paragraph
           end-if

           move spaces to stmtName
           move spaces to stmtAddress
           open input customerFile
           if customerStatus = "00"
               move cnCustNumber to custNumber
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move custName to stmtName
                       move custAddress to stmtAddress
               end-read
           end-if
           close customerFile
           move spaces to stmtCar
           move spaces to stmtVin
           move cnGarage to stmtCarsFile
           open input carsFile
           if carsFileStatus not = "35"
               move cnCarId to recordId
               read carsFile
                   invalid key
                       continue
                   not invalid key
                       move carOwned to stmtCar
                       move vin to stmtVin
               end-read
           end-if
           close carsFile

           accept todaysDate from date yyyymmdd
           open output consignStmtFile
           move spaces to consignStmtLine
           string "CONSIGNMENT SETTLEMENT STATEMENT   agreement "
               cnNumber "   " todaysDate
               delimited by size into consignStmtLine
           write consignStmtLine
           move spaces to consignStmtLine
           write consignStmtLine
           move spaces to consignStmtLine
           string "To: " stmtName "  customer " cnCustNumber
               delimited by size into consignStmtLine
           write consignStmtLine
           move spaces to consignStmtLine
           string "    " stmtAddress
               delimited by size into consignStmtLine
           write consignStmtLine
           move spaces to consignStmtLine
           string "Vehicle: " function trim(stmtCar) "  VIN "
               stmtVin
               delimited by size into consignStmtLine
           write consignStmtLine
           move spaces to consignStmtLine
           string "Consigned " cnStartDate "   sold " cnSaleDate
               delimited by size into consignStmtLine
           write consignStmtLine
           move spaces to consignStmtLine
           write consignStmtLine

           move cnSalePrice to displayMoney
           move spaces to consignStmtLine
           string "Sale price                      " displayMoney
               delimited by size into consignStmtLine
           write consignStmtLine
           move cnFee to displayMoney
           move spaces to consignStmtLine
           if cnFeeType = "P"
               move cnFeeValue to displayPct
               string "Less our fee (" displayPct "%)         -"
                   displayMoney
                   delimited by size into consignStmtLine
           else
               string "Less our fee (agreed flat)     -" displayMoney
                   delimited by size into consignStmtLine
           end-if
           write consignStmtLine
           move cnRecon to displayMoney
           move spaces to consignStmtLine
           string "Less reconditioning            -" displayMoney
               delimited by size into consignStmtLine
           write consignStmtLine
           move cnPayout to displaySigned
           move spaces to consignStmtLine
           string "DUE TO YOU                      " displaySigned
               delimited by size into consignStmtLine
           write consignStmtLine
           move spaces to consignStmtLine
           write consignStmtLine
           move spaces to consignStmtLine
           if cnStatus = "P"
               string "Paid " cnPaidDate " ref "
                   function trim(cnPaidRef)
                   delimited by size into consignStmtLine
           else
               move "Payment to follow." to consignStmtLine
           end-if
           write consignStmtLine
           close consignStmtFile

           move cnPayout to displaySigned
           display "Settlement for agreement " cnNumber ": due to "
               "the owner " function trim(displaySigned)
               "; statement written to CONSIGNSTMT.DAT."

           move "CONSIGN" to spoolType
           move "CONSIGNSTMT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, csUser.
