        IDENTIFICATION DIVISION.
        PROGRAM-ID. reconStatus.
       environment division.
           input-output section.
               file-control.
                   select optional reconFile
                       assign to "RECON.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is rcWoNumber
                       alternate record key is rcVehicle
                           with duplicates
                       file status is reconStatus-fs.

                   select optional woFile
                       assign to "WORKORD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is woNumber
                       file status is woStatus-fs.

                   select optional nextWoFile
                       assign to "NEXTWO.DAT"
                       organization is line sequential.

                   select optional woLineFile
                       assign to "WOLINE.DAT"
                       organization is line sequential
                       file status is woLineStatus.

                   select optional partUseFile
                       assign to "PARTUSE.DAT"
                       organization is line sequential
                       file status is partUseStatus.
        DATA DIVISION.
           file section.
               fd reconFile.
                   copy "RECONREC.CPY".
               fd woFile.
                   copy "WOREC.CPY".
               fd nextWoFile.
                   01 nextWo-rec pic 9(06).
               fd woLineFile.
                   copy "WOLINEREC.CPY".
               fd partUseFile.
                   copy "PARTUSEREC.CPY".
           WORKING-STORAGE SECTION.
               01 reconStatus-fs pic xx.
               01 woStatus-fs pic xx.
               01 woLineStatus pic xx.
               01 partUseStatus pic xx.
               01 eof pic x.
               01 nextWo pic 9(06).
               01 todaysDate pic 9(08).
               01 reconRaised pic 9(08).
               01 newBudget pic 9(07)v99.
           LINKAGE SECTION.
               *> O raise the reconditioning order on a car just
               *> bought in, C the state of the car's latest
               *> reconditioning, W the same for a work order with
               *> its spend so far, I the work has started, R the
               *> car is ready for sale
               01 rsAction pic x(01).
               01 rsGarage pic x(40).
               01 rsCarId pic 9(06).
               01 rsWoNumber pic 9(06).
               01 rsBudget pic 9(07)v99.
               01 rsSpend pic 9(07)v99.
               01 rsStatus pic x(01).
               01 rsUser pic x(08).
        PROCEDURE DIVISION USING rsAction, rsGarage, rsCarId,
               rsWoNumber, rsBudget, rsSpend, rsStatus, rsUser.
           evaluate rsAction
               when "O"
                   perform OPEN-RECON
               when "C"
                   perform FIND-CAR-RECON
               when "W"
                   perform READ-WO-RECON
                   if rsStatus not = space
                       perform SUM-RECON-COST
                   end-if
               when "I"
                   perform START-RECON
               when "R"
                   perform FINISH-RECON
           end-evaluate
       goback.

      *> a car already being worked on keeps its order; otherwise
      *> an internal work order is opened against the vehicle and
      *> the reconditioning is put on file awaiting the workshop
       OPEN-RECON.
           move rsBudget to newBudget
           perform FIND-CAR-RECON
           if rsStatus = "A" or rsStatus = "I"
               exit paragraph
           end-if

           open input nextWoFile
               read nextWoFile
                   at end
                       move 0 to nextWo
                   not at end
                       move nextWo-rec to nextWo
               end-read
           close nextWoFile
           add 1 to nextWo

           accept todaysDate from date yyyymmdd
           open i-o woFile
           if woStatus-fs not = "00"
               close woFile
               open output woFile
               close woFile
               open i-o woFile
           end-if
               move spaces to wo-rec
               move nextWo to woNumber
               move 0 to woApptNumber
               move 0 to woCustNumber
               move rsCarId to woCarId
               move todaysDate to woDate
               move "O" to woStatus
               move rsGarage to woGarage
               move "R" to woType
               move 0 to woPromDate
               move 0 to woPromTime
               move "W" to woProgress
               move todaysDate to woProgDate
               move 0 to woProgTime
               move 0 to woReadyDate
               move 0 to woReadyTime
               write wo-rec
                   invalid key
                       close woFile
                       move 0 to rsWoNumber
                       move space to rsStatus
                       exit paragraph
               end-write
           close woFile
           open output nextWoFile
               move nextWo to nextWo-rec
               write nextWo-rec
           close nextWoFile

           open i-o reconFile
           if reconStatus-fs not = "00"
               close reconFile
               open output reconFile
               close reconFile
               open i-o reconFile
           end-if
           move spaces to recon-rec
           move nextWo to rcWoNumber
           move rsGarage to rcGarage
           move rsCarId to rcCarId
           move newBudget to rcBudget
           move 0 to rcExtra
           move todaysDate to rcRaisedDate
           move 0 to rcStartDate
           move 0 to rcReadyDate
           move 0 to rcSpend
           move "A" to rcStatus
           move rsUser to rcUser
           write recon-rec
               invalid key
                   rewrite recon-rec
           end-write
           close reconFile
           move nextWo to rsWoNumber
           move newBudget to rsBudget
           move 0 to rsSpend
           move "A" to rsStatus.

      *> the newest reconditioning on the car is the one that
      *> counts; a car never put through it reads back as space
       FIND-CAR-RECON.
           move 0 to rsWoNumber
           move 0 to rsBudget
           move 0 to rsSpend
           move space to rsStatus
           move "n" to eof
           open input reconFile
           if reconStatus-fs not = "00"
               close reconFile
               exit paragraph
           end-if
           move rsGarage to rcGarage
           move rsCarId to rcCarId
           start reconFile key is = rcVehicle
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read reconFile next record
                   at end
                       move "y" to eof
                   not at end
                       if rcGarage not = rsGarage
                           or rcCarId not = rsCarId
                           move "y" to eof
                       else
                           if rcWoNumber > rsWoNumber
                               move rcWoNumber to rsWoNumber
                               move rcStatus to rsStatus
                               compute rsBudget = rcBudget + rcExtra
                               move rcSpend to rsSpend
                           end-if
                       end-if
               end-read
           end-perform
           close reconFile.

       READ-WO-RECON.
           move space to rsStatus
           move 0 to rsBudget
           move 0 to rsSpend
           open input reconFile
           if reconStatus-fs not = "00"
               close reconFile
               exit paragraph
           end-if
           move rsWoNumber to rcWoNumber
           read reconFile
               invalid key
                   move space to rcStatus
           end-read
           close reconFile
           if rcStatus not = space
               move rcStatus to rsStatus
               move rcGarage to rsGarage
               move rcCarId to rsCarId
               move rcRaisedDate to reconRaised
               compute rsBudget = rcBudget + rcExtra
           end-if.

      *> what the reconditioning has cost so far: the work lines
      *> on its order and every part issued to the car since the
      *> order was raised, at what the part cost us
       SUM-RECON-COST.
           move 0 to rsSpend
           move "n" to eof
           open input woLineFile
           if woLineStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read woLineFile
                   at end
                       move "y" to eof
                   not at end
                       if wlWoNumber = rsWoNumber
                           add wlCost to rsSpend
                       end-if
               end-read
           end-perform
           close woLineFile

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
                       if puCarId = rsCarId
                           and puDate >= reconRaised
                           and puQty > 0
                           and puUnitCost numeric
                           compute rsSpend = rsSpend
                               + puQty * puUnitCost
                       end-if
               end-read
           end-perform
           close partUseFile.

      *> the first work on the order takes the car into recon
       START-RECON.
           open i-o reconFile
           if reconStatus-fs not = "00"
               close reconFile
               exit paragraph
           end-if
           move rsWoNumber to rcWoNumber
           read reconFile
               invalid key
                   close reconFile
                   exit paragraph
           end-read
           if rcStatus = "A"
               accept todaysDate from date yyyymmdd
               move todaysDate to rcStartDate
               move "I" to rcStatus
               rewrite recon-rec
           end-if
           move rcStatus to rsStatus
           close reconFile.

      *> the order is finished: the car can be priced and sold,
      *> and what it cost is kept for the recon report
       FINISH-RECON.
           perform READ-WO-RECON
           if rsStatus = space or rsStatus = "R"
               exit paragraph
           end-if
           perform SUM-RECON-COST
           open i-o reconFile
           move rsWoNumber to rcWoNumber
           read reconFile
               invalid key
                   close reconFile
                   exit paragraph
           end-read
           accept todaysDate from date yyyymmdd
           if rcStartDate = 0
               move todaysDate to rcStartDate
           end-if
           move todaysDate to rcReadyDate
           move rsSpend to rcSpend
           move "R" to rcStatus
           move rsUser to rcUser
           rewrite recon-rec
           close reconFile
           move "R" to rsStatus.
