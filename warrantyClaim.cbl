        IDENTIFICATION DIVISION.
        PROGRAM-ID. warrantyClaim.
       environment division.
           input-output section.
               file-control.
                   select optional wClaimFile
                       assign to "WCLAIM.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is clmNumber
                       file status is wClaimStatus.

                   select optional nextClmFile
                       assign to "NEXTWCLM.DAT"
                       organization is line sequential.

                   select optional nextClmBatchFile
                       assign to "NEXTWCLB.DAT"
                       organization is line sequential.

                   select optional warRateFile
                       assign to "WARRATE.DAT"
                       organization is line sequential
                       file status is warRateStatus.

                   select optional recVehFile
                       assign to "RECVEH.DAT"
                       organization is line sequential
                       file status is recVehStatus.

                   select optional recallDataFile
                       assign to "RECALL.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is rclNumber
                       file status is recallStatus.

                   select optional serviceHistFile
                       assign to "SVCHIST.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is svcSeqNumber
                       alternate record key is svcCarId
                           with duplicates
                       file status is serviceStatus.

                   select optional partUseFile
                       assign to "PARTUSE.DAT"
                       organization is line sequential
                       file status is partUseStatus.

                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is sequential
                       record key is garCode
                       file status is garageRegStatus.

                   select optional carsFile
                       assign to sweepFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional claimOutFile
                       assign to "WCLAIMOUT.DAT"
                       organization is line sequential.

                   select optional remitFile
                       assign to "WCLAIMREM.DAT"
                       organization is line sequential
                       file status is remitStatus.

                   select optional claimRptFile
                       assign to "WCLAIMRPT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd wClaimFile.
                   copy "WCLAIMREC.CPY".
               fd nextClmFile.
                   01 nextClm-rec pic 9(06).
               fd nextClmBatchFile.
                   01 nextClmBatch-rec pic 9(06).
               fd warRateFile.
                   01 warRate-rec pic 9(03)v99.
               fd recVehFile.
                   01 recVeh-rec.
                       02 rvRecallNumber pic 9(04).
                       02 rvCarId pic 9(06).
                       02 rvGarage pic x(40).
                       02 rvVin pic x(17).
                       02 rvCustNumber pic 9(06).
                       02 rvStatus pic x(01).
               fd recallDataFile.
                   copy "RECALLREC.CPY".
               fd serviceHistFile.
                   copy "SERVICEREC.CPY".
               fd partUseFile.
                   copy "PARTUSEREC.CPY".
               fd garageRegFile.
                   copy "GARREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd claimOutFile.
                   01 claimOutLine pic x(120).
               fd remitFile.
                   01 remitLine pic x(80).
               fd claimRptFile.
                   01 claimRptLine pic x(132).
           WORKING-STORAGE SECTION.
               01 wClaimStatus pic xx.
               01 warRateStatus pic xx.
               01 recVehStatus pic xx.
               01 recallStatus pic xx.
               01 serviceStatus pic xx.
               01 partUseStatus pic xx.
               01 garageRegStatus pic xx.
               01 carsFileStatus pic xx.
               01 remitStatus pic xx.
               01 clmExitFlag pic x value 'n'.
               01 clmChoice pic xx.
               01 eof pic x.
               01 sweepEof pic x.
               01 todaysDate pic 9(08).
               01 todayInt pic 9(09).
               01 ageDays pic 9(05).
               01 sweepFileName pic x(40).
               01 in-RclNumber pic 9(04).
               01 in-CarId pic 9(06).
               01 in-SvcSeq pic 9(08).
               01 in-ClmNumber pic 9(06).
               01 in-Hours pic 9(03)v9.
               01 in-Rate pic 9(03)v99.
               01 in-Parts pic 9(07)v99.
               01 proceedAnswer pic x.
               01 nextClm pic 9(06).
               01 nextClmBatch pic 9(06).
               01 warLabourRate pic 9(03)v99.
               01 foundFlag pic x.
               01 dupFlag pic x.
               01 carFound pic x.
               01 partsTotal pic 9(07)v99.
               01 partsLineCost pic 9(07)v99.

               *> the claim being raised, assembled before it is
               *> written
               01 newClmType pic x(01).
               01 newRecallNumber pic 9(04).
               01 newSvcSeq pic 9(08).
               01 newCarId pic 9(06).
               01 newGarage pic x(40).
               01 newVin pic x(17).
               01 newRepairDate pic 9(08).
               01 newOdometer pic 9(07).
               01 newDescription pic x(30).

               *> the outbound extract - one header, one detail per
               *> claim, one trailer carrying the control totals
               01 clmOutHeader.
                   02 cohType pic x(01) value "H".
                   02 cohBatch pic 9(06).
                   02 cohDate pic 9(08).
                   02 filler pic x(105) value spaces.
               01 clmOutDetail.
                   02 codType pic x(01) value "D".
                   02 codClmNumber pic 9(06).
                   02 codClmType pic x(01).
                   02 codRecallNumber pic 9(04).
                   02 codVin pic x(17).
                   02 codRepairDate pic 9(08).
                   02 codOdometer pic 9(07).
                   02 codLabourHours pic 9(03)v9.
                   02 codLabourAmount pic 9(07)v99.
                   02 codPartsAmount pic 9(07)v99.
                   02 codAmount pic 9(07)v99.
                   02 codDescription pic x(30).
                   02 filler pic x(15) value spaces.
               01 clmOutTrailer.
                   02 cotType pic x(01) value "T".
                   02 cotBatch pic 9(06).
                   02 cotCount pic 9(06).
                   02 cotAmount pic 9(11)v99.
                   02 filler pic x(94) value spaces.

               *> the manufacturer's remittance, the same shape back:
               *> H header, D one per claim settled, T trailer
               01 remitDetail.
                   02 rdType pic x(01).
                   02 rdClmNumber pic 9(06).
                   *> P paid (in full or part), R rejected
                   02 rdStatus pic x(01).
                   02 rdPaidAmount pic 9(07)v99.
                   02 rdReason pic x(30).
                   02 filler pic x(33).
               01 remitTrailer redefines remitDetail.
                   02 rtType pic x(01).
                   02 rtCount pic 9(06).
                   02 rtAmount pic 9(11)v99.
                   02 filler pic x(60).

               01 batchCount pic 9(06).
               01 batchAmount pic 9(11)v99.
               01 remitCount pic 9(06).
               01 remitAmount pic 9(11)v99.
               01 paidCount pic 9(05).
               01 partCount pic 9(05).
               01 rejectCount pic 9(05).
               01 unknownCount pic 9(05).
               01 trailerSeen pic x.

               01 owedAmount pic 9(07)v99.
               01 age0to30 pic 9(09)v99.
               01 age31to60 pic 9(09)v99.
               01 age61to90 pic 9(09)v99.
               01 ageOver90 pic 9(09)v99.
               01 owedTotal pic 9(09)v99.
               01 owedCount pic 9(05).
               01 shortTotal pic 9(09)v99.
               01 rejectTotal pic 9(09)v99.
               01 dispAmount pic z(6)9.99.
               01 dispTotal pic z(8)9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               01 garage-table.
                   02 garage-entry occurs 20 times
                           indexed by garageIdx.
                       03 garageFileName pic x(40).
               01 garageCount pic 9(02).
           LINKAGE SECTION.
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING currentUser.
           perform with test after until clmExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Manufacturer Warranty Claims --"
               display "[1] - Raise Claim from Recall Remediation"
               display "[2] - Raise Claim from Warranty Comeback"
               display "[3] - View Claim"
               display "[4] - Write Claim Extract (WCLAIMOUT.DAT)"
               display "[5] - Load Remittance (WCLAIMREM.DAT)"
               display "[6] - Outstanding Claims"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept clmChoice

               evaluate clmChoice
                   when "00"
                       move 'y' to clmExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform RAISE-RECALL-CLAIM
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform RAISE-WARRANTY-CLAIM
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform VIEW-CLAIM
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform WRITE-CLAIM-EXTRACT
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform LOAD-REMITTANCE
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform OUTSTANDING-CLAIMS
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> a vehicle marked done on a campaign: the VIN and garage
      *> come off the campaign's vehicle list, the repair date and
      *> odometer off the zero-cost recall line on its history
       RAISE-RECALL-CLAIM.
           display "Campaign number: " no advancing
           accept in-RclNumber
           open input recallDataFile
           if recallStatus not = "00"
               close recallDataFile
               display "No recall campaigns are on file."
               exit paragraph
           end-if
           move in-RclNumber to rclNumber
           read recallDataFile
               invalid key
                   display "No campaign " in-RclNumber
                       " is on file."
                   close recallDataFile
                   exit paragraph
           end-read
           close recallDataFile
           display "Vehicle record id: " no advancing
           accept in-CarId

           move "n" to foundFlag
           move "n" to eof
           open input recVehFile
           if recVehStatus = "00"
               perform until eof = "y"
                   read recVehFile
                       at end
                           move "y" to eof
                       not at end
                           if rvRecallNumber = in-RclNumber
                               and rvCarId = in-CarId
                               and rvStatus = "D"
                               move "y" to foundFlag
                               move "y" to eof
                           end-if
                   end-read
               end-perform
           end-if
           close recVehFile
           if foundFlag not = "y"
               display "Car id " in-CarId " has no remediation "
                   "recorded on campaign " in-RclNumber "."
               exit paragraph
           end-if

           move "R" to newClmType
           move in-RclNumber to newRecallNumber
           move in-CarId to newCarId
           move rvGarage to newGarage
           move rvVin to newVin
           move rclDescription to newDescription
           move 0 to newSvcSeq
           move 0 to newRepairDate
           move 0 to newOdometer

           *> the latest recall line on the vehicle's history
           open input serviceHistFile
           if serviceStatus = "00"
               move in-CarId to svcCarId
               move "n" to eof
               start serviceHistFile key is = svcCarId
                   invalid key
                       move "y" to eof
               end-start
               perform until eof = "y"
                   read serviceHistFile next record
                       at end
                           move "y" to eof
                       not at end
                           if svcCarId not = in-CarId
                               move "y" to eof
                           else
                               if svcDescription(1:8) = "RECALL: "
                                   move svcSeqNumber to newSvcSeq
                                   move svcDate to newRepairDate
                                   move svcOdometer to newOdometer
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close serviceHistFile

           perform CHECK-DUPLICATE-CLAIM
           if dupFlag = "y"
               exit paragraph
           end-if
           perform COMPLETE-CLAIM.

      *> a comeback we put right at no charge inside the
      *> manufacturer's warranty - claimed by its history line
       RAISE-WARRANTY-CLAIM.
           display "Service history line number: " no advancing
           accept in-SvcSeq
           open input serviceHistFile
           if serviceStatus not = "00"
               close serviceHistFile
               display "No service history is on file."
               exit paragraph
           end-if
           move in-SvcSeq to svcSeqNumber
           read serviceHistFile
               invalid key
                   display "No service line " in-SvcSeq
                       " is on file."
                   close serviceHistFile
                   exit paragraph
           end-read
           close serviceHistFile
           if svcComeback not = "C"
               display "Line " in-SvcSeq " is not a warranty "
                   "comeback; only comebacks can be claimed."
               exit paragraph
           end-if

           move "W" to newClmType
           move 0 to newRecallNumber
           move svcSeqNumber to newSvcSeq
           move svcCarId to newCarId
           move svcDate to newRepairDate
           move svcOdometer to newOdometer
           move svcDescription to newDescription
           move spaces to newGarage
           move spaces to newVin

           *> the vehicle's VIN, wherever it is held
           perform BUILD-GARAGE-LIST
           move "n" to carFound
           perform varying garageIdx from 1 by 1
                   until garageIdx > garageCount
                   or carFound = "y"
               move garageFileName(garageIdx) to sweepFileName
               open input carsFile
               if carsFileStatus not = "35"
                   move newCarId to recordId
                   read carsFile
                       invalid key
                           continue
                       not invalid key
                           move "y" to carFound
                           move vin to newVin
                           move sweepFileName to newGarage
                   end-read
               end-if
               close carsFile
           end-perform
           if carFound not = "y" or function trim(newVin) = spaces
               display "Car id " newCarId " has no VIN on file; "
                   "the manufacturer will not accept the claim."
               exit paragraph
           end-if

           perform CHECK-DUPLICATE-CLAIM
           if dupFlag = "y"
               exit paragraph
           end-if
           perform COMPLETE-CLAIM.

      *> one claim per campaign vehicle, one per history line,
      *> unless the earlier one was rejected
       CHECK-DUPLICATE-CLAIM.
           move "n" to dupFlag
           open input wClaimFile
           if wClaimStatus not = "00"
               close wClaimFile
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read wClaimFile next record
                   at end
                       move "y" to eof
                   not at end
                       if clmStatus not = "R"
                           if (newClmType = "R" and clmType = "R"
                               and clmRecallNumber = newRecallNumber
                               and clmCarId = newCarId)
                           or (newClmType = "W"
                               and clmSvcSeq = newSvcSeq)
                               move "y" to dupFlag
                               move "y" to eof
                           end-if
                       end-if
               end-read
           end-perform
           close wClaimFile
           if dupFlag = "y"
               display "Claim " clmNumber " already covers this "
                   "work (status " clmStatus ")."
           end-if.

      *> labour at the manufacturer's warranty rate, parts at what
      *> they cost us off the shelf that day; both can be keyed
      *> over before the claim is written
       COMPLETE-CLAIM.
           perform GET-WARRANTY-RATE
           display "Claim for car id " newCarId "  VIN "
               function trim(newVin)
           display "  " function trim(newDescription)
               "  repaired " newRepairDate
           display "Labour hours: " no advancing
           accept in-Hours
           display "Warranty labour rate per hour (enter for "
               warLabourRate "): " no advancing
           accept in-Rate
           if in-Rate not = 0 and in-Rate not = warLabourRate
               move in-Rate to warLabourRate
               open output warRateFile
                   move warLabourRate to warRate-rec
                   write warRate-rec
               close warRateFile
           end-if

           move 0 to partsTotal
           move "n" to eof
           open input partUseFile
           if partUseStatus = "00"
               perform until eof = "y"
                   read partUseFile
                       at end
                           move "y" to eof
                       not at end
                           if puCarId = newCarId
                               and puDate = newRepairDate
                               perform ADD-CLAIM-PART
                           end-if
                   end-read
               end-perform
           end-if
           close partUseFile
           display "Parts amount (enter for " partsTotal "): "
               no advancing
           accept in-Parts
           if in-Parts not = 0
               move in-Parts to partsTotal
           end-if

           open input nextClmFile
               read nextClmFile
                   at end
                       move 0 to nextClm
                   not at end
                       move nextClm-rec to nextClm
               end-read
           close nextClmFile
           add 1 to nextClm

           accept todaysDate from date yyyymmdd
           move spaces to wClaim-rec
           move nextClm to clmNumber
           move newClmType to clmType
           move newRecallNumber to clmRecallNumber
           move newSvcSeq to clmSvcSeq
           move newCarId to clmCarId
           move newGarage to clmGarage
           move newVin to clmVin
           move newRepairDate to clmRepairDate
           move newOdometer to clmOdometer
           move newDescription to clmDescription
           move in-Hours to clmLabourHours
           compute clmLabourAmount rounded =
               in-Hours * warLabourRate
           move partsTotal to clmPartsAmount
           compute clmAmount = clmLabourAmount + clmPartsAmount
           move todaysDate to clmDate
           move currentUser to clmUser
           move "O" to clmStatus
           move 0 to clmBatch
           move 0 to clmSentDate
           move 0 to clmPaidAmount
           move 0 to clmPaidDate

           open i-o wClaimFile
           if wClaimStatus not = "00"
               close wClaimFile
               open output wClaimFile
               close wClaimFile
               open i-o wClaimFile
           end-if
               write wClaim-rec
                   invalid key
                       display "Claim number clash; the counter "
                           "file may be out of step."
                   not invalid key
                       open output nextClmFile
                           move nextClm to nextClm-rec
                           write nextClm-rec
                       close nextClmFile
                       move clmAmount to dispAmount
                       display "Claim " clmNumber " raised for "
                           dispAmount "; it goes out on the next "
                           "extract."
               end-write
           close wClaimFile.

       ADD-CLAIM-PART.
           if puUnitCost numeric
               compute partsLineCost = puQty * puUnitCost
           else
               compute partsLineCost = puQty * puUnitPrice
           end-if
           add partsLineCost to partsTotal
           display "  part " puPartNumber " x " puQty
               "  " partsLineCost.

       VIEW-CLAIM.
           display "Claim number: " no advancing
           accept in-ClmNumber
           open input wClaimFile
           if wClaimStatus not = "00"
               close wClaimFile
               display "No warranty claims are on file."
               exit paragraph
           end-if
           move in-ClmNumber to clmNumber
           read wClaimFile
               invalid key
                   display "No claim " in-ClmNumber " is on file."
               not invalid key
                   display "Claim " clmNumber "  type " clmType
                       "  campaign " clmRecallNumber
                       "  raised " clmDate " by "
                       function trim(clmUser)
                   display "  car id " clmCarId "  VIN "
                       function trim(clmVin) "  ("
                       function trim(clmGarage) ")"
                   display "  " function trim(clmDescription)
                       "  repaired " clmRepairDate
                       "  odometer " clmOdometer
                   display "  labour " clmLabourHours " h  "
                       clmLabourAmount "  parts " clmPartsAmount
                       "  claimed " clmAmount
                   display "  status " clmStatus "  batch "
                       clmBatch "  sent " clmSentDate
                   if clmStatus = "P" or clmStatus = "T"
                       display "  paid " clmPaidAmount " on "
                           clmPaidDate
                   end-if
                   if clmStatus = "R" or clmStatus = "T"
                       display "  reason: "
                           function trim(clmRejectReason)
                   end-if
           end-read
           close wClaimFile.

      *> every claim still at O goes out in one numbered batch;
      *> the trailer's count and total let the manufacturer check
      *> they received the lot
       WRITE-CLAIM-EXTRACT.
           open i-o wClaimFile
           if wClaimStatus not = "00"
               close wClaimFile
               display "No warranty claims are on file."
               exit paragraph
           end-if

           open input nextClmBatchFile
               read nextClmBatchFile
                   at end
                       move 0 to nextClmBatch
                   not at end
                       move nextClmBatch-rec to nextClmBatch
               end-read
           close nextClmBatchFile
           add 1 to nextClmBatch

           accept todaysDate from date yyyymmdd
           move 0 to batchCount
           move 0 to batchAmount
           open output claimOutFile
           move nextClmBatch to cohBatch
           move todaysDate to cohDate
           move clmOutHeader to claimOutLine
           write claimOutLine

           move "n" to eof
           perform until eof = "y"
               read wClaimFile next record
                   at end
                       move "y" to eof
                   not at end
                       if clmStatus = "O"
                           perform EXTRACT-ONE-CLAIM
                       end-if
               end-read
           end-perform

           move nextClmBatch to cotBatch
           move batchCount to cotCount
           move batchAmount to cotAmount
           move clmOutTrailer to claimOutLine
           write claimOutLine
           close claimOutFile
           close wClaimFile

           if batchCount = 0
               display "No open claims to send; an empty batch "
                   "was not numbered."
               exit paragraph
           end-if
           open output nextClmBatchFile
               move nextClmBatch to nextClmBatch-rec
               write nextClmBatch-rec
           close nextClmBatchFile
           move batchAmount to dispTotal
           display "Batch " nextClmBatch ": " batchCount
               " claim(s), " dispTotal " claimed, written to "
               "WCLAIMOUT.DAT.".

       EXTRACT-ONE-CLAIM.
           move clmNumber to codClmNumber
           move clmType to codClmType
           move clmRecallNumber to codRecallNumber
           move clmVin to codVin
           move clmRepairDate to codRepairDate
           move clmOdometer to codOdometer
           move clmLabourHours to codLabourHours
           move clmLabourAmount to codLabourAmount
           move clmPartsAmount to codPartsAmount
           move clmAmount to codAmount
           move clmDescription to codDescription
           move clmOutDetail to claimOutLine
           write claimOutLine
           add 1 to batchCount
           add clmAmount to batchAmount

           move "S" to clmStatus
           move nextClmBatch to clmBatch
           move todaysDate to clmSentDate
           rewrite wClaim-rec.

      *> the manufacturer's settlement: paid in full, paid short
      *> (part-paid, the shortfall reason kept) or rejected. The
      *> trailer's count and total are checked against what was
      *> read, and anything that does not match is reported.
       LOAD-REMITTANCE.
           open input remitFile
           if remitStatus not = "00"
               close remitFile
               display "WCLAIMREM.DAT was not found; nothing to "
                   "load."
               exit paragraph
           end-if
           open i-o wClaimFile
           if wClaimStatus not = "00"
               close wClaimFile
               close remitFile
               display "No warranty claims are on file."
               exit paragraph
           end-if

           accept todaysDate from date yyyymmdd
           move 0 to remitCount
           move 0 to remitAmount
           move 0 to paidCount
           move 0 to partCount
           move 0 to rejectCount
           move 0 to unknownCount
           move "n" to trailerSeen
           move "n" to eof
           perform until eof = "y"
               read remitFile
                   at end
                       move "y" to eof
                   not at end
                       move remitLine to remitDetail
                       evaluate rdType
                           when "D"
                               perform LOAD-ONE-REMITTANCE
                           when "T"
                               move "y" to trailerSeen
                               if rtCount not = remitCount
                                   or rtAmount not = remitAmount
                                   display "CONTROL TOTALS DO NOT "
                                       "AGREE: trailer " rtCount
                                       " / " rtAmount ", read "
                                       remitCount " / " remitAmount
                               end-if
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close wClaimFile
           close remitFile

           if trailerSeen = "n"
               display "WARNING: the file has no trailer; it may "
                   "be incomplete."
           end-if
           move remitAmount to dispTotal
           display "Remittance loaded: " remitCount " line(s), "
               dispTotal " received."
           display "  " paidCount " paid, " partCount
               " part-paid, " rejectCount " rejected, "
               unknownCount " not matched to a sent claim.".

       LOAD-ONE-REMITTANCE.
           add 1 to remitCount
           if rdPaidAmount not numeric
               move 0 to rdPaidAmount
           end-if
           add rdPaidAmount to remitAmount
           move rdClmNumber to clmNumber
           read wClaimFile
               invalid key
                   add 1 to unknownCount
                   display "  claim " rdClmNumber
                       " is not on file"
                   exit paragraph
           end-read
           if clmStatus not = "S"
               add 1 to unknownCount
               display "  claim " rdClmNumber " is at status "
                   clmStatus ", not awaiting payment"
               exit paragraph
           end-if

           move rdPaidAmount to clmPaidAmount
           move todaysDate to clmPaidDate
           move rdReason to clmRejectReason
           evaluate true
               when rdStatus = "R" or rdPaidAmount = 0
                   move "R" to clmStatus
                   move 0 to clmPaidAmount
                   add 1 to rejectCount
               when rdPaidAmount < clmAmount
                   move "T" to clmStatus
                   add 1 to partCount
               when other
                   move "P" to clmStatus
                   move spaces to clmRejectReason
                   add 1 to paidCount
           end-evaluate
           rewrite wClaim-rec.

      *> what the manufacturer still owes us, aged from the day the
      *> claim was raised; what they paid short or turned down is
      *> totalled underneath as lost
       OUTSTANDING-CLAIMS.
           open input wClaimFile
           if wClaimStatus not = "00"
               close wClaimFile
               display "No warranty claims are on file."
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           compute todayInt = function integer-of-date(todaysDate)
           move 0 to age0to30
           move 0 to age31to60
           move 0 to age61to90
           move 0 to ageOver90
           move 0 to owedTotal
           move 0 to owedCount
           move 0 to shortTotal
           move 0 to rejectTotal

           open output claimRptFile
           move spaces to claimRptLine
           string "Outstanding warranty claims  as at " todaysDate
               delimited by size into claimRptLine
           write claimRptLine
           display function trim(claimRptLine)
           move spaces to claimRptLine
           string "Claim  T Camp VIN               Raised   "
               "St Batch     Claimed  Days"
               delimited by size into claimRptLine
           write claimRptLine
           display function trim(claimRptLine)

           move "n" to eof
           perform until eof = "y"
               read wClaimFile next record
                   at end
                       move "y" to eof
                   not at end
                       perform AGE-ONE-CLAIM
               end-read
           end-perform
           close wClaimFile

           move spaces to claimRptLine
           write claimRptLine
           move owedTotal to dispTotal
           move spaces to claimRptLine
           string "Owed: " owedCount " claim(s)  " dispTotal
               delimited by size into claimRptLine
           write claimRptLine
           display function trim(claimRptLine)
           move age0to30 to dispTotal
           move spaces to claimRptLine
           string "   0-30 days  " dispTotal
               delimited by size into claimRptLine
           write claimRptLine
           display claimRptLine
           move age31to60 to dispTotal
           move spaces to claimRptLine
           string "  31-60 days  " dispTotal
               delimited by size into claimRptLine
           write claimRptLine
           display claimRptLine
           move age61to90 to dispTotal
           move spaces to claimRptLine
           string "  61-90 days  " dispTotal
               delimited by size into claimRptLine
           write claimRptLine
           display claimRptLine
           move ageOver90 to dispTotal
           move spaces to claimRptLine
           string "  over 90     " dispTotal
               delimited by size into claimRptLine
           write claimRptLine
           display claimRptLine
           move shortTotal to dispTotal
           move spaces to claimRptLine
           string "Paid short:   " dispTotal
               delimited by size into claimRptLine
           write claimRptLine
           display claimRptLine
           move rejectTotal to dispTotal
           move spaces to claimRptLine
           string "Rejected:     " dispTotal
               delimited by size into claimRptLine
           write claimRptLine
           display claimRptLine
           close claimRptFile

           move "WARRCLAIMS" to spoolType
           move "WCLAIMRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       AGE-ONE-CLAIM.
           evaluate clmStatus
               when "T"
                   compute shortTotal = shortTotal + clmAmount
                       - clmPaidAmount
                   exit paragraph
               when "R"
                   add clmAmount to rejectTotal
                   exit paragraph
               when "P"
                   exit paragraph
               when other
                   continue
           end-evaluate

           move clmAmount to owedAmount
           compute ageDays = todayInt
               - function integer-of-date(clmDate)
           add 1 to owedCount
           add owedAmount to owedTotal
           evaluate true
               when ageDays <= 30
                   add owedAmount to age0to30
               when ageDays <= 60
                   add owedAmount to age31to60
               when ageDays <= 90
                   add owedAmount to age61to90
               when other
                   add owedAmount to ageOver90
           end-evaluate
           move owedAmount to dispAmount
           move spaces to claimRptLine
           string clmNumber " " clmType " " clmRecallNumber " "
               clmVin " " clmDate " " clmStatus "  " clmBatch
               " " dispAmount " " ageDays
               delimited by size into claimRptLine
           write claimRptLine
           display function trim(claimRptLine).

      *> the warranty labour rate the manufacturer pays; kept in
      *> WARRATE.DAT, nothing until it is first keyed
       GET-WARRANTY-RATE.
           open input warRateFile
           if warRateStatus not = "00"
               move 0 to warLabourRate
           else
               read warRateFile
                   at end
                       move 0 to warLabourRate
                   not at end
                       move warRate-rec to warLabourRate
               end-read
           end-if
           close warRateFile.

       BUILD-GARAGE-LIST.
           move 0 to garageCount
           move "n" to sweepEof
           open input garageRegFile
           if garageRegStatus not = "35"
               perform until sweepEof = "y"
                   read garageRegFile next record
                       at end
                           move "y" to sweepEof
                       not at end
                           if garActive = "A" and garageCount < 20
                               add 1 to garageCount
                               move garFileName
                                   to garageFileName(garageCount)
                           end-if
                   end-read
               end-perform
           end-if
           close garageRegFile
           if garageCount = 0
               move 1 to garageCount
               move "cars.dat" to garageFileName(1)
           end-if.
