        IDENTIFICATION DIVISION.
        PROGRAM-ID. keeperFile.
       environment division.
           input-output section.
               file-control.
                   select optional keeperDataFile
                       assign to "KEEPER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is kpNumber
                       alternate record key is kpEvent
                       file status is keeperStatus.

                   select optional nextKBatFile
                       assign to "NEXTKBAT.DAT"
                       organization is line sequential.

                   select optional traderFile
                       assign to "KEEPTRD.DAT"
                       organization is line sequential
                       file status is traderStatus.

                   select optional submitFile
                       assign to "KEEPSUB.DAT"
                       organization is line sequential.

                   select optional ackFile
                       assign to "KEEPACK.DAT"
                       organization is line sequential
                       file status is ackStatus.

                   select optional lateRptFile
                       assign to "KEEPLATE.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd keeperDataFile.
                   copy "KEEPERREC.CPY".
               fd nextKBatFile.
                   01 nextKBat-rec pic 9(06).
               fd traderFile.
                   01 trader-rec pic x(10).
               fd submitFile.
                   01 submitLine pic x(200).
               *> the authority's acknowledgement, one line per
               *> notice: A, our batch and notice number, A accepted
               *> or R rejected, and the reason for a rejection;
               *> header and trailer lines start with anything else
               fd ackFile.
                   01 ack-rec.
                       02 ackType pic x(01).
                       02 ackBatch pic x(06).
                       02 ackRef pic x(06).
                       02 ackResult pic x(01).
                       02 ackReason pic x(30).
                       02 filler pic x(36).
               fd lateRptFile.
                   01 lateRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 keeperStatus pic xx.
               01 traderStatus pic xx.
               01 ackStatus pic xx.
               01 kprChoice pic xx.
               01 kprExitFlag pic x value 'n'.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 deniedOption pic x(32).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
               01 traderNumber pic x(10).
               01 nextKBat pic 9(06).
               01 queuedCount pic 9(05).
               01 submitCount pic 9(05).
               01 ackCount pic 9(05).
               01 acceptedCount pic 9(05).
               01 rejectedCount pic 9(05).
               01 unmatchedCount pic 9(05).
               01 lateCount pic 9(05).
               01 ackBatchNum pic 9(06).
               01 ackRefNum pic 9(06).
               01 ageDays pic s9(05).
               01 kindName pic x(08).
               01 statusName pic x(10).
               01 in-KpNumber pic 9(06).
               01 in-RegMark pic x(10).
               01 in-Trader pic x(10).

               *> the authority's fixed-format submission file: a
               *> batch header, one detail per change of keeper,
               *> and a trailer carrying the count, 200 bytes each
               01 subHeader.
                   02 shType pic x(01) value "H".
                   02 shTrader pic x(10).
                   02 shBatch pic 9(06).
                   02 shDate pic 9(08).
                   02 filler pic x(175) value spaces.
               01 subDetail.
                   02 sdType pic x(01) value "D".
                   02 sdRef pic 9(06).
                   *> S disposal by us to the keeper, A acquisition
                   *> by us from the keeper
                   02 sdKind pic x(01).
                   02 sdVin pic x(17).
                   02 sdRegMark pic x(10).
                   02 sdDate pic 9(08).
                   02 sdOdometer pic 9(07).
                   02 sdSellerName pic x(24).
                   02 sdSellerAddress pic x(40).
                   02 sdBuyerName pic x(24).
                   02 sdBuyerAddress pic x(40).
                   02 filler pic x(22) value spaces.
               01 subTrailer.
                   02 stType pic x(01) value "T".
                   02 stBatch pic 9(06).
                   02 stCount pic 9(06).
                   02 filler pic x(187) value spaces.
           LINKAGE SECTION.
               *> N from the nightly batch, which loads the day's
               *> acknowledgements and writes the submission file
               *> without asking; M for the menu
               01 keeperMode pic x(01).
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING keeperMode, currentUser,
               currentRole.
           if keeperMode = "N"
               perform LOAD-ACKNOWLEDGEMENTS
               perform WRITE-SUBMISSION
               goback
           end-if

           perform with test after until kprExitFlag = 'y'
           call "SYSTEM" using "cls"
               display "-- Change of Keeper Notices --"
               display "[1] - Write Submission File (KEEPSUB.DAT)"
               display "[2] - Load Acknowledgements (KEEPACK.DAT)"
               display "[3] - Unnotified Over Three Days"
               display "[4] - Correct and Resend a Notice"
               display "[5] - Trader Number"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept kprChoice

               evaluate kprChoice
                   when "00"
                       move 'y' to kprExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform WRITE-SUBMISSION
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform LOAD-ACKNOWLEDGEMENTS
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform LATE-LIST
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform REQUEUE-NOTICE
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Keeper Notice Trader Number"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform SET-TRADER
                       end-if
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> every queued notice goes into one batch for upload to the
      *> authority; each is stamped with the batch so the
      *> acknowledgement can be matched back. With nothing queued
      *> the last file is left as it was.
       WRITE-SUBMISSION.
           accept todaysDate from date yyyymmdd
           perform GET-TRADER
           if traderNumber = spaces
               display "No trader number is set; a supervisor must "
                   "set it before notices can be submitted."
               exit paragraph
           end-if
           move 0 to queuedCount
           move "n" to eof
           open input keeperDataFile
           if keeperStatus not = "00"
               close keeperDataFile
               if keeperMode not = "N"
                   display "No change of keeper notices are queued."
               end-if
               exit paragraph
           end-if
           perform until eof = "y"
               read keeperDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if kpStatus = "Q"
                           add 1 to queuedCount
                       end-if
               end-read
           end-perform
           close keeperDataFile
           if queuedCount = 0
               if keeperMode not = "N"
                   display "No change of keeper notices are queued."
               end-if
               exit paragraph
           end-if

           open input nextKBatFile
               read nextKBatFile
                   at end
                       move 0 to nextKBat
                   not at end
                       move nextKBat-rec to nextKBat
               end-read
           close nextKBatFile
           add 1 to nextKBat
           open output nextKBatFile
               move nextKBat to nextKBat-rec
               write nextKBat-rec
           close nextKBatFile

           *> the previous batch is kept one generation back
           call "SYSTEM" using "copy /Y KEEPSUB.DAT KEEPSUB.OLD"
           open output submitFile
           move traderNumber to shTrader
           move nextKBat to shBatch
           move todaysDate to shDate
           write submitLine from subHeader

           move 0 to submitCount
           move "n" to eof
           open i-o keeperDataFile
           perform until eof = "y"
               read keeperDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if kpStatus = "Q"
                           perform SUBMIT-ONE
                       end-if
               end-read
           end-perform
           close keeperDataFile

           move nextKBat to stBatch
           move submitCount to stCount
           write submitLine from subTrailer
           close submitFile
           display "Batch " nextKBat ": " submitCount " change of "
               "keeper notice(s) written to KEEPSUB.DAT.".

       SUBMIT-ONE.
           move kpNumber to sdRef
           move kpType to sdKind
           move kpVin to sdVin
           move kpRegMark to sdRegMark
           move kpEventDate to sdDate
           move kpOdometer to sdOdometer
           move kpSellerName to sdSellerName
           move kpSellerAddress to sdSellerAddress
           move kpBuyerName to sdBuyerName
           move kpBuyerAddress to sdBuyerAddress
           write submitLine from subDetail
           move "T" to kpStatus
           move nextKBat to kpBatch
           move todaysDate to kpSubmitDate
           move spaces to kpReason
           rewrite keeper-rec
           add 1 to submitCount.

      *> each acknowledgement line marks its notice notified or
      *> rejected; a line for a notice not waiting on that batch
      *> is counted and left alone
       LOAD-ACKNOWLEDGEMENTS.
           open input ackFile
           if ackStatus not = "00"
               close ackFile
               if keeperMode not = "N"
                   display "KEEPACK.DAT was not found; nothing to "
                       "load."
               end-if
               exit paragraph
           end-if
           open i-o keeperDataFile
           if keeperStatus not = "00"
               close keeperDataFile
               close ackFile
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           move 0 to ackCount
           move 0 to acceptedCount
           move 0 to rejectedCount
           move 0 to unmatchedCount
           move "n" to eof
           perform until eof = "y"
               read ackFile
                   at end
                       move "y" to eof
                   not at end
                       if ackType = "A"
                           perform LOAD-ONE-ACK
                       end-if
               end-read
           end-perform
           close keeperDataFile
           close ackFile

           *> loaded once: the file is renamed out of the way so
           *> tomorrow's run does not apply it again
           call "SYSTEM" using "copy /Y KEEPACK.DAT KEEPACK.OLD"
           call "SYSTEM" using "del KEEPACK.DAT"

           if keeperMode not = "N"
               display "Acknowledgements: " ackCount " line(s), "
                   acceptedCount " notified, " rejectedCount
                   " rejected, " unmatchedCount " not matched."
           end-if.

       LOAD-ONE-ACK.
           add 1 to ackCount
           if ackBatch is not numeric or ackRef is not numeric
               add 1 to unmatchedCount
               exit paragraph
           end-if
           move ackBatch to ackBatchNum
           move ackRef to ackRefNum
           move ackRefNum to kpNumber
           read keeperDataFile
               invalid key
                   add 1 to unmatchedCount
                   exit paragraph
           end-read
           if kpStatus not = "T" or kpBatch not = ackBatchNum
               add 1 to unmatchedCount
               exit paragraph
           end-if
           move todaysDate to kpAckDate
           if ackResult = "A"
               move "N" to kpStatus
               move spaces to kpReason
               add 1 to acceptedCount
           else
               move "R" to kpStatus
               move ackReason to kpReason
               add 1 to rejectedCount
               if keeperMode not = "N"
                   display "  Rejected: notice " kpNumber " car "
                       kpCarId " " kpRegMark " - "
                       function trim(kpReason)
               end-if
           end-if
           rewrite keeper-rec.

      *> anything that changed hands more than three days ago and
      *> is still not accepted by the authority - queued, waiting
      *> on an acknowledgement, or rejected - is a fine waiting to
      *> happen
       LATE-LIST.
           accept todaysDate from date yyyymmdd
           move 0 to lateCount
           move "n" to eof
           open input keeperDataFile
           if keeperStatus not = "00"
               close keeperDataFile
               display "No change of keeper notices are on file."
               exit paragraph
           end-if
           open output lateRptFile
           move spaces to lateRptLine
           string "Changes of keeper not yet notified after three "
               "days   run date: " todaysDate
               delimited by size into lateRptLine
           perform WRITE-RPT-LINE
           perform until eof = "y"
               read keeperDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if kpStatus not = "N"
                           compute ageDays =
                               function integer-of-date(todaysDate)
                               - function integer-of-date(
                               kpEventDate)
                           if ageDays > 3
                               perform LATE-LINE
                           end-if
                       end-if
               end-read
           end-perform
           close keeperDataFile
           move spaces to lateRptLine
           string "Unnotified: " lateCount
               delimited by size into lateRptLine
           perform WRITE-RPT-LINE
           close lateRptFile

           move "KEEPERLATE" to spoolType
           move "KEEPLATE.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       LATE-LINE.
           add 1 to lateCount
           if kpType = "S"
               move "SALE" to kindName
           else
               move "TRADE-IN" to kindName
           end-if
           evaluate kpStatus
               when "Q"
                   move "QUEUED" to statusName
               when "T"
                   move "SUBMITTED" to statusName
               when other
                   move "REJECTED" to statusName
           end-evaluate
           move spaces to lateRptLine
           string "  " kpNumber " " kindName " " kpEventDate
               " " kpGarage " car " kpCarId " " kpRegMark
               " " kpVin " cust " kpCustNumber
               "  " statusName " " kpReason
               delimited by size into lateRptLine
           perform WRITE-RPT-LINE.

      *> a rejected notice, or one submitted and never answered,
      *> goes back on the queue - with the registration mark put
      *> right where that was the problem
       REQUEUE-NOTICE.
           display "Notice number: " no advancing
           accept in-KpNumber
           open i-o keeperDataFile
           if keeperStatus not = "00"
               close keeperDataFile
               display "No change of keeper notices are on file."
               exit paragraph
           end-if
           move in-KpNumber to kpNumber
           read keeperDataFile
               invalid key
                   display "No notice " in-KpNumber " is on file."
                   close keeperDataFile
                   exit paragraph
           end-read
           if kpStatus not = "R" and kpStatus not = "T"
               display "Notice " kpNumber " is not waiting on a "
                   "correction (status " kpStatus ")."
               close keeperDataFile
               exit paragraph
           end-if
           display "Car " kpCarId " VIN " kpVin " reg " kpRegMark
           if kpStatus = "R"
               display "Rejected: " function trim(kpReason)
           else
               display "Submitted in batch " kpBatch " on "
                   kpSubmitDate "; no answer yet."
           end-if
           display "Registration mark (enter to keep): "
               no advancing
           accept in-RegMark
           if in-RegMark not = spaces
               move function upper-case(in-RegMark) to kpRegMark
           end-if
           move "Q" to kpStatus
           move 0 to kpBatch
           move 0 to kpSubmitDate
           move 0 to kpAckDate
           move spaces to kpReason
           rewrite keeper-rec
           close keeperDataFile
           display "Notice " kpNumber " queued for the next "
               "submission.".

       SET-TRADER.
           perform GET-TRADER
           display "Trader number with the licensing authority "
               "(now " traderNumber "): " no advancing
           accept in-Trader
           if in-Trader = spaces
               display "Trader number unchanged."
               exit paragraph
           end-if
           move function upper-case(in-Trader) to traderNumber
           open output traderFile
               move traderNumber to trader-rec
               write trader-rec
           close traderFile
           display "Trader number set to " traderNumber ".".

       GET-TRADER.
           move spaces to traderNumber
           open input traderFile
           if traderStatus = "00"
               read traderFile
                   at end
                       continue
                   not at end
                       move trader-rec to traderNumber
               end-read
           end-if
           close traderFile.

       WRITE-RPT-LINE.
           write lateRptLine
           display function trim(lateRptLine trailing).

       NOTE-DENIED.
           display "Option " function trim(deniedOption)
               " needs a supervisor login; ask one to do this."
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
           move deniedOption to afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move "KEEPTRD.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
