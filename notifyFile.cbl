        IDENTIFICATION DIVISION.
        PROGRAM-ID. notifyFile.
       environment division.
           input-output section.
               file-control.
                   select optional notifyDataFile
                       assign to "NOTIFYQ.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is nqKey
                       alternate record key is nqMsgId
                           with duplicates
                       file status is notifyStatus.

                   select optional nextMsgFile
                       assign to "NEXTMSG.DAT"
                       organization is line sequential.

                   select optional gatewayOutFile
                       assign to "NOTIFYOUT.CSV"
                       organization is line sequential.

                   select optional gatewayRetFile
                       assign to "NOTIFYRET.CSV"
                       organization is line sequential
                       file status is gatewayRetStatus.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional invoiceDataFile
                       assign to "INVOICE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is invNumber
                       file status is invFileStatus.

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

                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is sequential
                       record key is garCode
                       file status is garageRegStatus.

                   select optional carsFile
                       assign to sweepFileName
                       organization is indexed
                       access mode is sequential
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.
        DATA DIVISION.
           file section.
               fd notifyDataFile.
                   copy "NOTIFYREC.CPY".
               fd nextMsgFile.
                   01 nextMsg-rec pic 9(08).
               fd gatewayOutFile.
                   01 gatewayOutLine pic x(200).
               fd gatewayRetFile.
                   01 gatewayRetLine pic x(80).
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd invoiceDataFile.
                   copy "INVREC.CPY".
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
               fd garageRegFile.
                   copy "GARREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
           WORKING-STORAGE SECTION.
               01 notifyStatus pic xx.
               01 gatewayRetStatus pic xx.
               01 customerStatus pic xx.
               01 invFileStatus pic xx.
               01 recVehStatus pic xx.
               01 recallStatus pic xx.
               01 garageRegStatus pic xx.
               01 carsFileStatus pic xx.
               01 ntfExitFlag pic x value 'n'.
               01 ntfChoice pic xx.
               01 eof pic x.
               01 sweepEof pic x.
               01 sweepFileName pic x(40).
               01 todaysDate pic 9(08).
               01 todayInt pic 9(09).
               01 expInt pic 9(09).
               01 daysLeft pic s9(05).
               01 overdueDays pic 9(03) value 30.
               01 aheadDays pic 9(03) value 30.
               01 owedAmount pic s9(07)v99.
               01 displayMoney pic z(6)9.99.
               01 nextMsg pic 9(08).

               *> what goes onto the queue, built by the collectors
               01 qEvent pic x(06).
               01 qRef pic x(20).
               01 qCust pic 9(06).
               01 qText pic x(60).
               01 expiryType pic x(12).
               01 expiryDate pic 9(08).

               01 collectCount pic 9(05).
               01 sentCount pic 9(05).
               01 heldCount pic 9(05).
               01 retCount pic 9(05).
               01 deliveredCount pic 9(05).
               01 failedCount pic 9(05).
               01 requeuedCount pic 9(05).
               01 unknownCount pic 9(05).
               01 queuedTotal pic 9(05).
               01 sentTotal pic 9(05).
               01 deliveredTotal pic 9(05).
               01 failedTotal pic 9(05).
               01 heldTotal pic 9(05).

               01 channelName pic x(05).
               01 in-RetMsgId pic x(10).
               01 in-RetStatus pic x(16).
               01 in-RetReason pic x(30).
               01 retMsgId pic 9(08).
               01 retFailed pic x.
               01 custFound pic x.

               01 garage-table.
                   02 garage-entry occurs 20 times
                           indexed by garageIdx.
                       03 garageFileName pic x(40).
               01 garageCount pic 9(02).
           LINKAGE SECTION.
               *> N from the nightly batch, which runs the lot
               *> without asking; M for the menu
               01 notifyMode pic x(01).
        PROCEDURE DIVISION USING notifyMode.
           if notifyMode = "N"
               perform LOAD-DELIVERY-RETURNS
               perform COLLECT-DUE-EVENTS
               perform WRITE-GATEWAY-FILE
               goback
           end-if

           perform with test after until ntfExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Customer Notifications --"
               display "[1] - Collect Due Events"
               display "[2] - Write Gateway File (NOTIFYOUT.CSV)"
               display "[3] - Load Delivery Returns (NOTIFYRET.CSV)"
               display "[4] - Queue Status / Held Notices"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept ntfChoice

               evaluate ntfChoice
                   when "00"
                       move 'y' to ntfExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform COLLECT-DUE-EVENTS
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform WRITE-GATEWAY-FILE
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform LOAD-DELIVERY-RETURNS
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform QUEUE-STATUS
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> bookings and finished work orders are queued as they
      *> happen; the events that fall due with the calendar are
      *> found here - invoices gone overdue, registrations and
      *> inspections coming up, recalls still open on a car. The
      *> queue key keeps each one from being sent twice.
       COLLECT-DUE-EVENTS.
           accept todaysDate from date yyyymmdd
           compute todayInt = function integer-of-date(todaysDate)
           move 0 to collectCount

           move "n" to eof
           open input invoiceDataFile
           if invFileStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read invoiceDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       perform CHECK-INVOICE-OVERDUE
               end-read
           end-perform
           close invoiceDataFile

           perform BUILD-GARAGE-LIST
           perform varying garageIdx from 1 by 1
                   until garageIdx > garageCount
               move garageFileName(garageIdx) to sweepFileName
               move "n" to sweepEof
               open input carsFile
               if carsFileStatus = "35"
                   close carsFile
               else
                   perform until sweepEof = "y"
                       read carsFile next record
                           at end
                               move "y" to sweepEof
                           not at end
                               perform CHECK-CAR-RENEWALS
                       end-read
                   end-perform
                   close carsFile
               end-if
           end-perform

           move "n" to eof
           open input recVehFile
           if recVehStatus not = "00"
               move "y" to eof
           end-if
           open input recallDataFile
           perform until eof = "y"
               read recVehFile
                   at end
                       move "y" to eof
                   not at end
                       if rvStatus = "P" and rvCustNumber > 0
                           perform QUEUE-RECALL
                       end-if
               end-read
           end-perform
           close recallDataFile
           close recVehFile

           if notifyMode not = "N"
               display "Collected: " collectCount " event(s) "
                   "checked onto the queue (already-queued ones "
                   "are not added twice)."
           end-if.

       CHECK-INVOICE-OVERDUE.
           if invStatus not = "O"
               exit paragraph
           end-if
           if invCredited numeric
               compute owedAmount = invTotal - invCredited - invPaid
           else
               compute owedAmount = invTotal - invPaid
           end-if
           if owedAmount <= 0
               exit paragraph
           end-if
           if todayInt - function integer-of-date(invDate)
                   <= overdueDays
               exit paragraph
           end-if
           move owedAmount to displayMoney
           move "OVERDU" to qEvent
           move spaces to qRef
           move invNumber to qRef
           move invCustNumber to qCust
           move spaces to qText
           string "Invoice " invNumber " of " invDate
               " is overdue: " function trim(displayMoney)
               " outstanding"
               delimited by size into qText
           perform QUEUE-EVENT.

       CHECK-CAR-RENEWALS.
           if carCustNumber not numeric or carCustNumber = 0
               exit paragraph
           end-if
           if regExpiry numeric and regExpiry > 0
               move regExpiry to expiryDate
               move "Registration" to expiryType
               perform CHECK-ONE-EXPIRY
           end-if
           if inspExpiry numeric and inspExpiry > 0
               move inspExpiry to expiryDate
               move "Inspection" to expiryType
               perform CHECK-ONE-EXPIRY
           end-if.

       CHECK-ONE-EXPIRY.
           compute expInt = function integer-of-date(expiryDate)
           compute daysLeft = expInt - todayInt
           if daysLeft > aheadDays
               exit paragraph
           end-if
           move "RENEW" to qEvent
           move spaces to qRef
           string expiryType(1:3) recordId expiryDate
               delimited by size into qRef
           move carCustNumber to qCust
           move spaces to qText
           string function trim(expiryType) " for "
               function trim(carOwned) " is due " expiryDate
               delimited by size into qText
           perform QUEUE-EVENT.

       QUEUE-RECALL.
           move rvRecallNumber to rclNumber
           read recallDataFile
               invalid key
                   move spaces to rclDescription
           end-read
           move "RECALL" to qEvent
           move spaces to qRef
           string rvRecallNumber rvCarId
               delimited by size into qRef
           move rvCustNumber to qCust
           move spaces to qText
           string "Recall " rvRecallNumber " affects your vehicle: "
               function trim(rclDescription)
               delimited by size into qText
           perform QUEUE-EVENT.

       QUEUE-EVENT.
           call "notifyQueue" using qEvent, qRef, qCust, qText
           add 1 to collectCount.

      *> every queued notice goes to the gateway on the channel
      *> the customer agreed to and that still works - SMS first,
      *> as it is read soonest, then email. A customer with neither
      *> is held, and stays with the printed lists and the phone.
       WRITE-GATEWAY-FILE.
           open i-o notifyDataFile
           if notifyStatus not = "00"
               close notifyDataFile
               if notifyMode not = "N"
                   display "Nothing has been queued yet."
               end-if
               exit paragraph
           end-if
           open input customerFile

           open input nextMsgFile
               read nextMsgFile
                   at end
                       move 0 to nextMsg
                   not at end
                       move nextMsg-rec to nextMsg
               end-read
           close nextMsgFile

           accept todaysDate from date yyyymmdd
           move 0 to sentCount
           move 0 to heldCount
           open output gatewayOutFile
           move spaces to gatewayOutLine
           string "HDR," todaysDate delimited by size
               into gatewayOutLine
           write gatewayOutLine

           move "n" to eof
           perform until eof = "y"
               read notifyDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if nqStatus = "Q"
                           perform SEND-ONE-NOTICE
                       end-if
               end-read
           end-perform

           move spaces to gatewayOutLine
           string "TRL," sentCount delimited by size
               into gatewayOutLine
           write gatewayOutLine
           close gatewayOutFile
           close customerFile
           close notifyDataFile

           open output nextMsgFile
               move nextMsg to nextMsg-rec
               write nextMsg-rec
           close nextMsgFile
           if notifyMode not = "N"
               display "Gateway file: " sentCount " notice(s) "
                   "written to NOTIFYOUT.CSV; " heldCount
                   " held for want of a consented contact."
           end-if.

       SEND-ONE-NOTICE.
           move nqCustNumber to custNumber
           read customerFile
               invalid key
                   move "n" to custFound
               not invalid key
                   move "y" to custFound
           end-read

           move spaces to nqChannel
           move spaces to nqAddress
           if custFound = "y"
               evaluate true
                   when custSmsOk = "Y" and custSmsBad not = "B"
                       and custMobile not = spaces
                       move "S" to nqChannel
                       move custMobile to nqAddress
                       move "SMS" to channelName
                   when custEmailOk = "Y" and custEmailBad not = "B"
                       and custEmail not = spaces
                       move "E" to nqChannel
                       move custEmail to nqAddress
                       move "EMAIL" to channelName
               end-evaluate
           end-if

           if nqChannel = spaces
               move "H" to nqStatus
               move todaysDate to nqResultDate
               move "NO CONSENTED CONTACT" to nqResult
               rewrite notify-rec
               add 1 to heldCount
               exit paragraph
           end-if

           add 1 to nextMsg
           move nextMsg to nqMsgId
           move "S" to nqStatus
           move todaysDate to nqSentDate
           rewrite notify-rec
           move spaces to gatewayOutLine
           string nqMsgId "," function trim(channelName) ","
               function trim(nqAddress) "," nqCustNumber ","
               function trim(nqEvent) "," function trim(nqText)
               delimited by size into gatewayOutLine
           write gatewayOutLine
           add 1 to sentCount.

      *> the gateway's answer, msgid,status,reason per line. A
      *> bounce or an undeliverable number marks that channel bad
      *> on the customer, and the notice goes back on the queue to
      *> try the other channel at the next run.
       LOAD-DELIVERY-RETURNS.
           open input gatewayRetFile
           if gatewayRetStatus not = "00"
               close gatewayRetFile
               if notifyMode not = "N"
                   display "NOTIFYRET.CSV was not found; nothing "
                       "to load."
               end-if
               exit paragraph
           end-if
           open i-o notifyDataFile
           if notifyStatus not = "00"
               close notifyDataFile
               close gatewayRetFile
               exit paragraph
           end-if
           open i-o customerFile

           accept todaysDate from date yyyymmdd
           move 0 to retCount
           move 0 to deliveredCount
           move 0 to failedCount
           move 0 to requeuedCount
           move 0 to unknownCount
           move "n" to eof
           perform until eof = "y"
               read gatewayRetFile
                   at end
                       move "y" to eof
                   not at end
                       perform LOAD-ONE-RETURN
               end-read
           end-perform
           close customerFile
           close notifyDataFile
           close gatewayRetFile

           *> loaded once: the file is renamed out of the way so
           *> tomorrow's run does not apply it again
           call "SYSTEM" using "copy /Y NOTIFYRET.CSV NOTIFYRET.OLD"
           call "SYSTEM" using "del NOTIFYRET.CSV"

           if notifyMode not = "N"
               display "Delivery returns: " retCount " line(s), "
                   deliveredCount " delivered, " failedCount
                   " failed (" requeuedCount " requeued on the "
                   "other channel), " unknownCount " not matched."
           end-if.

       LOAD-ONE-RETURN.
           if function trim(gatewayRetLine) = spaces
               or gatewayRetLine(1:4) = "HDR,"
               or gatewayRetLine(1:4) = "TRL,"
               exit paragraph
           end-if
           move spaces to in-RetMsgId
           move spaces to in-RetStatus
           move spaces to in-RetReason
           unstring gatewayRetLine delimited by ","
               into in-RetMsgId in-RetStatus in-RetReason
           end-unstring
           add 1 to retCount
           if function test-numval(in-RetMsgId) not = 0
               add 1 to unknownCount
               exit paragraph
           end-if
           move function numval(in-RetMsgId) to retMsgId
           if retMsgId = 0
               add 1 to unknownCount
               exit paragraph
           end-if
           move retMsgId to nqMsgId
           read notifyDataFile key is nqMsgId
               invalid key
                   add 1 to unknownCount
                   exit paragraph
           end-read

           move function upper-case(in-RetStatus) to in-RetStatus
           move todaysDate to nqResultDate
           move in-RetStatus to nqResult
           move "n" to retFailed
           evaluate in-RetStatus
               when "DELIVERED"
                   move "D" to nqStatus
                   add 1 to deliveredCount
               when "BOUNCED"
               when "UNDELIVERABLE"
               when "FAILED"
                   move "y" to retFailed
                   add 1 to failedCount
               when other
                   continue
           end-evaluate

           if retFailed = "y"
               perform FLAG-BAD-CONTACT
               *> back on the queue under a fresh handle once sent
               move "Q" to nqStatus
               move 0 to nqMsgId
               add 1 to requeuedCount
           end-if
           rewrite notify-rec.

       FLAG-BAD-CONTACT.
           move nqCustNumber to custNumber
           read customerFile
               invalid key
                   exit paragraph
           end-read
           if nqChannel = "S"
               move "B" to custSmsBad
           else
               move "B" to custEmailBad
           end-if
           rewrite customer-rec.

       QUEUE-STATUS.
           open input notifyDataFile
           if notifyStatus not = "00"
               close notifyDataFile
               display "Nothing has been queued yet."
               exit paragraph
           end-if
           move 0 to queuedTotal
           move 0 to sentTotal
           move 0 to deliveredTotal
           move 0 to failedTotal
           move 0 to heldTotal
           display "Held - no consented contact, needs a call or "
               "a letter:"
           move "n" to eof
           perform until eof = "y"
               read notifyDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       evaluate nqStatus
                           when "Q"
                               add 1 to queuedTotal
                           when "S"
                               add 1 to sentTotal
                           when "D"
                               add 1 to deliveredTotal
                           when "F"
                               add 1 to failedTotal
                           when "H"
                               add 1 to heldTotal
                               display "  customer " nqCustNumber
                                   "  " nqEvent "  "
                                   function trim(nqText)
                       end-evaluate
               end-read
           end-perform
           close notifyDataFile
           display "Queued " queuedTotal "  sent " sentTotal
               "  delivered " deliveredTotal "  failed "
               failedTotal "  held " heldTotal.

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
