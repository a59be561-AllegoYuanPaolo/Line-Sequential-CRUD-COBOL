        IDENTIFICATION DIVISION.
        PROGRAM-ID. approvalQueue.
       environment division.
           input-output section.
               file-control.
                   select optional approvalFile
                       assign to "APPROVAL.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is apNumber
                       file status is approvalStatus.

                   select optional nextAprFile
                       assign to "NEXTAPR.DAT"
                       organization is line sequential.

                   select optional aprExpiryFile
                       assign to "APPREXP.DAT"
                       organization is line sequential
                       file status is aprExpiryStatus.
        DATA DIVISION.
           file section.
               fd approvalFile.
                   copy "APPROVALREC.CPY".
               fd nextAprFile.
                   01 nextApr-rec pic 9(06).
               fd aprExpiryFile.
                   01 aprExpiry-rec pic 9(03).
           WORKING-STORAGE SECTION.
               01 approvalStatus pic xx.
               01 aprExpiryStatus pic xx.
               01 eof pic x.
               01 nextApr pic 9(06).
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-Reason pic x(40).
               01 expiryHours pic 9(03).
               01 nowMinutes pic 9(09).
               01 reqMinutes pic 9(09).
               01 expiredCount pic 9(04).
               01 takeUpOverride pic x.
               01 hourPart pic 9(02).
               01 minutePart pic 9(02).
           LINKAGE SECTION.
               *> R raise a request for a second supervisor, E
               *> expire the requests nobody answered in time, L
               *> look for an approved booking override on a customer
               *> without using it, K take it up once the booking it
               *> covers has been made
               01 aqAction pic x(01).
               01 aqApAction pic x(06).
               01 aqGarage pic x(40).
               01 aqRef pic x(44).
               01 aqBefore pic x(30).
               01 aqAfter pic x(30).
               01 aqAmountBefore pic 9(07)v99.
               01 aqAmountAfter pic 9(07)v99.
               01 aqUser pic x(08).
               01 aqNumber pic 9(06).
        PROCEDURE DIVISION USING aqAction, aqApAction, aqGarage,
               aqRef, aqBefore, aqAfter, aqAmountBefore,
               aqAmountAfter, aqUser, aqNumber.
           evaluate aqAction
               when "R"
                   perform EXPIRE-REQUESTS
                   perform RAISE-REQUEST
               when "E"
                   perform EXPIRE-REQUESTS
               when "L"
                   perform EXPIRE-REQUESTS
                   move "n" to takeUpOverride
                   perform TAKE-UP-OVERRIDE
               when "K"
                   perform EXPIRE-REQUESTS
                   move "y" to takeUpOverride
                   perform TAKE-UP-OVERRIDE
           end-evaluate
       goback.

      *> the change is held on the queue with who asked and why;
      *> the same change already waiting is not asked for twice
       RAISE-REQUEST.
           move 0 to aqNumber
           move "n" to eof
           open input approvalFile
           if approvalStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read approvalFile next record
                   at end
                       move "y" to eof
                   not at end
                       if apStatus = "P"
                           and apAction = aqApAction
                           and apGarage = aqGarage
                           and apRef = aqRef
                           move apNumber to aqNumber
                           move "y" to eof
                       end-if
               end-read
           end-perform
           close approvalFile
           if aqNumber not = 0
               display "Approval request " aqNumber " for this is "
                   "already waiting for a second supervisor."
               exit paragraph
           end-if

           display "Reason for the change: " no advancing
           accept in-Reason
           if in-Reason = spaces
               display "A reason is needed; nothing raised."
               exit paragraph
           end-if

           open input nextAprFile
               read nextAprFile
                   at end
                       move 0 to nextApr
                   not at end
                       move nextApr-rec to nextApr
               end-read
           close nextAprFile
           add 1 to nextApr

           accept todaysDate from date yyyymmdd
           accept nowTime from time
           open i-o approvalFile
           if approvalStatus not = "00"
               close approvalFile
               open output approvalFile
               close approvalFile
               open i-o approvalFile
           end-if
           move spaces to approval-rec
           move nextApr to apNumber
           move aqApAction to apAction
           move aqUser to apRequester
           move todaysDate to apReqDate
           move nowTime(1:6) to apReqTime
           move aqGarage to apGarage
           move aqRef to apRef
           move aqBefore to apBefore
           move aqAfter to apAfter
           move aqAmountBefore to apAmountBefore
           move aqAmountAfter to apAmountAfter
           move in-Reason to apReason
           move "P" to apStatus
           move spaces to apDecider
           move 0 to apDecDate
           move 0 to apDecTime
           write approval-rec
               invalid key
                   display "Approval number clash; the counter "
                       "file may be out of step."
                   close approvalFile
                   exit paragraph
           end-write
           close approvalFile
           open output nextAprFile
               move nextApr to nextApr-rec
               write nextApr-rec
           close nextAprFile
           move nextApr to aqNumber
           perform GET-EXPIRY-HOURS
           display "Approval request " nextApr " raised. Nothing "
               "changes until a different supervisor approves it "
               "(within " expiryHours " hours).".

      *> a request left unanswered past the expiry window lapses;
      *> the change has to be asked for again
       EXPIRE-REQUESTS.
           perform GET-EXPIRY-HOURS
           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move nowTime(1:2) to hourPart
           move nowTime(3:2) to minutePart
           compute nowMinutes =
               function integer-of-date(todaysDate) * 1440
               + hourPart * 60 + minutePart
           move 0 to expiredCount
           move "n" to eof
           open i-o approvalFile
           if approvalStatus not = "00"
               close approvalFile
               exit paragraph
           end-if
           perform until eof = "y"
               read approvalFile next record
                   at end
                       move "y" to eof
                   not at end
                       if apStatus = "P"
                           move apReqTime(1:2) to hourPart
                           move apReqTime(3:2) to minutePart
                           compute reqMinutes =
                               function integer-of-date(apReqDate)
                               * 1440 + hourPart * 60 + minutePart
                           if nowMinutes - reqMinutes
                               > expiryHours * 60
                               move "X" to apStatus
                               move todaysDate to apDecDate
                               move nowTime(1:6) to apDecTime
                               rewrite approval-rec
                               add 1 to expiredCount
                           end-if
                       end-if
               end-read
           end-perform
           close approvalFile.

      *> an approved override lets one booking through for the
      *> customer, and is then used up; a look leaves it standing
       TAKE-UP-OVERRIDE.
           move 0 to aqNumber
           move "n" to eof
           open i-o approvalFile
           if approvalStatus not = "00"
               close approvalFile
               exit paragraph
           end-if
           perform until eof = "y"
               read approvalFile next record
                   at end
                       move "y" to eof
                   not at end
                       if apStatus = "A"
                           and apAction = aqApAction
                           and apRef = aqRef
                           if takeUpOverride = "y"
                               move "U" to apStatus
                               rewrite approval-rec
                           end-if
                           move apNumber to aqNumber
                           move "y" to eof
                       end-if
               end-read
           end-perform
           close approvalFile.

      *> how long a request may wait, in hours; a two-day window
      *> is seeded the first time through
       GET-EXPIRY-HOURS.
           open input aprExpiryFile
           if aprExpiryStatus not = "00"
               close aprExpiryFile
               move 48 to expiryHours
               open output aprExpiryFile
                   move expiryHours to aprExpiry-rec
                   write aprExpiry-rec
               close aprExpiryFile
           else
               read aprExpiryFile
                   at end
                       move 48 to expiryHours
                   not at end
                       move aprExpiry-rec to expiryHours
               end-read
               close aprExpiryFile
           end-if.
