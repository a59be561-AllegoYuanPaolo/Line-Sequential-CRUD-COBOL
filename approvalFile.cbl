        IDENTIFICATION DIVISION.
        PROGRAM-ID. approvalFile.
       environment division.
           input-output section.
               file-control.
                   select optional approvalDataFile
                       assign to "APPROVAL.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is apNumber
                       file status is approvalStatus.

                   select optional aprExpiryFile
                       assign to "APPREXP.DAT"
                       organization is line sequential
                       file status is aprExpiryStatus.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional carsFile
                       assign to carsFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional lockFile
                       assign to lockFileName
                       organization is line sequential
                       file status is lockStatus.

                   select optional aprRptFile
                       assign to "APPRRPT.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd approvalDataFile.
                   copy "APPROVALREC.CPY".
               fd aprExpiryFile.
                   01 aprExpiry-rec pic 9(03).
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd lockFile.
                   copy "LOCKREC.CPY".
               fd aprRptFile.
                   01 aprRptLine pic x(120).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 approvalStatus pic xx.
               01 aprExpiryStatus pic xx.
               01 customerStatus pic xx.
               01 carsFileStatus pic xx.
               01 lockStatus pic xx.
               01 carsFileName pic x(40) value spaces.
               01 lockFileName pic x(44) value spaces.
               01 lockDelCommand pic x(50) value spaces.
               01 aprExitFlag pic x value 'n'.
               01 aprChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 periodOk pic x.
               01 periodOpenDate pic 9(08).
               01 stkPostDate pic 9(08).
               01 periodAnswer pic x.
               01 in-Number pic 9(06).
               01 in-Decision pic x(01).
               01 in-Hours pic 9(03).
               01 applied pic x(01).
               01 listCount pic 9(04).
               01 selfCount pic 9(04).
               01 postedCount pic 9(04).
               01 refCustNumber pic 9(06).
               01 refCarId pic 9(06).
               01 displayMoney pic z(06)9.99.
               01 displayMoney2 pic z(06)9.99.
               01 statusText pic x(13).
               01 selfFlag pic x(14).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
               01 aqAction pic x(01).
               01 aqApAction pic x(06).
               01 aqGarage pic x(40).
               01 aqRef pic x(44).
               01 aqBefore pic x(30).
               01 aqAfter pic x(30).
               01 aqAmountBefore pic 9(07)v99.
               01 aqAmountAfter pic 9(07)v99.
               01 aqNumber pic 9(06).

               *> who asked for changes and who decided them, for the
               *> auditors' check that nobody waved through their own
               01 req-table.
                   02 req-entry occurs 50 times indexed by reqIdx.
                       03 reqUser pic x(08).
                       03 reqRaised pic 9(04).
                       03 reqApproved pic 9(04).
                       03 reqRejected pic 9(04).
                       03 reqExpired pic 9(04).
               01 reqCount pic 9(04).
               01 dec-table.
                   02 dec-entry occurs 50 times indexed by decIdx.
                       03 decUser pic x(08).
                       03 decApproved pic 9(04).
                       03 decRejected pic 9(04).
                       03 decSelf pic 9(04).
               01 decCount pic 9(04).
           LINKAGE SECTION.
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING currentUser.
           *> anything left waiting past its window lapses before
           *> the queue is shown
           move "E" to aqAction
           call "approvalQueue" using aqAction, aqApAction,
               aqGarage, aqRef, aqBefore, aqAfter, aqAmountBefore,
               aqAmountAfter, currentUser, aqNumber

           perform with test after until aprExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Approvals --"
               display "[1] - Requests Waiting for Approval"
               display "[2] - Approve or Reject a Request"
               display "[3] - Approvals by Requester and Approver"
               display "[4] - Request Expiry Hours"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept aprChoice

               evaluate aprChoice
                   when "00"
                       move 'y' to aprExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform LIST-PENDING
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform DECIDE-REQUEST
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform APPROVAL-REPORT
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform SET-EXPIRY-HOURS
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

       LIST-PENDING.
           move 0 to listCount
           move "n" to eof
           open input approvalDataFile
           if approvalStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read approvalDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if apStatus = "P"
                           add 1 to listCount
                           perform SHOW-REQUEST
                       end-if
               end-read
           end-perform
           close approvalDataFile
           display listCount " request(s) waiting.".

       SHOW-REQUEST.
           display apNumber "  " apAction "  by "
               function trim(apRequester) "  " apReqDate " "
               apReqTime "  " function trim(apGarage)
           display "        " function trim(apRef) ": "
               function trim(apBefore) " -> " function trim(apAfter)
           if apAction = "PRICE"
               move apAmountBefore to displayMoney
               move apAmountAfter to displayMoney2
               display "        asking " displayMoney " -> "
                   displayMoney2
           end-if
           if apAction = "STKVAR"
               move apAmountAfter to displayMoney
               display "        variance value " displayMoney
           end-if
           display "        reason: " function trim(apReason).

      *> a second supervisor decides; whoever asked cannot, and the
      *> change is only made once it is approved
       DECIDE-REQUEST.
           display "Approval request number: " no advancing
           accept in-Number
           open input approvalDataFile
           if approvalStatus not = "00"
               close approvalDataFile
               display "No approval requests are on file."
               exit paragraph
           end-if
           move in-Number to apNumber
           read approvalDataFile
               invalid key
                   move space to apStatus
           end-read
           close approvalDataFile
           if apStatus not = "P"
               display "Request " in-Number " is not waiting for "
                   "approval."
               exit paragraph
           end-if
           perform SHOW-REQUEST
           if apRequester = currentUser
               display "You raised this request; a different "
                   "supervisor has to decide it."
               exit paragraph
           end-if

           display "(a)pprove, (r)eject or enter to leave it: "
               no advancing
           accept in-Decision
           move function upper-case(in-Decision) to in-Decision
           if in-Decision not = "A" and in-Decision not = "R"
               display "Left waiting."
               exit paragraph
           end-if

           accept todaysDate from date yyyymmdd
           accept nowTime from time
           if in-Decision = "A"
               move "n" to applied
               evaluate apAction
                   when "CRSTOP"
                       perform APPLY-CRSTOP
                   when "BKOVR"
                       move "y" to applied
                       display "The next booking for customer "
                           function trim(apRef) " will go through."
                   when "PRICE"
                       perform APPLY-PRICE
                   when "STKVAR"
                       perform APPLY-STKVAR
                   when "UNLOCK"
                       perform APPLY-UNLOCK
               end-evaluate
               if applied not = "y"
                   display "Nothing changed; the request is still "
                       "waiting."
                   exit paragraph
               end-if
           end-if

           open i-o approvalDataFile
           move in-Number to apNumber
           read approvalDataFile
               invalid key
                   close approvalDataFile
                   exit paragraph
           end-read
           move in-Decision to apStatus
           move currentUser to apDecider
           move todaysDate to apDecDate
           move nowTime(1:6) to apDecTime
           rewrite approval-rec
           close approvalDataFile
           if in-Decision = "R"
               display "Request " in-Number " rejected."
           else
               display "Request " in-Number " approved."
           end-if.

       APPLY-CRSTOP.
           move apRef(1:6) to refCustNumber
           open i-o customerFile
           if customerStatus not = "00"
               close customerFile
               display "The customer master is empty."
               exit paragraph
           end-if
           move refCustNumber to custNumber
           read customerFile
               invalid key
                   display "Customer " refCustNumber " is no longer "
                       "on the customer master."
                   close customerFile
                   exit paragraph
           end-read
           move "N" to custOnStop
           rewrite customer-rec
           close customerFile
           move "y" to applied
           display function trim(custName) " is released from "
               "stop.".

      *> the price is only cut if nobody has moved it since the
      *> request, and not while someone holds the garage file
       APPLY-PRICE.
           move apGarage to carsFileName
           move apRef(1:6) to refCarId
           move spaces to lockFileName
           move spaces to lockDelCommand
           string function trim(carsFileName) ".lck"
               delimited by size into lockFileName
           string "del " function trim(lockFileName)
               delimited by size into lockDelCommand
           open input lockFile
           if lockStatus = "00"
               read lockFile
                   at end
                       move spaces to lock-rec
               end-read
               close lockFile
               display function trim(carsFileName)
                   " is locked by " function trim(lockUser)
                   " since " lockTimestamp "; try again later."
               exit paragraph
           end-if
           open output lockFile
           move currentUser to lockUser
           string todaysDate nowTime(1:6) delimited by size
               into lockTimestamp
           write lock-rec
           close lockFile

           open i-o carsFile
           if carsFileStatus not = "00"
               close carsFile
               display "Data file " function trim(carsFileName)
                   " does not exist."
               call "SYSTEM" using lockDelCommand
               exit paragraph
           end-if
           move refCarId to recordId
           read carsFile
               invalid key
                   display "Record id " refCarId " is no longer on "
                       function trim(carsFileName) "."
                   close carsFile
                   call "SYSTEM" using lockDelCommand
                   exit paragraph
           end-read
           if askingPrice not = apAmountBefore or saleStatus not = "I"
               display "The car's price or status has changed since "
                   "the request; reject it and ask again."
               close carsFile
               call "SYSTEM" using lockDelCommand
               exit paragraph
           end-if

           move spaces to audit-rec
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move "PRICE" to auditOperation
           move recordId to beforeId
           move owner to beforeOwner
           move carOwned to beforeCar
           move vin to beforeVin
           move modelYear to beforeYear
           move carColor to beforeColor
           move mileage to beforeMileage
           move recordId to afterId
           move owner to afterOwner
           move "ASKING PRICE CHANGED" to afterCar
           move vin to afterVin
           move modelYear to afterYear
           move carColor to afterColor
           move mileage to afterMileage
           move currentUser to auditUser
           move carsFileName to auditGarage

           move apAmountAfter to askingPrice
           rewrite carFile-rec
           close carsFile
           call "SYSTEM" using lockDelCommand
           open extend auditFile
               write audit-rec
           close auditFile
           move "y" to applied
           move apAmountAfter to displayMoney
           display "Asking price changed to " displayMoney ".".

      *> a month closed at period end takes no more postings
       APPLY-STKVAR.
           move todaysDate to stkPostDate
           call "periodCheck" using todaysDate, periodOk,
               periodOpenDate
           if periodOk not = "y"
               display "Month " todaysDate(1:6) " is closed to "
                   "posting."
               display "Post it in the open period from "
                   periodOpenDate " instead? (y/n) " no advancing
               accept periodAnswer
               if periodAnswer not = 'y' and periodAnswer not = 'Y'
                   exit paragraph
               end-if
               move periodOpenDate to stkPostDate
           end-if
           call "stkPost" using apGarage, currentUser,
               apAmountAfter, postedCount, stkPostDate
           if postedCount > 0
               move "y" to applied
           end-if.

      *> the lock only goes if the session that held it when the
      *> request was raised is still the one holding it
       APPLY-UNLOCK.
           move apRef to lockFileName
           open input lockFile
           if lockStatus not = "00"
               close lockFile
               display "That lock has already been released."
               move "y" to applied
               exit paragraph
           end-if
           read lockFile
               at end
                   move spaces to lock-rec
           end-read
           close lockFile
           if lockUser not = apBefore(1:8)
               or lockTimestamp not = apAfter(1:14)
               display "A different session holds the lock now; "
                   "reject this request."
               exit paragraph
           end-if
           move spaces to lockDelCommand
           string "del " function trim(lockFileName)
               delimited by size into lockDelCommand
           call "SYSTEM" using lockDelCommand
           display "Lock " function trim(lockFileName) " broken."

           *> breaking someone's lock is an intervention worth a
           *> permanent record: who broke it, whose it was, when
           move spaces to audit-rec
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move "UNLOCK" to auditOperation
           move 0 to beforeId
           move lockUser to beforeOwner
           move lockFileName to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move 0 to beforeMileage
           move 0 to afterId
           move apRequester to afterOwner
           move spaces to afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           open extend auditFile
               write audit-rec
           close auditFile
           move "y" to applied.

      *> every decided request, then counts by requester and by
      *> approver; an approval by the person who asked is flagged
       APPROVAL-REPORT.
           accept todaysDate from date yyyymmdd
           move 0 to listCount
           move 0 to selfCount
           move 0 to reqCount
           move 0 to decCount
           open output aprRptFile
           move spaces to aprRptLine
           string "APPROVALS BY REQUESTER AND APPROVER   run "
               todaysDate delimited by size into aprRptLine
           write aprRptLine
           display function trim(aprRptLine)
           move spaces to aprRptLine
           write aprRptLine

           move "n" to eof
           open input approvalDataFile
           if approvalStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read approvalDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       perform REPORT-ONE-REQUEST
               end-read
           end-perform
           close approvalDataFile

           move spaces to aprRptLine
           write aprRptLine
           move "BY REQUESTER        RAISED APPROVED REJECTED EXPIRED"
               to aprRptLine
           write aprRptLine
           display function trim(aprRptLine)
           perform varying reqIdx from 1 by 1 until reqIdx > reqCount
               move spaces to aprRptLine
               string "  " reqUser(reqIdx) "          "
                   reqRaised(reqIdx) "     " reqApproved(reqIdx)
                   "     " reqRejected(reqIdx) "     "
                   reqExpired(reqIdx) delimited by size
                   into aprRptLine
               write aprRptLine
               display function trim(aprRptLine)
           end-perform

           move spaces to aprRptLine
           write aprRptLine
           move "BY APPROVER         APPROVED REJECTED OWN-REQUEST"
               to aprRptLine
           write aprRptLine
           display function trim(aprRptLine)
           perform varying decIdx from 1 by 1 until decIdx > decCount
               move spaces to aprRptLine
               string "  " decUser(decIdx) "          "
                   decApproved(decIdx) "     " decRejected(decIdx)
                   "     " decSelf(decIdx) delimited by size
                   into aprRptLine
               write aprRptLine
               display function trim(aprRptLine)
           end-perform

           move spaces to aprRptLine
           write aprRptLine
           move spaces to aprRptLine
           string listCount " request(s); " selfCount
               " decided by the person who raised them."
               delimited by size into aprRptLine
           write aprRptLine
           display function trim(aprRptLine)
           close aprRptFile
           display "Report written to APPRRPT.DAT."

           move "APPROVALS" to spoolType
           move "APPRRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       REPORT-ONE-REQUEST.
           add 1 to listCount
           evaluate apStatus
               when "P"
                   move "WAITING" to statusText
               when "A"
                   move "APPROVED" to statusText
               when "U"
                   move "APPROVED/USED" to statusText
               when "R"
                   move "REJECTED" to statusText
               when "X"
                   move "EXPIRED" to statusText
               when other
                   move apStatus to statusText
           end-evaluate
           move spaces to selfFlag
           if apDecider not = spaces and apDecider = apRequester
               move "** OWN REQUEST" to selfFlag
               add 1 to selfCount
           end-if
           move spaces to aprRptLine
           string apNumber " " apAction " " apReqDate " "
               apRequester " " statusText " " apDecider " "
               apDecDate " " function trim(apRef) " "
               selfFlag delimited by size into aprRptLine
           write aprRptLine
           display function trim(aprRptLine)

           set reqIdx to 1
           search req-entry
               at end
                   if reqCount < 50
                       add 1 to reqCount
                       set reqIdx to reqCount
                       move apRequester to reqUser(reqIdx)
                       move 0 to reqRaised(reqIdx)
                       move 0 to reqApproved(reqIdx)
                       move 0 to reqRejected(reqIdx)
                       move 0 to reqExpired(reqIdx)
                   end-if
               when reqIdx <= reqCount
                   and reqUser(reqIdx) = apRequester
                   continue
           end-search
           if reqIdx <= reqCount
               add 1 to reqRaised(reqIdx)
               evaluate apStatus
                   when "A"
                   when "U"
                       add 1 to reqApproved(reqIdx)
                   when "R"
                       add 1 to reqRejected(reqIdx)
                   when "X"
                       add 1 to reqExpired(reqIdx)
               end-evaluate
           end-if

           if apStatus = "A" or apStatus = "U" or apStatus = "R"
               set decIdx to 1
               search dec-entry
                   at end
                       if decCount < 50
                           add 1 to decCount
                           set decIdx to decCount
                           move apDecider to decUser(decIdx)
                           move 0 to decApproved(decIdx)
                           move 0 to decRejected(decIdx)
                           move 0 to decSelf(decIdx)
                       end-if
                   when decIdx <= decCount
                       and decUser(decIdx) = apDecider
                       continue
               end-search
               if decIdx <= decCount
                   if apStatus = "R"
                       add 1 to decRejected(decIdx)
                   else
                       add 1 to decApproved(decIdx)
                   end-if
                   if apDecider = apRequester
                       add 1 to decSelf(decIdx)
                   end-if
               end-if
           end-if.

       SET-EXPIRY-HOURS.
           move 48 to in-Hours
           open input aprExpiryFile
           if aprExpiryStatus = "00"
               read aprExpiryFile
                   at end
                       continue
                   not at end
                       move aprExpiry-rec to in-Hours
               end-read
           end-if
           close aprExpiryFile
           display "Requests now lapse after " in-Hours " hours."
           display "New number of hours (enter to keep): "
               no advancing
           accept in-Hours
           if in-Hours = 0
               display "Left as it was."
               exit paragraph
           end-if
           open output aprExpiryFile
               move in-Hours to aprExpiry-rec
               write aprExpiry-rec
           close aprExpiryFile
           display "Requests will lapse after " in-Hours " hours.".
