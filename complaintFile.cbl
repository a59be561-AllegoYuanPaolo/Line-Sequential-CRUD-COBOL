        IDENTIFICATION DIVISION.
        PROGRAM-ID. complaintFile.
       environment division.
           input-output section.
               file-control.
                   select optional caseFile
                       assign to "CASE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is caseNumber
                       file status is caseStatus-fs.

                   select optional caseLogFile
                       assign to "CASELOG.DAT"
                       organization is line sequential
                       file status is caseLogStatus.

                   select optional nextCaseFile
                       assign to "NEXTCASE.DAT"
                       organization is line sequential.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional woFile
                       assign to "WORKORD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is woNumber
                       file status is woStatus-fs.

                   select optional invoiceDataFile
                       assign to "INVOICE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is invNumber
                       file status is invFileStatus.

                   select optional serviceHistFile
                       assign to "SVCHIST.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is svcSeqNumber
                       alternate record key is svcCarId
                           with duplicates
                       file status is serviceStatus.

                   select optional carsFile
                       assign to carsFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional techDataFile
                       assign to "TECH.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is techNumber
                       file status is techStatus.

                   select optional caseRptFile
                       assign to caseRptName
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd caseFile.
                   copy "CASEREC.CPY".
               fd caseLogFile.
                   copy "CASELOGREC.CPY".
               fd nextCaseFile.
                   01 nextCase-rec pic 9(06).
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd woFile.
                   copy "WOREC.CPY".
               fd invoiceDataFile.
                   copy "INVREC.CPY".
               fd serviceHistFile.
                   copy "SERVICEREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd techDataFile.
                   copy "TECHREC.CPY".
               fd caseRptFile.
                   01 caseRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 caseStatus-fs pic xx.
               01 caseLogStatus pic xx.
               01 customerStatus pic xx.
               01 woStatus-fs pic xx.
               01 invFileStatus pic xx.
               01 serviceStatus pic xx.
               01 carsFileStatus pic xx.
               01 techStatus pic xx.
               01 caseRptName pic x(12).
               01 caseChoice pic xx.
               01 caseExitFlag pic x value 'n'.
               01 eof pic x.
               01 logEof pic x.
               01 todaysDate pic 9(08).
               01 postDate pic 9(08).
               01 nowTime pic 9(08).
               01 deniedOption pic x(32).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
               01 nextCase pic 9(06).
               01 siteCode pic x(04).
               01 linkOk pic x.
               01 defaultTarget pic 9(08).
               01 logText pic x(60).
               01 custNameShown pic x(24).
               01 techNameShown pic x(24).
               01 overdueFlag pic x(08).
               01 displayMoney pic z(06)9.99.
               01 raisedCrn pic 9(06).
               01 crReason pic x(30).
               01 periodOk pic x.
               01 periodOpenDate pic 9(08).
               01 periodAnswer pic x.
               01 openCount pic 9(05).
               01 overdueCount pic 9(05).
               01 logCount pic 9(05).

               01 in-CaseNumber pic 9(06).
               01 in-CustNumber pic 9(06).
               01 in-LinkType pic x(01).
               01 in-Ref pic 9(08).
               01 in-Category pic x(02).
               01 in-Summary pic x(60).
               01 in-Owner pic x(08).
               01 in-TargetDate pic 9(08).
               01 in-Action pic x(60).
               01 in-Outcome pic x(60).
               01 in-Amount pic 9(07)v99.
               01 in-InvNumber pic 9(06).
               01 in-Month pic 9(06).

               *> the complaint categories, in the order the analysis
               *> lists them
               01 catCodes pic x(16) value "QWDLPRSTDMPTSLOT".
               01 catCodes-r redefines catCodes.
                   02 catCode pic x(02) occurs 8 times
                           indexed by catIdx.
               01 catName pic x(20).

               *> the month's cases, added up three ways: opened in
               *> the month, and resolved in the month with the
               *> goodwill that went with them
               01 catStat-table.
                   02 catStat-entry occurs 8 times
                           indexed by csIdx.
                       03 csOpened pic 9(05).
                       03 csResolved pic 9(05).
                       03 csGoodwill pic 9(07)v99.
               01 siteStat-table.
                   02 siteStat-entry occurs 20 times
                           indexed by gsIdx.
                       03 gsCode pic x(04).
                       03 gsOpened pic 9(05).
                       03 gsResolved pic 9(05).
                       03 gsGoodwill pic 9(07)v99.
               01 siteStatCount pic 9(02) value 0.
               01 techStat-table.
                   02 techStat-entry occurs 50 times
                           indexed by tsIdx.
                       03 tsTechNumber pic 9(04).
                       03 tsOpened pic 9(05).
                       03 tsResolved pic 9(05).
                       03 tsGoodwill pic 9(07)v99.
               01 techStatCount pic 9(02) value 0.
               01 allOpened pic 9(05).
               01 allResolved pic 9(05).
               01 allGoodwill pic 9(07)v99.
               01 countsOpened pic 9(05).
               01 countsResolved pic 9(05).
               01 countsGoodwill pic 9(07)v99.
               01 tableFull pic x.
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           perform with test after until caseExitFlag = 'y'
           call "SYSTEM" using "cls"
               display "-- Customer Complaints --"
               display "[1] - Open a Case"
               display "[2] - Record an Action"
               display "[3] - Resolve a Case"
               display "[4] - Show a Case"
               display "[5] - Open Cases List"
               display "[6] - Monthly Complaint Analysis"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept caseChoice

               evaluate caseChoice
                   when "00"
                       move 'y' to caseExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform OPEN-CASE
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform ADD-ACTION
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform RESOLVE-CASE
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform SHOW-CASE
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform OPEN-CASES-LIST
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform MONTHLY-ANALYSIS
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> a complaint is opened against the customer and, where it
      *> can be, tied to the job, invoice, sale or comeback it is
      *> about; the link fills in the vehicle, site and technician
      *> so the analysis can count it without asking again
       OPEN-CASE.
           accept todaysDate from date yyyymmdd
           display "Customer number: " no advancing
           accept in-CustNumber
           open input customerFile
           if customerStatus not = "00"
               close customerFile
               display "No customers are on file."
               exit paragraph
           end-if
           move in-CustNumber to custNumber
           read customerFile
               invalid key
                   display "No customer " in-CustNumber
                       " is on file."
                   close customerFile
                   exit paragraph
           end-read
           move custName to custNameShown
           close customerFile
           display "Customer " custNumber " " custNameShown

           move spaces to case-rec
           move in-CustNumber to caseCustNumber
           move 0 to caseLinkRef
           move 0 to caseCarId
           move 0 to caseTechNumber
           move 0 to caseInvNumber
           move 0 to caseResolvedDate
           move 0 to caseGoodwill
           move 0 to caseCrnNumber

           display "About a (w)ork order, (i)nvoice, (s)ale, "
               "(c)omeback line, or (n)one of these: " no advancing
           accept in-LinkType
           move "y" to linkOk
           move 0 to in-Ref
           evaluate in-LinkType
               when 'w'
               when 'W'
                   move "W" to caseLinkType
                   display "Work order number: " no advancing
                   accept in-Ref
               when 'i'
               when 'I'
                   move "I" to caseLinkType
                   display "Invoice number: " no advancing
                   accept in-Ref
               when 's'
               when 'S'
                   move "S" to caseLinkType
                   display "Record id of the car sold: " no advancing
                   accept in-Ref
               when 'c'
               when 'C'
                   move "C" to caseLinkType
                   display "Service history line number: "
                       no advancing
                   accept in-Ref
               when other
                   move space to caseLinkType
           end-evaluate
           if caseLinkType not = space and caseLinkType not = "C"
               and in-Ref > 999999
               display "No such reference."
               exit paragraph
           end-if
           evaluate caseLinkType
               when "W"
                   perform LINK-WORK-ORDER
               when "I"
                   perform LINK-INVOICE
               when "S"
                   perform LINK-SALE
               when "C"
                   perform LINK-COMEBACK
           end-evaluate
           if linkOk not = "y"
               exit paragraph
           end-if
           if caseGarage = spaces
               call "garageCode" using carsFileName, siteCode
               move siteCode to caseGarage
           end-if

           display "Category - QW quality of work, DL delay, "
               "PR price or billing,"
           display "  ST staff, DM damage, PT parts, SL the sale, "
               "OT other: " no advancing
           accept in-Category
           move function upper-case(in-Category) to caseCategory
           perform CATEGORY-NAME
           if catName = spaces
               display "Unknown category; no case opened."
               exit paragraph
           end-if
           display "What the customer is unhappy about: "
               no advancing
           accept in-Summary
           if in-Summary = spaces
               display "A case needs a summary; no case opened."
               exit paragraph
           end-if
           move in-Summary to caseSummary

           display "Case owner (enter for "
               function trim(currentUser) "): " no advancing
           accept in-Owner
           if in-Owner = spaces
               move currentUser to caseOwner
           else
               move in-Owner to caseOwner
           end-if
           *> a week to put it right unless the owner says otherwise
           compute defaultTarget = function date-of-integer(
               function integer-of-date(todaysDate) + 7)
           display "Resolve by (YYYYMMDD, enter for " defaultTarget
               "): " no advancing
           accept in-TargetDate
           if in-TargetDate = 0
               move defaultTarget to caseTargetDate
           else
               if in-TargetDate < todaysDate
                   display "The target cannot be in the past; no "
                       "case opened."
                   exit paragraph
               end-if
               move in-TargetDate to caseTargetDate
           end-if
           move todaysDate to caseOpenDate
           move currentUser to caseOpenUser
           move "O" to caseStatus

           open input nextCaseFile
               read nextCaseFile
                   at end
                       move 0 to nextCase
                   not at end
                       move nextCase-rec to nextCase
               end-read
           close nextCaseFile
           add 1 to nextCase
           move nextCase to caseNumber

           open i-o caseFile
           if caseStatus-fs not = "00"
               close caseFile
               open output caseFile
               close caseFile
               open i-o caseFile
           end-if
               write case-rec
                   invalid key
                       display "Case number clash; the counter "
                           "file may be out of step."
                       close caseFile
                       exit paragraph
               end-write
           close caseFile

           open output nextCaseFile
               move nextCase to nextCase-rec
               write nextCase-rec
           close nextCaseFile

           move spaces to logText
           string "Opened (" function trim(catName) ") - owner "
               function trim(caseOwner)
               delimited by size into logText
           perform WRITE-LOG
           display "Case " caseNumber " opened, to be resolved by "
               caseTargetDate ".".

       LINK-WORK-ORDER.
           open input woFile
           if woStatus-fs not = "00"
               close woFile
               display "No work orders are on file."
               move "n" to linkOk
               exit paragraph
           end-if
           move in-Ref to woNumber
           read woFile
               invalid key
                   display "No work order " woNumber " is on file."
                   move "n" to linkOk
               not invalid key
                   if woCustNumber not = caseCustNumber
                       display "Work order " woNumber " is for "
                           "customer " woCustNumber "."
                       move "n" to linkOk
                   else
                       move woNumber to caseLinkRef
                       move woCarId to caseCarId
                       call "garageCode" using woGarage, siteCode
                       move siteCode to caseGarage
                       if woTechNumber numeric
                           move woTechNumber to caseTechNumber
                       end-if
                   end-if
           end-read
           close woFile.

       LINK-INVOICE.
           open input invoiceDataFile
           if invFileStatus not = "00"
               close invoiceDataFile
               display "No invoices are on file."
               move "n" to linkOk
               exit paragraph
           end-if
           move in-Ref to invNumber
           read invoiceDataFile
               invalid key
                   display "No invoice " invNumber " is on file."
                   move "n" to linkOk
               not invalid key
                   if invCustNumber not = caseCustNumber
                       display "Invoice " invNumber " is for "
                           "customer " invCustNumber "."
                       move "n" to linkOk
                   else
                       move invNumber to caseLinkRef
                       move invNumber to caseInvNumber
                       move invGarage to caseGarage
                   end-if
           end-read
           close invoiceDataFile.

      *> a sale is looked for on this session's cars file, where
      *> the car was sold from
       LINK-SALE.
           open input carsFile
           if carsFileStatus = "35"
               close carsFile
               display "Data file " function trim(carsFileName)
                   " does not exist yet."
               move "n" to linkOk
               exit paragraph
           end-if
           move in-Ref to recordId
           read carsFile
               invalid key
                   display "Record id " recordId " is not in "
                       function trim(carsFileName) "."
                   move "n" to linkOk
               not invalid key
                   if saleStatus not = "S"
                       or buyerCustNumber not = caseCustNumber
                       display "Car " recordId " was not sold to "
                           "this customer."
                       move "n" to linkOk
                   else
                       move recordId to caseLinkRef
                       move recordId to caseCarId
                       move saleGarage to caseGarage
                   end-if
           end-read
           close carsFile.

      *> the comeback line names the car and the technician; the
      *> site is the one that invoiced the original work
       LINK-COMEBACK.
           open input serviceHistFile
           if serviceStatus not = "00"
               close serviceHistFile
               display "No service history is on file."
               move "n" to linkOk
               exit paragraph
           end-if
           move in-Ref to svcSeqNumber
           read serviceHistFile
               invalid key
                   display "No service line " in-Ref " is on file."
                   move "n" to linkOk
               not invalid key
                   if svcComeback not = "C"
                       display "Service line " svcSeqNumber
                           " is not a comeback."
                       move "n" to linkOk
                   else
                       move svcSeqNumber to caseLinkRef
                       move svcCarId to caseCarId
                       move svcTechNumber to caseTechNumber
                       move svcInvoiceNumber to caseInvNumber
                       if svcInvoiceNumber = 999999
                           move 0 to caseInvNumber
                       end-if
                   end-if
           end-read
           close serviceHistFile
           if linkOk = "y" and caseInvNumber not = 0
               open input invoiceDataFile
               if invFileStatus = "00"
                   move caseInvNumber to invNumber
                   read invoiceDataFile
                       invalid key
                           continue
                       not invalid key
                           move invGarage to caseGarage
                   end-read
               end-if
               close invoiceDataFile
           end-if.

      *> every call, letter and visit goes on the case's log; the
      *> owner or the target date can be moved at the same time
       ADD-ACTION.
           display "Case number: " no advancing
           accept in-CaseNumber
           open i-o caseFile
           if caseStatus-fs not = "00"
               close caseFile
               display "No complaint cases are on file."
               exit paragraph
           end-if
           move in-CaseNumber to caseNumber
           read caseFile
               invalid key
                   display "No case " in-CaseNumber " is on file."
                   close caseFile
                   exit paragraph
           end-read
           if caseStatus not = "O"
               display "Case " caseNumber " was resolved on "
                   caseResolvedDate "."
               close caseFile
               exit paragraph
           end-if
           display "Case " caseNumber ": " function trim(caseSummary)
           display "Owner " function trim(caseOwner)
               "  resolve by " caseTargetDate
           display "Action taken: " no advancing
           accept in-Action
           if in-Action = spaces
               display "Nothing recorded."
               close caseFile
               exit paragraph
           end-if
           display "New owner (enter to keep "
               function trim(caseOwner) "): " no advancing
           accept in-Owner
           display "New target date (enter to keep "
               caseTargetDate "): " no advancing
           accept in-TargetDate
           accept todaysDate from date yyyymmdd
           if in-TargetDate not = 0 and in-TargetDate < todaysDate
               display "The target cannot be in the past; it is "
                   "left as it was."
               move 0 to in-TargetDate
           end-if
           if in-Owner not = spaces
               move in-Owner to caseOwner
           end-if
           if in-TargetDate not = 0
               move in-TargetDate to caseTargetDate
           end-if
           rewrite case-rec
           close caseFile

           move in-Action to logText
           perform WRITE-LOG
           if in-Owner not = spaces
               move spaces to logText
               string "Passed to " function trim(in-Owner)
                   delimited by size into logText
               perform WRITE-LOG
           end-if
           if in-TargetDate not = 0
               move spaces to logText
               string "Target moved to " in-TargetDate
                   delimited by size into logText
               perform WRITE-LOG
           end-if
           display "Action recorded against case " caseNumber ".".

      *> closing a case records what was agreed; any goodwill goes
      *> to the customer as a credit note against the invoice, so
      *> it shows on their account and in the books like any other
      *> credit. Giving money away is a supervisor's call.
       RESOLVE-CASE.
           accept todaysDate from date yyyymmdd
           display "Case number: " no advancing
           accept in-CaseNumber
           open i-o caseFile
           if caseStatus-fs not = "00"
               close caseFile
               display "No complaint cases are on file."
               exit paragraph
           end-if
           move in-CaseNumber to caseNumber
           read caseFile
               invalid key
                   display "No case " in-CaseNumber " is on file."
                   close caseFile
                   exit paragraph
           end-read
           if caseStatus not = "O"
               display "Case " caseNumber " was already resolved on "
                   caseResolvedDate "."
               close caseFile
               exit paragraph
           end-if
           display "Case " caseNumber ": " function trim(caseSummary)
           display "Outcome: " no advancing
           accept in-Outcome
           if in-Outcome = spaces
               display "A resolution needs an outcome; the case is "
                   "still open."
               close caseFile
               exit paragraph
           end-if
           display "Goodwill to give, tax included (0 for none): "
               no advancing
           accept in-Amount

           move 0 to raisedCrn
           if in-Amount > 0
               if currentRole not = 'S'
                   move "Complaint Goodwill" to deniedOption
                   perform NOTE-DENIED
                   display "The case is still open."
                   close caseFile
                   exit paragraph
               end-if
               move todaysDate to postDate
               perform CHECK-POSTING-PERIOD
               if periodOk not = "y"
                   close caseFile
                   exit paragraph
               end-if
               if caseInvNumber = 0
                   display "Invoice to credit the goodwill against: "
                       no advancing
               else
                   display "Invoice to credit the goodwill against "
                       "(enter for " caseInvNumber "): " no advancing
               end-if
               accept in-InvNumber
               if in-InvNumber = 0
                   move caseInvNumber to in-InvNumber
               end-if
               if in-InvNumber = 0
                   display "Goodwill is credited against an "
                       "invoice; the case is still open."
                   close caseFile
                   exit paragraph
               end-if
               move spaces to crReason
               string "Goodwill - complaint " caseNumber
                   delimited by size into crReason
               call "crnRaise" using in-InvNumber, in-Amount,
                   crReason, postDate, currentUser, raisedCrn
               if raisedCrn = 0
                   display "No goodwill given; the case is still "
                       "open."
                   close caseFile
                   exit paragraph
               end-if
               move in-InvNumber to caseInvNumber
               move in-Amount to caseGoodwill
               move raisedCrn to caseCrnNumber
           end-if

           move "R" to caseStatus
           move todaysDate to caseResolvedDate
           move currentUser to caseResolvedUser
           move in-Outcome to caseOutcome
           rewrite case-rec
           close caseFile

           move spaces to logText
           string "Resolved: " in-Outcome
               delimited by size into logText
           perform WRITE-LOG
           if raisedCrn not = 0
               move caseGoodwill to displayMoney
               move spaces to logText
               string "Goodwill " displayMoney " on credit note "
                   raisedCrn " against invoice " caseInvNumber
                   delimited by size into logText
               perform WRITE-LOG
           end-if
           display "Case " caseNumber " resolved.".

       SHOW-CASE.
           accept todaysDate from date yyyymmdd
           display "Case number: " no advancing
           accept in-CaseNumber
           open input caseFile
           if caseStatus-fs not = "00"
               close caseFile
               display "No complaint cases are on file."
               exit paragraph
           end-if
           move in-CaseNumber to caseNumber
           read caseFile
               invalid key
                   display "No case " in-CaseNumber " is on file."
                   close caseFile
                   exit paragraph
           end-read
           close caseFile

           move spaces to custNameShown
           open input customerFile
           if customerStatus = "00"
               move caseCustNumber to custNumber
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move custName to custNameShown
               end-read
           end-if
           close customerFile
           perform CATEGORY-NAME
           open input techDataFile
           perform TECH-NAME
           close techDataFile

           display "Case " caseNumber "  customer " caseCustNumber
               " " custNameShown
           display "  " function trim(caseSummary)
           display "  Category: " catName
               "  site: " caseGarage
               "  technician: " caseTechNumber " " techNameShown
           if caseLinkType not = space
               display "  About: " caseLinkType " " caseLinkRef
                   "  car " caseCarId
                   "  invoice " caseInvNumber
           end-if
           display "  Opened " caseOpenDate " by "
               function trim(caseOpenUser)
               "  owner " function trim(caseOwner)
               "  resolve by " caseTargetDate
           if caseStatus = "R"
               display "  Resolved " caseResolvedDate " by "
                   function trim(caseResolvedUser) ": "
                   function trim(caseOutcome)
               if caseGoodwill > 0
                   move caseGoodwill to displayMoney
                   display "  Goodwill " displayMoney
                       " on credit note " caseCrnNumber
               end-if
           else
               if todaysDate > caseTargetDate
                   display "  ** OVERDUE **"
               end-if
           end-if

           display "  Log:"
           move 0 to logCount
           move "n" to logEof
           open input caseLogFile
           if caseLogStatus = "00"
               perform until logEof = "y"
                   read caseLogFile
                       at end
                           move "y" to logEof
                       not at end
                           if clCaseNumber = caseNumber
                               add 1 to logCount
                               display "    " clDate " "
                                   clTime(1:4) " "
                                   clUser " " function trim(clAction)
                           end-if
                   end-read
               end-perform
           end-if
           close caseLogFile
           if logCount = 0
               display "    (nothing logged)"
           end-if.

      *> every case still open, oldest first, with the ones past
      *> their target date marked so they stand out on the page
       OPEN-CASES-LIST.
           accept todaysDate from date yyyymmdd
           move 0 to openCount
           move 0 to overdueCount
           move "n" to eof
           open input caseFile
           if caseStatus-fs not = "00"
               close caseFile
               display "No complaint cases are on file."
               exit paragraph
           end-if
           move "CASEOPEN.DAT" to caseRptName
           open output caseRptFile
           move spaces to caseRptLine
           string "Open complaint cases   run date: " todaysDate
               delimited by size into caseRptLine
           perform WRITE-RPT-LINE
           move spaces to caseRptLine
           string "   CASE   OPENED   RESOLVE BY OWNER    CAT SITE "
               "CUSTOMER"
               delimited by size into caseRptLine
           perform WRITE-RPT-LINE
           open input customerFile
           perform until eof = "y"
               read caseFile next record
                   at end
                       move "y" to eof
                   not at end
                       if caseStatus = "O"
                           perform OPEN-CASE-LINE
                       end-if
               end-read
           end-perform
           close customerFile
           close caseFile
           move spaces to caseRptLine
           perform WRITE-RPT-LINE
           move spaces to caseRptLine
           string "Open cases: " openCount "   overdue: "
               overdueCount
               delimited by size into caseRptLine
           perform WRITE-RPT-LINE
           close caseRptFile

           move "OPENCASES" to spoolType
           move "CASEOPEN.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       OPEN-CASE-LINE.
           add 1 to openCount
           move spaces to custNameShown
           move caseCustNumber to custNumber
           read customerFile
               invalid key
                   continue
               not invalid key
                   move custName to custNameShown
           end-read
           move spaces to overdueFlag
           move spaces to caseRptLine
           if todaysDate > caseTargetDate
               add 1 to overdueCount
               move "OVERDUE" to overdueFlag
               move "**" to caseRptLine(1:2)
           end-if
           string caseNumber " " caseOpenDate " " caseTargetDate
               "   " caseOwner "  " caseCategory "  " caseGarage
               " " caseCustNumber " " custNameShown " "
               overdueFlag
               delimited by size into caseRptLine(4:)
           perform WRITE-RPT-LINE
           move spaces to caseRptLine
           string "      " caseSummary
               delimited by size into caseRptLine
           perform WRITE-RPT-LINE.

      *> the month's complaints by category, site and technician:
      *> how many came in, how many were put right, and what the
      *> goodwill cost
       MONTHLY-ANALYSIS.
           accept todaysDate from date yyyymmdd
           display "Complaints for month (YYYYMM): " no advancing
           accept in-Month
           perform varying csIdx from 1 by 1 until csIdx > 8
               move 0 to csOpened(csIdx)
               move 0 to csResolved(csIdx)
               move 0 to csGoodwill(csIdx)
           end-perform
           move 0 to siteStatCount
           move 0 to techStatCount
           move 0 to allOpened
           move 0 to allResolved
           move 0 to allGoodwill
           move "n" to tableFull

           move "n" to eof
           open input caseFile
           if caseStatus-fs not = "00"
               close caseFile
               display "No complaint cases are on file."
               exit paragraph
           end-if
           perform until eof = "y"
               read caseFile next record
                   at end
                       move "y" to eof
                   not at end
                       move 0 to countsOpened
                       move 0 to countsResolved
                       move 0 to countsGoodwill
                       if caseOpenDate(1:6) = in-Month
                           move 1 to countsOpened
                       end-if
                       if caseStatus = "R"
                           and caseResolvedDate(1:6) = in-Month
                           move 1 to countsResolved
                           move caseGoodwill to countsGoodwill
                       end-if
                       if countsOpened > 0 or countsResolved > 0
                           perform ADD-MONTH-CASE
                       end-if
               end-read
           end-perform
           close caseFile

           move "CASERPT.DAT" to caseRptName
           open output caseRptFile
           move spaces to caseRptLine
           string "Complaint analysis for " in-Month
               "   run date: " todaysDate
               delimited by size into caseRptLine
           perform WRITE-RPT-LINE
           move allGoodwill to displayMoney
           move spaces to caseRptLine
           string "Opened: " allOpened "   resolved: " allResolved
               "   goodwill: " displayMoney
               delimited by size into caseRptLine
           perform WRITE-RPT-LINE
           if allOpened = 0 and allResolved = 0
               move "No complaints opened or resolved in the month."
                   to caseRptLine
               perform WRITE-RPT-LINE
               close caseRptFile
               exit paragraph
           end-if

           move spaces to caseRptLine
           perform WRITE-RPT-LINE
           move spaces to caseRptLine
           string "By category, site and technician:   opened  "
               "resolved      goodwill"
               delimited by size into caseRptLine
           perform WRITE-RPT-LINE
           perform varying csIdx from 1 by 1 until csIdx > 8
               if csOpened(csIdx) > 0 or csResolved(csIdx) > 0
                   set catIdx to csIdx
                   move catCode(catIdx) to caseCategory
                   perform CATEGORY-NAME
                   move csGoodwill(csIdx) to displayMoney
                   move spaces to caseRptLine
                   string "  " caseCategory " " catName
                       "    " csOpened(csIdx)
                       "    " csResolved(csIdx)
                       "  " displayMoney
                       delimited by size into caseRptLine
                   perform WRITE-RPT-LINE
               end-if
           end-perform

           move spaces to caseRptLine
           perform WRITE-RPT-LINE
           move "By site:" to caseRptLine
           perform WRITE-RPT-LINE
           perform varying gsIdx from 1 by 1
                   until gsIdx > siteStatCount
               move gsGoodwill(gsIdx) to displayMoney
               move spaces to caseRptLine
               string "  " gsCode(gsIdx)
                   "                         "
                   "    " gsOpened(gsIdx)
                   "    " gsResolved(gsIdx)
                   "  " displayMoney
                   delimited by size into caseRptLine
               perform WRITE-RPT-LINE
           end-perform

           move spaces to caseRptLine
           perform WRITE-RPT-LINE
           move "By technician:" to caseRptLine
           perform WRITE-RPT-LINE
           open input techDataFile
           perform varying tsIdx from 1 by 1
                   until tsIdx > techStatCount
               move tsTechNumber(tsIdx) to caseTechNumber
               perform TECH-NAME
               move tsGoodwill(tsIdx) to displayMoney
               move spaces to caseRptLine
               string "  " tsTechNumber(tsIdx) " " techNameShown
                   "    " tsOpened(tsIdx)
                   "    " tsResolved(tsIdx)
                   "  " displayMoney
                   delimited by size into caseRptLine
               perform WRITE-RPT-LINE
           end-perform
           close techDataFile
           close caseRptFile

           move "COMPLAINTS" to spoolType
           move "CASERPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser
           display "Report written to CASERPT.DAT.".

       ADD-MONTH-CASE.
           add countsOpened to allOpened
           add countsResolved to allResolved
           add countsGoodwill to allGoodwill

           set catIdx to 1
           search catCode
               at end
                   set catIdx to 8
               when catCode(catIdx) = caseCategory
                   continue
           end-search
           set csIdx to catIdx
           add countsOpened to csOpened(csIdx)
           add countsResolved to csResolved(csIdx)
           add countsGoodwill to csGoodwill(csIdx)

           perform varying gsIdx from 1 by 1
                   until gsIdx > siteStatCount
               if gsCode(gsIdx) = caseGarage
                   exit perform
               end-if
           end-perform
           if gsIdx > siteStatCount
               if siteStatCount < 20
                   add 1 to siteStatCount
                   set gsIdx to siteStatCount
                   move caseGarage to gsCode(gsIdx)
                   move 0 to gsOpened(gsIdx)
                   move 0 to gsResolved(gsIdx)
                   move 0 to gsGoodwill(gsIdx)
               else
                   perform NOTE-TABLE-FULL
               end-if
           end-if
           if gsIdx <= siteStatCount
               add countsOpened to gsOpened(gsIdx)
               add countsResolved to gsResolved(gsIdx)
               add countsGoodwill to gsGoodwill(gsIdx)
           end-if

           perform varying tsIdx from 1 by 1
                   until tsIdx > techStatCount
               if tsTechNumber(tsIdx) = caseTechNumber
                   exit perform
               end-if
           end-perform
           if tsIdx > techStatCount
               if techStatCount < 50
                   add 1 to techStatCount
                   set tsIdx to techStatCount
                   move caseTechNumber to tsTechNumber(tsIdx)
                   move 0 to tsOpened(tsIdx)
                   move 0 to tsResolved(tsIdx)
                   move 0 to tsGoodwill(tsIdx)
               else
                   perform NOTE-TABLE-FULL
               end-if
           end-if
           if tsIdx <= techStatCount
               add countsOpened to tsOpened(tsIdx)
               add countsResolved to tsResolved(tsIdx)
               add countsGoodwill to tsGoodwill(tsIdx)
           end-if.

       NOTE-TABLE-FULL.
           if tableFull = "n"
               display "Warning: too many sites or technicians for "
                   "one report; some cases only count in the "
                   "totals."
               move "y" to tableFull
           end-if.

       CATEGORY-NAME.
           evaluate caseCategory
               when "QW"
                   move "Quality of work" to catName
               when "DL"
                   move "Delay" to catName
               when "PR"
                   move "Price or billing" to catName
               when "ST"
                   move "Staff" to catName
               when "DM"
                   move "Damage" to catName
               when "PT"
                   move "Parts" to catName
               when "SL"
                   move "The sale" to catName
               when "OT"
                   move "Other" to catName
               when other
                   move spaces to catName
           end-evaluate.

      *> the technician file is opened by the caller
       TECH-NAME.
           move spaces to techNameShown
           if caseTechNumber = 0
               move "(none)" to techNameShown
               exit paragraph
           end-if
           move caseTechNumber to techNumber
           read techDataFile
               invalid key
                   move "(not on master)" to techNameShown
               not invalid key
                   move techName to techNameShown
           end-read.

       WRITE-LOG.
           accept nowTime from time
           move spaces to caselog-rec
           move caseNumber to clCaseNumber
           move todaysDate to clDate
           move nowTime(1:6) to clTime
           move currentUser to clUser
           move logText to clAction
           open extend caseLogFile
               write caselog-rec
           close caseLogFile.

       WRITE-RPT-LINE.
           write caseRptLine
           display function trim(caseRptLine trailing).

       CHECK-POSTING-PERIOD.
           call "periodCheck" using postDate, periodOk,
               periodOpenDate
           if periodOk not = "y"
               display "Month " postDate(1:6) " is closed to "
                   "posting."
               display "Post it dated " periodOpenDate
                   " in the open period instead? (y/n) "
                   no advancing
               accept periodAnswer
               if periodAnswer = 'y' or periodAnswer = 'Y'
                   move periodOpenDate to postDate
                   move "y" to periodOk
               else
                   display "Nothing posted."
               end-if
           end-if.

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
           move "CASE.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
