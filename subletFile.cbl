        IDENTIFICATION DIVISION.
        PROGRAM-ID. subletFile.
       environment division.
           input-output section.
               file-control.
                   select optional subletDataFile
                       assign to "SUBLET.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is sbNumber
                       file status is subletStatus.

                   select optional nextSubletFile
                       assign to "NEXTSUBL.DAT"
                       organization is line sequential.

                   select optional subletMkFile
                       assign to "SUBLMKUP.DAT"
                       organization is line sequential
                       file status is subletMkStatus.

                   select optional woFile
                       assign to "WORKORD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is woNumber
                       file status is woStatus-fs.

                   select optional suppFile
                       assign to "SUPPLIER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is suppNumber
                       file status is suppStatus.

                   select optional subletRptFile
                       assign to "SUBLRPT.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd subletDataFile.
                   copy "SUBLETREC.CPY".
               fd nextSubletFile.
                   01 nextSublet-rec pic 9(06).
               fd subletMkFile.
                   01 subletMk-rec pic 9(03)v99.
               fd woFile.
                   copy "WOREC.CPY".
               fd suppFile.
                   copy "SUPPREC.CPY".
               fd subletRptFile.
                   01 subletRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 subletStatus pic xx.
               01 subletMkStatus pic xx.
               01 woStatus-fs pic xx.
               01 suppStatus pic xx.
               01 sbExitFlag pic x value 'n'.
               01 sbChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 deniedOption pic x(30).
               01 nextSublet pic 9(06).
               01 siteCode pic x(04).
               01 in-WoNumber pic 9(06).
               01 in-SuppNumber pic 9(04).
               01 in-Category pic x(01).
               01 in-Description pic x(30).
               01 in-ExpCost pic 9(05)v99.
               01 in-DueDate pic 9(08).
               01 in-SubletNumber pic 9(06).
               01 in-VendInvoice pic x(12).
               01 in-ActualCost pic 9(05)v99.
               01 in-Markup pic 9(03)v99.
               01 in-Action pic x(01).
               01 subletMarkup pic 9(03)v99.
               01 suppLabel pic x(24).
               01 categoryName pic x(12).
               01 statusName pic x(10).
               01 listCount pic 9(04).
               01 passCount pic 9(04).
               01 shortfall pic 9(05)v99.
               01 shortTotal pic 9(07)v99.
               01 displayMoney pic z(04)9.99.
               01 displayMoney2 pic z(04)9.99.
               01 displayMoney3 pic z(06)9.99.
               01 displayPct pic zz9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
      *> bodywork, windscreens, trim and alignment go out to other
      *> firms; each job sent out is a sublet line on its work
      *> order, so the vendor's bill is matched to it and the
      *> customer is charged for it when the order is completed
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           call "garageCode" using carsFileName, siteCode
           perform with test after until sbExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Sublet Work --"
               display "[1] - Send Work Out (Add Sublet Line)"
               display "[2] - Record Return / Vendor Invoice"
               display "[3] - Sublets on a Work Order"
               display "[4] - Overdue and Below-Cost Report"
               display "[5] - Set Sublet Markup"
               display "[6] - Cancel a Sublet"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept sbChoice

               evaluate sbChoice
                   when "00"
                       move 'y' to sbExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform SEND-OUT
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform RECORD-RETURN
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform LIST-FOR-ORDER
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform SUBLET-REPORT
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "[5] Set Sublet Markup"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform SET-MARKUP
                       end-if
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform CANCEL-SUBLET
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> the order must be open at this site, and the vendor on the
      *> supplier master the way any other supplier is
       SEND-OUT.
           display "Work order number: " no advancing
           accept in-WoNumber
           open input woFile
           if woStatus-fs not = "00"
               close woFile
               display "No work orders are on file."
               exit paragraph
           end-if
           move in-WoNumber to woNumber
           read woFile
               invalid key
                   display "No work order " in-WoNumber
                       " is on file."
                   close woFile
                   exit paragraph
           end-read
           close woFile
           if woStatus not = "O"
               display "Work order " in-WoNumber " is not open; "
                   "nothing can be added to it."
               exit paragraph
           end-if
           if woGarage not = carsFileName
               display "Work order " in-WoNumber " belongs to "
                   function trim(woGarage) ", not this session's "
                   "garage."
               exit paragraph
           end-if

           display "Vendor (supplier number): " no advancing
           accept in-SuppNumber
           perform READ-VENDOR
           if suppLabel = spaces
               exit paragraph
           end-if

           display "(B)odywork, (W)indscreen, (U)pholstery, "
               "(A)lignment or (O)ther: " no advancing
           accept in-Category
           move function upper-case(in-Category) to in-Category
           if in-Category not = "B" and not = "W" and not = "U"
               and not = "A"
               move "O" to in-Category
           end-if
           display "Work sent out (description): " no advancing
           accept in-Description
           if in-Description = spaces
               display "Blank description; nothing sent out."
               exit paragraph
           end-if
           display "Expected cost from the vendor: " no advancing
           accept in-ExpCost
           accept todaysDate from date yyyymmdd
           display "Due back (yyyymmdd, enter for today): "
               no advancing
           accept in-DueDate
           if in-DueDate = 0
               move todaysDate to in-DueDate
           end-if
           if in-DueDate < todaysDate
               or function test-date-yyyymmdd(in-DueDate) not = 0
               display "Not a date from today on; due back today."
               move todaysDate to in-DueDate
           end-if

           open input nextSubletFile
               read nextSubletFile
                   at end
                       move 0 to nextSublet
                   not at end
                       move nextSublet-rec to nextSublet
               end-read
           close nextSubletFile
           add 1 to nextSublet

           open i-o subletDataFile
           if subletStatus not = "00"
               close subletDataFile
               open output subletDataFile
               close subletDataFile
               open i-o subletDataFile
           end-if
               move spaces to sublet-rec
               move nextSublet to sbNumber
               move in-WoNumber to sbWoNumber
               move siteCode to sbGarage
               move in-SuppNumber to sbSuppNumber
               move in-Category to sbCategory
               move in-Description to sbDescription
               move in-ExpCost to sbExpCost
               move todaysDate to sbSentDate
               move in-DueDate to sbDueDate
               move "O" to sbStatus
               move 0 to sbBackDate
               move 0 to sbActualCost
               move 0 to sbChargedCost
               move 0 to sbMarkupPct
               move 0 to sbCharge
               move 0 to sbInvNumber
               move currentUser to sbUser
               write sublet-rec
                   invalid key
                       display "Sublet number clash; the counter "
                           "file may be out of step."
                       close subletDataFile
                       exit paragraph
               end-write
           close subletDataFile

           open output nextSubletFile
               move nextSublet to nextSublet-rec
               write nextSublet-rec
           close nextSubletFile

           move in-ExpCost to displayMoney
           display "Sublet " nextSublet " on work order "
               in-WoNumber ": " function trim(in-Description)
               " with " function trim(suppLabel) ", expected "
               function trim(displayMoney) ", due back "
               in-DueDate "."
           display "It is charged on the order's invoice when the "
               "order is completed.".

      *> the car or part back from the vendor, and/or their bill;
      *> either can come first. A bill above what the customer was
      *> already charged is called out at once
       RECORD-RETURN.
           display "Sublet number: " no advancing
           accept in-SubletNumber
           open i-o subletDataFile
           if subletStatus not = "00"
               close subletDataFile
               display "No sublet work is on file."
               exit paragraph
           end-if
           move in-SubletNumber to sbNumber
           read subletDataFile
               invalid key
                   display "No sublet " in-SubletNumber
                       " is on file."
                   close subletDataFile
                   exit paragraph
           end-read
           if sbStatus = "X"
               display "Sublet " in-SubletNumber " was cancelled."
               close subletDataFile
               exit paragraph
           end-if
           perform SHOW-SUBLET
           accept todaysDate from date yyyymmdd
           if sbStatus = "O"
               display "Is the work back? (y/n) " no advancing
               accept in-Action
               if in-Action = "y" or in-Action = "Y"
                   move "B" to sbStatus
                   move todaysDate to sbBackDate
               end-if
           end-if
           display "Vendor's invoice reference (enter if not in "
               "yet): " no advancing
           accept in-VendInvoice
           if in-VendInvoice not = spaces
               display "Vendor's invoiced cost: " no advancing
               accept in-ActualCost
               move in-VendInvoice to sbVendInvoice
               move in-ActualCost to sbActualCost
           end-if
           rewrite sublet-rec
           close subletDataFile
           display "Sublet " sbNumber " updated."
           if sbInvNumber > 0 and sbActualCost > sbCharge
               move sbActualCost to displayMoney
               move sbCharge to displayMoney2
               display "** The vendor billed "
                   function trim(displayMoney) " but invoice "
                   sbInvNumber " charged the customer only "
                   function trim(displayMoney2) "; it is on the "
                   "below-cost report. **"
           end-if.

       LIST-FOR-ORDER.
           display "Work order number: " no advancing
           accept in-WoNumber
           move 0 to listCount
           move "n" to eof
           open input subletDataFile
           if subletStatus not = "00"
               close subletDataFile
               display "No sublet work is on file."
               exit paragraph
           end-if
           perform until eof = "y"
               read subletDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if sbWoNumber = in-WoNumber
                           add 1 to listCount
                           perform SHOW-SUBLET
                       end-if
               end-read
           end-perform
           close subletDataFile
           display "Sublets on work order " in-WoNumber ": "
               listCount.

       SHOW-SUBLET.
           move sbSuppNumber to in-SuppNumber
           perform READ-VENDOR
           perform NAME-CATEGORY
           evaluate sbStatus
               when "O"
                   move "out" to statusName
               when "B"
                   move "back" to statusName
               when other
                   move "cancelled" to statusName
           end-evaluate
           move sbExpCost to displayMoney
           move sbActualCost to displayMoney2
           display "Sublet " sbNumber "  WO " sbWoNumber "  "
               function trim(categoryName) "  "
               function trim(sbDescription)
           display "   vendor " sbSuppNumber " "
               function trim(suppLabel) "  sent " sbSentDate
               "  due " sbDueDate "  " function trim(statusName)
           display "   expected " displayMoney "  vendor bill "
               displayMoney2 " " function trim(sbVendInvoice)
           if sbInvNumber > 0
               move sbCharge to displayMoney
               display "   charged " displayMoney " on invoice "
                   sbInvNumber
           end-if.

      *> a job sent out by mistake or done in the end in-house;
      *> once charged it stays, and is put right on the invoice
       CANCEL-SUBLET.
           display "Sublet number to cancel: " no advancing
           accept in-SubletNumber
           open i-o subletDataFile
           if subletStatus not = "00"
               close subletDataFile
               display "No sublet work is on file."
               exit paragraph
           end-if
           move in-SubletNumber to sbNumber
           read subletDataFile
               invalid key
                   display "No sublet " in-SubletNumber
                       " is on file."
                   close subletDataFile
                   exit paragraph
           end-read
           if sbInvNumber > 0
               display "Sublet " in-SubletNumber " is already on "
                   "invoice " sbInvNumber "; credit it there."
               close subletDataFile
               exit paragraph
           end-if
           move "X" to sbStatus
           rewrite sublet-rec
           close subletDataFile
           display "Sublet " in-SubletNumber " cancelled.".

      *> work still out past its due date, chased with the vendor;
      *> and lines the customer was charged for at less than the
      *> vendor then billed us
       SUBLET-REPORT.
           accept todaysDate from date yyyymmdd
           open input subletDataFile
           if subletStatus not = "00"
               close subletDataFile
               display "No sublet work is on file."
               exit paragraph
           end-if
           close subletDataFile
           open output subletRptFile
           move spaces to subletRptLine
           string "Sublet work report  run date: " todaysDate
               delimited by size into subletRptLine
           perform WRITE-RPT-LINE
           move spaces to subletRptLine
           perform WRITE-RPT-LINE
           move "Still out past the due date:" to subletRptLine
           perform WRITE-RPT-LINE

           move 0 to passCount
           move "n" to eof
           open input subletDataFile
           perform until eof = "y"
               read subletDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if sbStatus = "O" and sbDueDate < todaysDate
                           perform OVERDUE-LINE
                       end-if
               end-read
           end-perform
           close subletDataFile
           if passCount = 0
               move "  (none)" to subletRptLine
               perform WRITE-RPT-LINE
           end-if

           move spaces to subletRptLine
           perform WRITE-RPT-LINE
           move "Invoiced below the vendor's cost:"
               to subletRptLine
           perform WRITE-RPT-LINE
           move 0 to passCount
           move 0 to shortTotal
           move "n" to eof
           open input subletDataFile
           perform until eof = "y"
               read subletDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if sbInvNumber > 0 and sbStatus not = "X"
                           and sbActualCost > sbCharge
                           perform BELOW-COST-LINE
                       end-if
               end-read
           end-perform
           close subletDataFile
           if passCount = 0
               move "  (none)" to subletRptLine
               perform WRITE-RPT-LINE
           else
               move shortTotal to displayMoney3
               move spaces to subletRptLine
               string "  Total under-charged: " displayMoney3
                   delimited by size into subletRptLine
               perform WRITE-RPT-LINE
           end-if
           close subletRptFile
           display "Report written to SUBLRPT.DAT."

           move "SUBLET" to spoolType
           move "SUBLRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       OVERDUE-LINE.
           add 1 to passCount
           move sbSuppNumber to in-SuppNumber
           perform READ-VENDOR
           move sbExpCost to displayMoney
           move spaces to subletRptLine
           move "**" to subletRptLine(1:2)
           string "sublet " sbNumber "  WO " sbWoNumber
               "  site " sbGarage "  " sbDescription
               "  " suppLabel "  sent " sbSentDate
               "  due " sbDueDate "  expected " displayMoney
               delimited by size into subletRptLine(4:)
           perform WRITE-RPT-LINE.

       BELOW-COST-LINE.
           add 1 to passCount
           compute shortfall = sbActualCost - sbCharge
           add shortfall to shortTotal
           move sbCharge to displayMoney
           move sbActualCost to displayMoney2
           move shortfall to displayMoney3
           move spaces to subletRptLine
           string "  sublet " sbNumber "  WO " sbWoNumber
               "  invoice " sbInvNumber "  " sbDescription
               "  charged " displayMoney "  vendor " displayMoney2
               "  short " displayMoney3
               delimited by size into subletRptLine
           perform WRITE-RPT-LINE.

       SET-MARKUP.
           perform GET-MARKUP
           move subletMarkup to displayPct
           display "Sublet markup is " function trim(displayPct)
               "% on the vendor's cost."
           display "New markup % (enter to keep): " no advancing
           accept in-Markup
           if in-Markup = 0
               display "Markup unchanged."
               exit paragraph
           end-if
           open output subletMkFile
               move in-Markup to subletMk-rec
               write subletMk-rec
           close subletMkFile
           move in-Markup to displayPct
           display "Sublet markup set to " function trim(displayPct)
               "%.".

      *> 20% until one is set
       GET-MARKUP.
           move 20 to subletMarkup
           open input subletMkFile
           if subletMkStatus = "00"
               read subletMkFile
                   not at end
                       move subletMk-rec to subletMarkup
               end-read
           end-if
           close subletMkFile.

       READ-VENDOR.
           move spaces to suppLabel
           open input suppFile
           if suppStatus not = "00"
               close suppFile
               display "The supplier master is empty; add the "
                   "vendor as a supplier first."
               exit paragraph
           end-if
           move in-SuppNumber to suppNumber
           read suppFile
               invalid key
                   display "No supplier " in-SuppNumber
                       " is on the master."
               not invalid key
                   move suppName to suppLabel
           end-read
           close suppFile.

       NAME-CATEGORY.
           evaluate sbCategory
               when "B"
                   move "bodywork" to categoryName
               when "W"
                   move "windscreen" to categoryName
               when "U"
                   move "upholstery" to categoryName
               when "A"
                   move "alignment" to categoryName
               when other
                   move "other" to categoryName
           end-evaluate.

       WRITE-RPT-LINE.
           write subletRptLine
           display function trim(subletRptLine trailing).

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
           move "SUBLMKUP.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
