                   select optional poOpenFile
                       assign to "POOPEN.DAT"
                       organization is line sequential.

                   select optional sinvFile
                       assign to "SINV.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is siNumber
                       file status is sinvStatus.

                   select optional nextSinvFile
                       assign to "NEXTSINV.DAT"
                       organization is line sequential.

                   select optional sinvLineFile
                       assign to "SINVLINE.DAT"
                       organization is line sequential
                       file status is sinvLineStatus.

                   select optional nextPayRunFile
                       assign to "NEXTPAYRUN.DAT"
                       organization is line sequential.

                   select optional taxRateFile
                       assign to "TAXRATE.DAT"
                       organization is line sequential
                       file status is taxRateStatus.

                   select optional apLedgerFile
                       assign to "APLEDGER.DAT"
                       organization is line sequential.

                   select optional apAgeFile
                       assign to "APAGING.DAT"
                       organization is line sequential.

                   select optional remitFile
                       assign to "REMIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd suppFile.
                   01 poPrintLine pic x(96).
               fd poOpenFile.
                   01 poOpenLine pic x(96).
               fd sinvFile.
                   copy "SINVREC.CPY".
               fd nextSinvFile.
                   01 nextSinv-rec pic 9(06).
               fd sinvLineFile.
                   copy "SINVLINEREC.CPY".
               fd nextPayRunFile.
                   01 nextPayRun-rec pic 9(06).
               fd taxRateFile.
                   01 taxRate-rec pic 9(02)v99.
               fd apLedgerFile.
                   01 apLedgerLine pic x(96).
               fd apAgeFile.
                   01 apAgeLine pic x(120).
               fd remitFile.
                   01 remitLine pic x(96).
           WORKING-STORAGE SECTION.
               01 suppStatus pic xx.
               01 poHdrStatus pic xx.
               01 moreLines pic x.
               01 lineCount pic 9(03).
               01 partKnown pic x.
               01 noGarage pic x(40) value spaces.
               01 partRedirected pic x(01).
               01 savedSuppName pic x(24).
               01 savedSuppAddress pic x(40).
               01 suppFound pic x.
               01 poValue pic 9(09)v99.
               01 displayMoney pic z(06)9.99.
               01 displayMoney2 pic z(08)9.99.
               01 in-Terms pic 9(03).

               *> supplier bills, matched against the order before
               *> they are allowed anywhere near a payment run
               01 sinvStatus pic xx.
               01 sinvLineStatus pic xx.
               01 taxRateStatus pic xx.
               01 taxRatePct pic 9(02)v99.
               01 in-SuppRef pic x(15).
               01 in-InvDate pic 9(08).
               01 in-SinvNumber pic 9(06).
               01 in-Answer pic x.
               01 in-PayThrough pic 9(08).
               01 nextSinv pic 9(06).
               01 nextPayRun pic 9(06).
               01 termsDays pic 9(03).
               01 dateInt pic 9(09).
               01 daysOver pic s9(05).
               01 prevInvoiced pic 9(05).
               01 sinvEof pic x.
               01 sinvNet pic 9(07)v99.
               01 sinvTax pic 9(07)v99.
               01 sinvTotal pic 9(07)v99.
               01 holdCount pic 9(03).
               01 apBalance pic 9(09)v99.
               01 apPaidTotal pic 9(09)v99.
               01 displayMoney3 pic z(06)9.99.
               01 sinvBuild-table.
                   02 sinvBuild-entry occurs 50 times
                           indexed by sbIdx.
                       03 sbPartNumber pic x(10).
                       03 sbQty pic 9(05).
                       03 sbUnitCost pic 9(05)v99.
                       03 sbNet pic 9(07)v99.
                       03 sbOrdered pic 9(05).
                       03 sbReceived pic 9(05).
                       03 sbPoCost pic 9(05)v99.
                       03 sbMatch pic x(01).
               01 sinvBuildCount pic 9(02).
               01 sinvBuildFull pic x.

               *> what is owed per supplier, bucketed by how far past
               *> its due date each bill is
               01 apAge-table.
                   02 apAge-entry occurs 200 times
                           indexed by agIdx.
                       03 agSupplier pic 9(04).
                       03 agCurrent pic 9(09)v99.
                       03 ag30 pic 9(09)v99.
                       03 ag60 pic 9(09)v99.
                       03 ag90 pic 9(09)v99.
                       03 agOver90 pic 9(09)v99.
                       03 agHeld pic 9(09)v99.
               01 apAgeCount pic 9(03).
               01 apAgeFull pic x.
               01 agFoundIdx pic 9(03).
               01 ageTotals.
                   02 totCurrent pic 9(09)v99.
                   02 tot30 pic 9(09)v99.
                   02 tot60 pic 9(09)v99.
                   02 tot90 pic 9(09)v99.
                   02 totOver90 pic 9(09)v99.
                   02 totHeld pic 9(09)v99.
               01 displayAge1 pic z(07)9.99.
               01 displayAge2 pic z(07)9.99.
               01 displayAge3 pic z(07)9.99.
               01 displayAge4 pic z(07)9.99.
               01 displayAge5 pic z(07)9.99.
               01 displayAge6 pic z(07)9.99.

               *> the bills picked up by a payment run
               01 payRun-table.
                   02 payRun-entry occurs 500 times
                           indexed by pyIdx.
                       03 pySinvNumber pic 9(06).
                       03 pySupplier pic 9(04).
                       03 pySuppRef pic x(15).
                       03 pyDueDate pic 9(08).
                       03 pyTotal pic 9(07)v99.
               01 payRunCount pic 9(03).
               01 payRunFull pic x.
               01 paySuppTotal pic 9(09)v99.
               01 paySuppCount pic 9(03).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
               01 stkAction pic x(01).
               01 stkQty pic s9(05).
               01 stkOnHand pic 9(05).
               01 stkReorder pic 9(05).
               01 costSource pic x(08).
               01 newAvgCost pic 9(05)v99.
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           perform with test after until poExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "[5] - Print Purchase Order"
               display "[6] - Receive Stock Against PO"
               display "[7] - Open PO Lines Report"
               display "[8] - Enter Supplier Invoice"
               display "[9] - Held Supplier Invoices"
               display "[10] - Supplier Ledger"
               display "[11] - Payables Aging"
               display "[12] - Payment Run"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
                       perform OPEN-PO-REPORT
                       call "SYSTEM" using "pause"

                   when "8"
                       call "SYSTEM" using "cls"
                       perform ENTER-SUPPLIER-INVOICE
                       call "SYSTEM" using "pause"

                   when "9"
                       call "SYSTEM" using "cls"
                       perform HELD-INVOICES
                       call "SYSTEM" using "pause"

                   when "10"
                       call "SYSTEM" using "cls"
                       perform SUPPLIER-LEDGER
                       call "SYSTEM" using "pause"

                   when "11"
                       call "SYSTEM" using "cls"
                       perform PAYABLES-AGING
                       call "SYSTEM" using "pause"

                   when "12"
                       call "SYSTEM" using "cls"
                       perform PAYMENT-RUN
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
           accept in-Phone
           display "Address: " no advancing
           accept in-Address
           display "Payment terms in days (enter for 30): "
               no advancing
           accept in-Terms
           if in-Terms = 0
               move 30 to in-Terms
           end-if

           open input nextSuppFile
               read nextSuppFile
               move in-Name to suppName
               move in-Phone to suppPhone
               move in-Address to suppAddress
               move in-Terms to suppTermsDays
               write supplier-rec
                   invalid key
                       display "Supplier number clash; the counter "
       UPDATE-SUPPLIER.
           display "Supplier number to update: " no advancing
           accept in-SuppNumber
           display "Change which field, (n)ame, (p)hone, "
               "(a)ddress or (t)erms? " no advancing
           accept fieldChoice

           open i-o suppFile
                           display "New phone: " no advancing
                           accept newWord
                           move newWord to suppPhone
                       when 't'
                       when 'T'
                           display "Payment terms in days: "
                               no advancing
                           accept in-Terms
                           move in-Terms to suppTermsDays
                       when other
                           display "New address: " no advancing
                           accept newWord
           move 0 to recCount
           open input partsDataFile
           if partsStatus = "00"
               display "Parts at or below their reorder point "
                   "here:"
               perform until eof = "y"
                   read partsDataFile next record
                       at end
                           move "y" to eof
                       not at end
                           move "Q" to stkAction
                           move 0 to stkQty
                           call "siteStock" using stkAction,
                               carsFileName, partNumber,
                               partOnHand, partReorderPoint,
                               stkQty, stkOnHand, stkReorder
                           if stkOnHand <= stkReorder
                               add 1 to recCount
                               display "  " partNumber " "
                                   partDescription
                                   " on hand: " stkOnHand
                                   " reorder at: "
                                   stkReorder
                               if partSupersededBy
                                   not = spaces
                                   and partSupersededBy
                                   not = low-values
                                   display "    (superseded - "
                                       "order as "
                                       function trim(
                                       partSupersededBy) ")"
                               end-if
                           end-if
                   end-read
               end-perform
                   and moreLines not = 'Y'
               display "Part number to order: " no advancing
               accept in-PartNumber
               *> a superseded number is ordered as its replacement
               call "partSuper" using in-PartNumber, noGarage,
                   partRedirected
               move "n" to partKnown
               move 0 to in-Cost
               open input partsDataFile
                       not invalid key
                           move "y" to partKnown
                           move partUnitCost to in-Cost
                           *> the supplier's current price when
                           *> their price file has been loaded
                           if partSuppCost numeric
                               and partSuppCost > 0
                               move partSuppCost to in-Cost
                           end-if
                           display "  "
                               function trim(partDescription)
                               ", last unit cost " partUnitCost
                               ", ordering at " in-Cost
                   end-read
               end-if
               close partsDataFile
                       " is no longer on the parts master; the "
                       "shelf count was not moved."
               not invalid key
                   move "P" to stkAction
                   move in-Qty to stkQty
                   call "siteStock" using stkAction, carsFileName,
                       partNumber, partOnHand, partReorderPoint,
                       stkQty, stkOnHand, stkReorder
                   *> the delivery is costed into the average, not
                   *> stamped over it
                   move "PO" to costSource
                   call "costAverage" using partNumber, costSource,
                       partOnHand, partUnitCost, in-Qty, in-Cost,
                       currentUser, newAvgCost
                   add in-Qty to partOnHand
                   move newAvgCost to partUnitCost
                   rewrite part-rec
                   display "  " stkOnHand " now on hand here; "
                       "average cost now " partUnitCost "."
           end-read
           close partsDataFile.

           close poLineFile
           display "Open PO line report written to POOPEN.DAT, "
               recCount " line(s) outstanding.".

      *> the supplier's bill is checked three ways before it can be
      *> paid: against what was ordered, against what actually came
      *> through the door, and against the order price. Anything
      *> that disagrees holds the whole bill for review
       ENTER-SUPPLIER-INVOICE.
           display "Purchase order the bill is for: " no advancing
           accept in-PoNumber
           open input poHdrFile
           if poHdrStatus not = "00"
               close poHdrFile
               display "No purchase orders are on file."
               exit paragraph
           end-if
           move in-PoNumber to poNumber
           read poHdrFile
               invalid key
                   display "No purchase order " in-PoNumber
                       " is on file."
                   close poHdrFile
                   exit paragraph
           end-read
           close poHdrFile

           move 30 to termsDays
           open input suppFile
           if suppStatus = "00"
               move poSupplier to suppNumber
               read suppFile
                   invalid key
                       continue
                   not invalid key
                       display "Bill from " function trim(suppName)
                           "."
                       if suppTermsDays numeric
                           and suppTermsDays > 0
                           move suppTermsDays to termsDays
                       end-if
               end-read
           end-if
           close suppFile

           display "Supplier's invoice number: " no advancing
           accept in-SuppRef
           if function trim(in-SuppRef) = spaces
               display "The supplier's invoice number is needed "
                   "to match their statement."
               exit paragraph
           end-if
           perform CHECK-DUPLICATE-BILL
           if sinvStatus = "22"
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           display "Invoice date (YYYYMMDD, enter for today): "
               no advancing
           accept in-InvDate
           if in-InvDate = 0
               move todaysDate to in-InvDate
           end-if

           move 0 to sinvBuildCount
           move "n" to sinvBuildFull
           move "n" to eof
           open input poLineFile
           if poLineStatus not = "00"
               close poLineFile
               display "The order has no lines on file."
               exit paragraph
           end-if
           perform until eof = "y"
               read poLineFile
                   at end
                       move "y" to eof
                   not at end
                       if plPoNumber = in-PoNumber
                           perform BILL-ONE-PO-LINE
                       end-if
               end-read
           end-perform
           close poLineFile

           if sinvBuildCount = 0
               display "Nothing billed against the order; no "
                   "invoice recorded."
               exit paragraph
           end-if

           move 0 to sinvNet
           move 0 to holdCount
           perform varying sbIdx from 1 by 1
                   until sbIdx > sinvBuildCount
               add sbNet(sbIdx) to sinvNet
               if sbMatch(sbIdx) not = "M"
                   add 1 to holdCount
               end-if
           end-perform
           perform GET-TAX-RATE
           compute sinvTax rounded = sinvNet * taxRatePct / 100
           move sinvTax to displayMoney
           display "Tax at " taxRatePct "%: " displayMoney
           display "Tax on the supplier's invoice (enter to "
               "agree): " no advancing
           accept in-Cost
           if in-Cost not = 0
               move in-Cost to sinvTax
           end-if
           compute sinvTotal = sinvNet + sinvTax

           open input nextSinvFile
               read nextSinvFile
                   at end
                       move 0 to nextSinv
                   not at end
                       move nextSinv-rec to nextSinv
               end-read
           close nextSinvFile
           add 1 to nextSinv

           open i-o sinvFile
           if sinvStatus not = "00"
               close sinvFile
               open output sinvFile
               close sinvFile
               open i-o sinvFile
           end-if
               move spaces to suppInv-rec
               move nextSinv to siNumber
               move poSupplier to siSupplier
               move in-SuppRef to siSuppRef
               move in-PoNumber to siPoNumber
               move in-InvDate to siDate
               compute dateInt =
                   function integer-of-date(in-InvDate) + termsDays
               compute siDueDate = function date-of-integer(dateInt)
               move sinvNet to siNet
               move sinvTax to siTax
               move sinvTotal to siTotal
               if holdCount > 0
                   move "H" to siStatus
                   move "Does not match the order/receipt"
                       to siHoldReason
               else
                   move "A" to siStatus
               end-if
               move currentUser to siUser
               move spaces to siApprovedBy
               move 0 to siPaidDate
               move 0 to siPayRun
               write suppInv-rec
                   invalid key
                       display "Supplier invoice number clash; "
                           "the counter file may be out of step."
                       close sinvFile
                       exit paragraph
               end-write
           close sinvFile

           open output nextSinvFile
               move nextSinv to nextSinv-rec
               write nextSinv-rec
           close nextSinvFile

           open extend sinvLineFile
           perform varying sbIdx from 1 by 1
                   until sbIdx > sinvBuildCount
               move spaces to suppInvLine-rec
               move nextSinv to silSinvNumber
               move in-PoNumber to silPoNumber
               move sbPartNumber(sbIdx) to silPartNumber
               move sbQty(sbIdx) to silQty
               move sbUnitCost(sbIdx) to silUnitCost
               move sbNet(sbIdx) to silNet
               move sbOrdered(sbIdx) to silQtyOrdered
               move sbReceived(sbIdx) to silQtyReceived
               move sbPoCost(sbIdx) to silPoUnitCost
               move sbMatch(sbIdx) to silMatch
               write suppInvLine-rec
           end-perform
           close sinvLineFile

           move sinvTotal to displayMoney
           if holdCount > 0
               display "Supplier invoice " nextSinv " recorded for "
                   displayMoney " and HELD: " holdCount
                   " line(s) do not match. Review it with [9]."
           else
               display "Supplier invoice " nextSinv " recorded for "
                   displayMoney ", matched, due " siDueDate "."
           end-if.

      *> the same supplier reference twice is the same bill sent
      *> twice, not a second bill
       CHECK-DUPLICATE-BILL.
           move "n" to sinvEof
           open input sinvFile
           if sinvStatus not = "00"
               close sinvFile
               move "00" to sinvStatus
               exit paragraph
           end-if
           perform until sinvEof = "y"
               read sinvFile next record
                   at end
                       move "y" to sinvEof
                   not at end
                       if siSupplier = poSupplier
                           and siSuppRef = in-SuppRef
                           move "y" to sinvEof
                           display "Supplier invoice "
                               function trim(in-SuppRef)
                               " is already on file as " siNumber
                               "."
                           move "22" to sinvStatus
                       end-if
               end-read
           end-perform
           if sinvStatus not = "22"
               move "00" to sinvStatus
           end-if
           close sinvFile.

       BILL-ONE-PO-LINE.
           if sinvBuildCount >= 50
               if sinvBuildFull = "n"
                   display "A supplier invoice holds 50 lines at "
                       "most; enter the rest as a second bill."
                   move "y" to sinvBuildFull
               end-if
               exit paragraph
           end-if

           *> what earlier bills already charged for this line
           move 0 to prevInvoiced
           move "n" to sinvEof
           open input sinvLineFile
           if sinvLineStatus not = "00"
               move "y" to sinvEof
           end-if
           perform until sinvEof = "y"
               read sinvLineFile
                   at end
                       move "y" to sinvEof
                   not at end
                       if silPoNumber = plPoNumber
                           and silPartNumber = plPartNumber
                           add silQty to prevInvoiced
                       end-if
               end-read
           end-perform
           close sinvLineFile

           move plUnitCost to displayMoney
           display plPartNumber "  ordered " plQtyOrdered
               "  received " plQtyReceived "  billed before "
               prevInvoiced "  order price " displayMoney
           display "Quantity on this bill (enter for none): "
               no advancing
           accept in-Qty
           if in-Qty = 0
               exit paragraph
           end-if
           display "Unit price on the bill (enter to agree): "
               no advancing
           accept in-Cost
           if in-Cost = 0
               move plUnitCost to in-Cost
           end-if

           add 1 to sinvBuildCount
           move plPartNumber to sbPartNumber(sinvBuildCount)
           move in-Qty to sbQty(sinvBuildCount)
           move in-Cost to sbUnitCost(sinvBuildCount)
           compute sbNet(sinvBuildCount) = in-Qty * in-Cost
           move plQtyOrdered to sbOrdered(sinvBuildCount)
           move plQtyReceived to sbReceived(sinvBuildCount)
           move plUnitCost to sbPoCost(sinvBuildCount)
           move "M" to sbMatch(sinvBuildCount)
           if in-Qty + prevInvoiced > plQtyReceived
               or in-Qty + prevInvoiced > plQtyOrdered
               move "Q" to sbMatch(sinvBuildCount)
               display "  ** billed for more than was ordered or "
                   "received **"
           end-if
           if in-Cost not = plUnitCost
               if sbMatch(sinvBuildCount) = "Q"
                   move "B" to sbMatch(sinvBuildCount)
               else
                   move "P" to sbMatch(sinvBuildCount)
               end-if
               display "  ** price differs from the order **"
           end-if.

      *> held bills with the lines that caused the hold; a
      *> supervisor can release one once the supplier has agreed a
      *> credit or the difference is accepted
       HELD-INVOICES.
           move 0 to recCount
           move "n" to sinvEof
           open input sinvFile
           if sinvStatus not = "00"
               close sinvFile
               display "No supplier invoices are on file."
               exit paragraph
           end-if
           perform until sinvEof = "y"
               read sinvFile next record
                   at end
                       move "y" to sinvEof
                   not at end
                       if siStatus = "H"
                           add 1 to recCount
                           move siTotal to displayMoney
                           display siNumber "  supplier "
                               siSupplier "  ref " siSuppRef
                               "  PO " siPoNumber "  "
                               displayMoney
                           perform SHOW-HELD-LINES
                       end-if
               end-read
           end-perform
           close sinvFile
           display "Held supplier invoices: " recCount
           if recCount = 0
               exit paragraph
           end-if
           if currentRole not = 'S'
               display "A supervisor can release a held invoice "
                   "from their own login."
               exit paragraph
           end-if

           display "Invoice to release (enter for none): "
               no advancing
           accept in-SinvNumber
           if in-SinvNumber = 0
               exit paragraph
           end-if
           open i-o sinvFile
           move in-SinvNumber to siNumber
           read sinvFile
               invalid key
                   display "No supplier invoice " in-SinvNumber
                       " is on file."
               not invalid key
                   if siStatus not = "H"
                       display "Supplier invoice " in-SinvNumber
                           " is not held."
                   else
                       move "A" to siStatus
                       move currentUser to siApprovedBy
                       rewrite suppInv-rec
                       display "Supplier invoice " in-SinvNumber
                           " released for payment, due "
                           siDueDate "."
                   end-if
           end-read
           close sinvFile.

       SHOW-HELD-LINES.
           move "n" to eof
           open input sinvLineFile
           if sinvLineStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read sinvLineFile
                   at end
                       move "y" to eof
                   not at end
                       if silSinvNumber = siNumber
                           and silMatch not = "M"
                           move silUnitCost to displayMoney
                           move silPoUnitCost to displayMoney3
                           display "    " silPartNumber
                               " billed " silQty " at "
                               displayMoney "; ordered "
                               silQtyOrdered " received "
                               silQtyReceived " at " displayMoney3
                               "  (" silMatch ")"
                       end-if
               end-read
           end-perform
           close sinvLineFile.

      *> one supplier's account: every bill, what is still owed
      *> and when each falls due
       SUPPLIER-LEDGER.
           display "Supplier number: " no advancing
           accept in-SuppNumber
           move spaces to savedSuppName
           open input suppFile
           if suppStatus = "00"
               move in-SuppNumber to suppNumber
               read suppFile
                   invalid key
                       move "(not on the master)" to savedSuppName
                   not invalid key
                       move suppName to savedSuppName
               end-read
           end-if
           close suppFile

           accept todaysDate from date yyyymmdd
           move 0 to apBalance
           move 0 to apPaidTotal
           move 0 to recCount
           move "n" to sinvEof
           open input sinvFile
           if sinvStatus not = "00"
               close sinvFile
               display "No supplier invoices are on file."
               exit paragraph
           end-if
           open output apLedgerFile
           move spaces to apLedgerLine
           string "Supplier ledger  " in-SuppNumber " "
               function trim(savedSuppName) "  run date: "
               todaysDate
               delimited by size into apLedgerLine
           write apLedgerLine
           display function trim(apLedgerLine)
           perform until sinvEof = "y"
               read sinvFile next record
                   at end
                       move "y" to sinvEof
                   not at end
                       if siSupplier = in-SuppNumber
                           add 1 to recCount
                           move siTotal to displayMoney
                           move spaces to apLedgerLine
                           evaluate siStatus
                               when "P"
                                   add siTotal to apPaidTotal
                                   string "  " siNumber " "
                                       siSuppRef " dated " siDate
                                       " " displayMoney
                                       "  PAID " siPaidDate
                                       " run " siPayRun
                                       delimited by size
                                       into apLedgerLine
                               when "H"
                                   add siTotal to apBalance
                                   string "  " siNumber " "
                                       siSuppRef " dated " siDate
                                       " " displayMoney
                                       "  due " siDueDate " HELD"
                                       delimited by size
                                       into apLedgerLine
                               when other
                                   add siTotal to apBalance
                                   if siDueDate < todaysDate
                                       string "  " siNumber " "
                                           siSuppRef " dated "
                                           siDate " " displayMoney
                                           "  due " siDueDate
                                           " OVERDUE"
                                           delimited by size
                                           into apLedgerLine
                                   else
                                       string "  " siNumber " "
                                           siSuppRef " dated "
                                           siDate " " displayMoney
                                           "  due " siDueDate
                                           delimited by size
                                           into apLedgerLine
                                   end-if
                           end-evaluate
                           write apLedgerLine
                           display function trim(apLedgerLine)
                       end-if
               end-read
           end-perform
           close sinvFile
           move apBalance to displayMoney2
           move spaces to apLedgerLine
           string "Bills: " recCount "  owed: " displayMoney2
               delimited by size into apLedgerLine
           write apLedgerLine
           display function trim(apLedgerLine)
           move apPaidTotal to displayMoney2
           move spaces to apLedgerLine
           string "Paid to date: " displayMoney2
               delimited by size into apLedgerLine
           write apLedgerLine
           display function trim(apLedgerLine)
           close apLedgerFile
           display "Ledger written to APLEDGER.DAT."

           move "APLEDGER" to spoolType
           move "APLEDGER.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

      *> everything unpaid, per supplier, by days past due; held
      *> bills are shown apart since they are not yet payable
       PAYABLES-AGING.
           accept todaysDate from date yyyymmdd
           move 0 to apAgeCount
           move "n" to apAgeFull
           initialize ageTotals
           move "n" to sinvEof
           open input sinvFile
           if sinvStatus not = "00"
               close sinvFile
               display "No supplier invoices are on file."
               exit paragraph
           end-if
           perform until sinvEof = "y"
               read sinvFile next record
                   at end
                       move "y" to sinvEof
                   not at end
                       if siStatus = "A" or siStatus = "H"
                           perform AGE-ONE-BILL
                       end-if
               end-read
           end-perform
           close sinvFile

           open output apAgeFile
           move spaces to apAgeLine
           string "Payables aging  run date: " todaysDate
               delimited by size into apAgeLine
           write apAgeLine
           display function trim(apAgeLine)
           move spaces to apAgeLine
           string "  supplier / not due / 1-30 / 31-60 / 61-90 / "
               "over 90 / held"
               delimited by size into apAgeLine
           write apAgeLine
           display function trim(apAgeLine)
           perform varying agIdx from 1 by 1
                   until agIdx > apAgeCount
               add agCurrent(agIdx) to totCurrent
               add ag30(agIdx) to tot30
               add ag60(agIdx) to tot60
               add ag90(agIdx) to tot90
               add agOver90(agIdx) to totOver90
               add agHeld(agIdx) to totHeld
               move agCurrent(agIdx) to displayAge1
               move ag30(agIdx) to displayAge2
               move ag60(agIdx) to displayAge3
               move ag90(agIdx) to displayAge4
               move agOver90(agIdx) to displayAge5
               move agHeld(agIdx) to displayAge6
               move spaces to apAgeLine
               string "  " agSupplier(agIdx) " " displayAge1 " "
                   displayAge2 " " displayAge3 " " displayAge4 " "
                   displayAge5 " " displayAge6
                   delimited by size into apAgeLine
               write apAgeLine
               display function trim(apAgeLine)
           end-perform
           move totCurrent to displayAge1
           move tot30 to displayAge2
           move tot60 to displayAge3
           move tot90 to displayAge4
           move totOver90 to displayAge5
           move totHeld to displayAge6
           move spaces to apAgeLine
           string "  TOTAL" displayAge1 " " displayAge2 " "
               displayAge3 " " displayAge4 " " displayAge5 " "
               displayAge6
               delimited by size into apAgeLine
           write apAgeLine
           display function trim(apAgeLine)
           close apAgeFile
           display "Aging written to APAGING.DAT."

           move "APAGING" to spoolType
           move "APAGING.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       AGE-ONE-BILL.
           move 0 to agFoundIdx
           perform varying agIdx from 1 by 1
                   until agIdx > apAgeCount
               if agSupplier(agIdx) = siSupplier
                   move agIdx to agFoundIdx
                   exit perform
               end-if
           end-perform
           if agFoundIdx = 0
               if apAgeCount >= 200
                   if apAgeFull = "n"
                       display "Warning: more than 200 suppliers "
                           "owed; the rest are not shown."
                       move "y" to apAgeFull
                   end-if
                   exit paragraph
               end-if
               add 1 to apAgeCount
               move apAgeCount to agFoundIdx
               move siSupplier to agSupplier(agFoundIdx)
               move 0 to agCurrent(agFoundIdx)
               move 0 to ag30(agFoundIdx)
               move 0 to ag60(agFoundIdx)
               move 0 to ag90(agFoundIdx)
               move 0 to agOver90(agFoundIdx)
               move 0 to agHeld(agFoundIdx)
           end-if
           if siStatus = "H"
               add siTotal to agHeld(agFoundIdx)
               exit paragraph
           end-if
           compute daysOver = function integer-of-date(todaysDate)
               - function integer-of-date(siDueDate)
           evaluate true
               when daysOver <= 0
                   add siTotal to agCurrent(agFoundIdx)
               when daysOver <= 30
                   add siTotal to ag30(agFoundIdx)
               when daysOver <= 60
                   add siTotal to ag60(agFoundIdx)
               when daysOver <= 90
                   add siTotal to ag90(agFoundIdx)
               when other
                   add siTotal to agOver90(agFoundIdx)
           end-evaluate.

      *> every approved bill due by the pay-through date is paid in
      *> one run; the remittance list goes out with the payments so
      *> each supplier can see which of their bills were settled
       PAYMENT-RUN.
           if currentRole not = 'S'
               display "The payment run is a supervisor option."
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           display "Pay bills due on or before (YYYYMMDD, enter "
               "for today): " no advancing
           accept in-PayThrough
           if in-PayThrough = 0
               move todaysDate to in-PayThrough
           end-if

           move 0 to payRunCount
           move "n" to payRunFull
           move 0 to holdCount
           move 0 to apBalance
           move "n" to sinvEof
           open input sinvFile
           if sinvStatus not = "00"
               close sinvFile
               display "No supplier invoices are on file."
               exit paragraph
           end-if
           perform until sinvEof = "y"
               read sinvFile next record
                   at end
                       move "y" to sinvEof
                   not at end
                       if siStatus = "H"
                           and siDueDate <= in-PayThrough
                           add 1 to holdCount
                       end-if
                       if siStatus = "A"
                           and siDueDate <= in-PayThrough
                           perform PICK-ONE-PAYABLE
                       end-if
               end-read
           end-perform
           close sinvFile

           if holdCount > 0
               display holdCount " held bill(s) due in the period "
                   "are left out until released."
           end-if
           if payRunCount = 0
               display "Nothing approved is due; no payment run."
               exit paragraph
           end-if
           move apBalance to displayMoney2
           display payRunCount " bill(s) to pay, " displayMoney2
               " in all. Go ahead? (y/n) " no advancing
           accept in-Answer
           if in-Answer not = 'y' and in-Answer not = 'Y'
               display "Payment run abandoned."
               exit paragraph
           end-if

           open input nextPayRunFile
               read nextPayRunFile
                   at end
                       move 0 to nextPayRun
                   not at end
                       move nextPayRun-rec to nextPayRun
               end-read
           close nextPayRunFile
           add 1 to nextPayRun
           open output nextPayRunFile
               move nextPayRun to nextPayRun-rec
               write nextPayRun-rec
           close nextPayRunFile

           open i-o sinvFile
           perform varying pyIdx from 1 by 1
                   until pyIdx > payRunCount
               move pySinvNumber(pyIdx) to siNumber
               read sinvFile
                   invalid key
                       continue
                   not invalid key
                       move "P" to siStatus
                       move todaysDate to siPaidDate
                       move nextPayRun to siPayRun
                       rewrite suppInv-rec
               end-read
           end-perform
           close sinvFile

           perform PRINT-REMITTANCE
           display "Payment run " nextPayRun " complete: "
               payRunCount " bill(s) marked paid."

           move "REMIT" to spoolType
           move "REMIT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       PICK-ONE-PAYABLE.
           if payRunCount >= 500
               if payRunFull = "n"
                   display "More than 500 bills due; the rest wait "
                       "for the next run."
                   move "y" to payRunFull
               end-if
               exit paragraph
           end-if
           add 1 to payRunCount
           move siNumber to pySinvNumber(payRunCount)
           move siSupplier to pySupplier(payRunCount)
           move siSuppRef to pySuppRef(payRunCount)
           move siDueDate to pyDueDate(payRunCount)
           move siTotal to pyTotal(payRunCount)
           add siTotal to apBalance.

      *> the run's bills grouped per supplier, in supplier order
       PRINT-REMITTANCE.
           open output remitFile
           move spaces to remitLine
           string "Remittance list  payment run " nextPayRun
               "  date " todaysDate
               delimited by size into remitLine
           write remitLine
           display function trim(remitLine)

           move "n" to eof
           open input suppFile
           if suppStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read suppFile next record
                   at end
                       move "y" to eof
                   not at end
                       perform REMIT-ONE-SUPPLIER
               end-read
           end-perform
           close suppFile

           move apBalance to displayMoney2
           move spaces to remitLine
           string "Run total: " payRunCount " bill(s) "
               displayMoney2
               delimited by size into remitLine
           write remitLine
           display function trim(remitLine)
           close remitFile.

       REMIT-ONE-SUPPLIER.
           move 0 to paySuppTotal
           move 0 to paySuppCount
           perform varying pyIdx from 1 by 1
                   until pyIdx > payRunCount
               if pySupplier(pyIdx) = suppNumber
                   if paySuppCount = 0
                       move spaces to remitLine
                       write remitLine
                       move spaces to remitLine
                       string suppNumber " " function trim(suppName)
                           "  " function trim(suppAddress)
                           delimited by size into remitLine
                       write remitLine
                       display function trim(remitLine)
                   end-if
                   add 1 to paySuppCount
                   add pyTotal(pyIdx) to paySuppTotal
                   move pyTotal(pyIdx) to displayMoney
                   move spaces to remitLine
                   string "  your invoice " pySuppRef(pyIdx)
                       "  due " pyDueDate(pyIdx) "  " displayMoney
                       delimited by size into remitLine
                   write remitLine
                   display function trim(remitLine)
               end-if
           end-perform
           if paySuppCount > 0
               move paySuppTotal to displayMoney2
               move spaces to remitLine
               string "  paid to " function trim(suppName) ": "
                   displayMoney2
                   delimited by size into remitLine
               write remitLine
               display function trim(remitLine)
           end-if.

      *> the standing rate is configurable in TAXRATE.DAT; seeded
      *> at the standard 20% the first time through
       GET-TAX-RATE.
           open input taxRateFile
           if taxRateStatus not = "00"
               close taxRateFile
               move 20.00 to taxRatePct
               open output taxRateFile
                   move taxRatePct to taxRate-rec
                   write taxRate-rec
               close taxRateFile
           else
               read taxRateFile
                   at end
                       move 20.00 to taxRatePct
                   not at end
                       move taxRate-rec to taxRatePct
               end-read
               close taxRateFile
           end-if.
