                       assign to "PAYMENT.DAT"
                       organization is line sequential.

                   select optional runLogFile
                       assign to "PERIODRUN.DAT"
                       organization is line sequential.

                   select optional invPrintFile
                       assign to "INVPRINT.DAT"
                       organization is line sequential.
                   select optional taxRptFile
                       assign to "TAXRPT.DAT"
                       organization is line sequential.

                   select optional invLineFile
                       assign to "INVLINE.DAT"
                       organization is line sequential
                       file status is invLineStatus.

                   select optional creditNoteFile
                       assign to "CREDNOTE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is crnNumber
                       file status is crnStatus.
        DATA DIVISION.
           file section.
               fd invoiceDataFile.
                       *> read back as spaces and journal as
                       *> "unspecified"
                       02 payMethod pic x(01).
                       *> the GARAGES.DAT code of the site that took it
                       02 payGarage pic x(04).
               fd runLogFile.
                   copy "RUNLOGREC.CPY".
               fd invPrintFile.
                   01 invPrintLine pic x(96).
               fd agingRptFile.
                   01 taxRate-rec pic 9(02)v99.
               fd taxRptFile.
                   01 taxRptLine pic x(96).
               fd invLineFile.
                   copy "INVLINEREC.CPY".
               fd creditNoteFile.
                   copy "CRNREC.CPY".
           WORKING-STORAGE SECTION.
               01 invFileStatus pic xx.
               01 customerStatus pic xx.
               01 in-Amount pic 9(07)v99.
               01 nextInv pic 9(06).
               01 todaysDate pic 9(08).
               01 periodOk pic x.
               01 periodOpenDate pic 9(08).
               01 periodAnswer pic x.
               01 logRunType pic x(08).
               01 logRunMonth pic 9(06).
               01 lineTotal pic 9(07)v99.
               01 lineCount pic 9(04).
               01 displayMoney pic z(06)9.99.
                       03 custCarId pic 9(06).
               01 custCarCount pic 9(02).

               *> invoice line numbering and tax as the lines are
               *> written, and the kind being printed on a pass
               01 invLineStatus pic xx.
               01 invLineNo pic 9(03).
               01 lineTax pic 9(07)v99.
               01 partsLineCount pic 9(04).
               01 printInvNumber pic 9(06).
               01 printInvDate pic 9(08).
               01 printType pic x.
               01 printTypeName pic x(12).
               01 printTypeTotal pic 9(07)v99.
               01 printTypeCount pic 9(04).
               01 printLineCount pic 9(04).
               01 printNet pic 9(07)v99.
               01 printTax pic 9(07)v99.
               01 printGross pic 9(07)v99.
               01 printEof pic x.
               01 displayQty pic z(04)9.
               01 subLabour pic 9(07)v99.
               01 subParts pic 9(07)v99.
               01 subSundry pic 9(07)v99.
               01 subLineCount pic 9(04).
               01 allDates pic 9(08) value 0.

               01 openCount pic 9(04).
               01 todayInt pic 9(09).
               01 jnlMethod pic x.
               01 jnlMethodName pic x(12).
               01 jnlMethodCount pic 9(04).
               01 jnlMethodTotal pic s9(09)v99.
               01 jnlCount pic 9(04).
               01 jnlTotal pic s9(09)v99.
               01 jnlRefundCount pic 9(04).
               01 jnlDayRefunds pic 9(04).
               01 signedAmount pic s9(09)v99.

               01 taxRateStatus pic xx.
               01 taxRatePct pic 9(02)v99.
               01 invMonth pic 9(02).
               01 invNetAmount pic 9(07)v99.
               01 workInvTax pic 9(07)v99.
               01 taxNetTotal pic s9(09)v99.
               01 taxTaxTotal pic s9(09)v99.
               01 taxInvCount pic 9(04).
               01 taxCrnCount pic 9(04).
               01 displaySigned2 pic -(08)9.99.
               01 creditVerdict pic x.
               01 overrideAnswer pic x.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               01 crnStatus pic xx.
               01 raisedCrn pic 9(06).
               01 workCredited pic 9(07)v99.
               01 creditRoom pic 9(07)v99.
               01 in-Reason pic x(30).

               *> the loyalty scheme's calling block, and the
               *> discount points buy off an invoice being raised
               01 lpAction pic x(01).
               01 lpPoints pic 9(07).
               01 lpAmount pic 9(07)v99.
               01 lpBasis pic 9(07)v99.
               01 in-Points pic 9(07).
               01 savedFleetFlag pic x(01).
               01 loyaltyPoints pic 9(07).
               01 loyaltyDisc pic 9(07)v99.
               01 loyaltyTax pic 9(07)v99.
               01 printLoyalty pic 9(07)v99.

               *> the customer's price tier, applied to the parts
               *> billed and shown on the document
               01 savedTier pic x(01).
               01 tierName pic x(12).
               01 tierLabourFactor pic 9(01)v999.
               01 tierPartsPct pic s9(02)v99.
               01 tierDiscount pic s9(07)v99.
               01 printTier pic x(01).
               01 printDiscount pic s9(07)v99.

               *> month-end: the month's charges on the statements,
               *> and the day the run stands at
               01 stmtCharges pic s9(09)v99.
               01 meYear pic 9(04).
               01 meMm pic 9(02).
               01 monthEndDate pic 9(08).
               01 siteCode pic x(04).
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentRole pic x.
               01 currentUser pic x(08).
               copy "MESTEPREC.CPY".
        PROCEDURE DIVISION USING carsFileName, currentRole,
               currentUser, meStep.
           *> the month-end run asks for one job and takes no
           *> questions; the menu is for people
           if meMode = "B"
               move 0 to meCount
               move 0 to meAmount
               move "Y" to meResult
               evaluate meJob
                   when "STMTRUN"
                       perform MONTHLY-STATEMENTS
                   when "AGING"
                       perform AGING-REPORT
                   when "TAXRPT"
                       perform QUARTERLY-TAX
                   when other
                       move "N" to meResult
               end-evaluate
               goback
           end-if

           perform with test after until invExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "[5] - Monthly Statement Run"
               display "[6] - Daily Cash Journal"
               display "[7] - Quarterly Tax Report"
               display "[8] - Credit Note / Refund"
               display "[9] - Reprint an Invoice"
               display "[10] - Bank Reconciliation"
               display "[11] - Loyalty Points"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
                       perform QUARTERLY-TAX
                       call "SYSTEM" using "pause"

                   when "8"
                       call "SYSTEM" using "cls"
                       perform RAISE-CREDIT-NOTE
                       call "SYSTEM" using "pause"

                   when "9"
                       call "SYSTEM" using "cls"
                       perform REPRINT-INVOICE
                       call "SYSTEM" using "pause"

                   when "10"
                       call "bankRecon" using currentUser

                   when "11"
                       call "loyaltyFile" using currentUser,
                           currentRole

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
      *> document - everything between "service recorded" and
      *> "money in" that used to live in the carbon-copy book
       GENERATE-INVOICE.
           accept todaysDate from date yyyymmdd
           perform CHECK-POSTING-PERIOD
           if periodOk not = "y"
               exit paragraph
           end-if
           display "Customer number to invoice: " no advancing
           accept in-CustNumber

               not invalid key
                   move custName to savedCustName
                   move custAddress to savedCustAddress
                   move custFleetFlag to savedFleetFlag
                   move custPriceTier to savedTier
           end-read
           close customerFile

           *> the history is keyed by vehicle now: go straight to
           *> each of the customer's cars and stamp its unbilled
           *> lines in place - no more copying the whole shop's
           *> past forward to bill one customer. Each stamped line
           *> goes onto the invoice as labour, taxed line by line
           *> so the lines add up to the total
           perform GET-TAX-RATE
           move 0 to lineTotal
           move 0 to lineCount
           move 0 to invLineNo
           move 0 to invTaxAmount
           open i-o serviceHistFile
           if serviceStatus not = "00"
               close serviceHistFile
               display "There are no service records on file."
               exit paragraph
           end-if
           open extend invLineFile
           perform varying carIdx from 1 by 1
                   until carIdx > custCarCount
               move "n" to eof
                                       to svcInvoiceNumber
                                   add svcCost to lineTotal
                                   add 1 to lineCount
                                   perform WRITE-LABOUR-LINE
                                   rewrite service-rec
                               end-if
                           end-if
                   end-read
               end-perform
           end-perform
           close invLineFile
           close serviceHistFile

           *> parts issued to the customer's cars and not yet billed
           *> follow the labour onto the same invoice
           move 0 to partsLineCount
           move 0 to tierDiscount
           perform varying carIdx from 1 by 1
                   until carIdx > custCarCount
               call "partsBill" using custCarId(carIdx), allDates,
                   nextInv, taxRatePct, invLineNo, lineTotal,
                   invTaxAmount, partsLineCount, savedTier,
                   tierDiscount
           end-perform

           if lineCount = 0 and partsLineCount = 0
               display "Customer " in-CustNumber
                   " has no unbilled service lines or parts."
               exit paragraph
           end-if

           *> tax goes on at the standing rate, on the document and
           *> in the record, so nobody works it out on a calculator
           *> and writes it on the printed copy
           move 0 to loyaltyPoints
           move 0 to loyaltyDisc
           if savedFleetFlag not = "Y"
               perform OFFER-LOYALTY-REDEMPTION
           end-if
           compute invGrossAmount = lineTotal + invTaxAmount

           open i-o invoiceDataFile
               move 0 to invPaid
               move "O" to invStatus
               move invTaxAmount to invTax
               move 0 to invCredited
               move loyaltyPoints to invLoyaltyPoints
               move loyaltyDisc to invLoyaltyDisc
               move savedTier to invPriceTier
               move tierDiscount to invDiscount
               call "garageCode" using carsFileName, siteCode
               move siteCode to invGarage
               write invoice-rec
                   invalid key
                       rewrite invoice-rec
           close nextInvFile

           *> the printable document
           move nextInv to printInvNumber
           move todaysDate to printInvDate
           move lineTotal to printNet
           move invTaxAmount to printTax
           move invGrossAmount to printGross
           move loyaltyDisc to printLoyalty
           move savedTier to printTier
           move tierDiscount to printDiscount
           perform PRINT-INVOICE

           move invGrossAmount to displayMoney
           display "Invoice " nextInv " raised for "
               function trim(savedCustName) ": " lineCount
               " service line(s), " partsLineCount
               " part(s), total " displayMoney
               " (incl. tax at " taxRatePct "%)."
           if loyaltyDisc > 0
               move loyaltyDisc to displayMoney
               display "  after " loyaltyPoints " loyalty point(s) "
                   "redeemed for " displayMoney " off the net."
           end-if
           display "Printable copy written to INVPRINT.DAT."

           *> capture the document into the spool before the next
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

      *> points the customer holds can come off this invoice's
      *> net, tax then falling on what is left to pay
       OFFER-LOYALTY-REDEMPTION.
           move "B" to lpAction
           move 0 to lpPoints
           move 0 to lpAmount
           move 0 to lpBasis
           call "loyaltyPoints" using lpAction, in-CustNumber,
               nextInv, lpPoints, lpAmount, lpBasis, currentUser
           if lpPoints = 0
               exit paragraph
           end-if
           move lpAmount to displayMoney
           display "Customer holds " lpPoints " loyalty point(s), "
               "worth " displayMoney "."
           display "Points to redeem on this invoice (0 for none): "
               no advancing
           accept in-Points
           if in-Points = 0
               exit paragraph
           end-if
           if in-Points > lpPoints
               move lpPoints to in-Points
           end-if

           move "R" to lpAction
           move in-Points to lpPoints
           move 0 to lpAmount
           move lineTotal to lpBasis
           call "loyaltyPoints" using lpAction, in-CustNumber,
               nextInv, lpPoints, lpAmount, lpBasis, currentUser
           if lpPoints = 0
               display "No points could be redeemed."
               exit paragraph
           end-if
           move lpPoints to loyaltyPoints
           move lpAmount to loyaltyDisc
           compute loyaltyTax rounded =
               loyaltyDisc * taxRatePct / 100
           if loyaltyTax > invTaxAmount
               move invTaxAmount to loyaltyTax
           end-if
           subtract loyaltyDisc from lineTotal
           subtract loyaltyTax from invTaxAmount.

      *> a poor credit standing blocks the transaction unless the
      *> session holds a supervisor login and says to go on anyway
       CHECK-CREDIT-STANDING.
           end-if.

       RECORD-PAYMENT.
           accept todaysDate from date yyyymmdd
           perform CHECK-POSTING-PERIOD
           if periodOk not = "y"
               exit paragraph
           end-if
           display "Invoice number: " no advancing
           accept in-InvNumber

                   exit paragraph
           end-read

           perform GET-INV-CREDITED
           move invTotal to displayMoney
           move invPaid to displayMoney2
           display "Invoice " invNumber " customer " invCustNumber
               "  total " displayMoney
               "  paid so far " displayMoney2
               "  status " invStatus
           if workCredited > 0
               move workCredited to displayMoney
               display "  less credit notes " displayMoney
           end-if
           display "Payment amount: " no advancing
           accept in-Amount
           if in-Amount = 0
                   move "C" to in-Method
           end-evaluate

           open extend paymentFile
               move in-InvNumber to payInvNumber
               move todaysDate to payDate
               move in-Amount to payAmount
               move in-Method to payMethod
               call "garageCode" using carsFileName, siteCode
               move siteCode to payGarage
               write payment-rec
           close paymentFile

           add in-Amount to invPaid
           if invPaid + workCredited >= invTotal
               move "P" to invStatus
               display "Invoice " invNumber " is now fully paid."
               move "E" to lpAction
               move 0 to lpPoints
               move 0 to lpAmount
               compute lpBasis = invTotal - workCredited
               call "loyaltyPoints" using lpAction, invCustNumber,
                   invNumber, lpPoints, lpAmount, lpBasis,
                   currentUser
               if lpPoints > 0
                   display "  " lpPoints " loyalty point(s) earned."
               end-if
           else
               compute dueAmount = invTotal - workCredited - invPaid
               move dueAmount to displayMoney
               display "Payment recorded; " displayMoney
                   " still outstanding."
                           compute invInt =
                               function integer-of-date(invDate)
                           compute ageDays = todayInt - invInt
                           perform GET-INV-CREDITED
                           compute dueAmount =
                               invTotal - workCredited - invPaid
                           move dueAmount to displayMoney
                           display "  Invoice " invNumber
                               "  customer " invCustNumber
      *> ordering of attention - the chase list with names on it
       AGING-REPORT.
           accept todaysDate from date yyyymmdd
           *> at month end the debts are aged as they stood on the
           *> month's last day
           if meMode = "B"
               perform MONTH-END-DATE
               if monthEndDate < todaysDate
                   move monthEndDate to todaysDate
               end-if
           end-if
           compute todayInt =
               function integer-of-date(todaysDate)

                   at end
                       move "y" to eof
                   not at end
                       *> a credit note takes its amount off what
                       *> is owed, the same as money received
                       perform GET-INV-CREDITED
                       if invPaid + workCredited < invTotal
                           and invDate <= todaysDate
                           add 1 to agingInvCount
                           compute invInt =
                               function integer-of-date(invDate)
                           compute ageDays = todayInt - invInt
                           compute dueAmount =
                               invTotal - workCredited - invPaid
                           add dueAmount to agGrandTotal

                           move 0 to agFoundIdx
               end-read
           end-perform
           close invoiceDataFile
           move agingInvCount to meCount
           move agGrandTotal to meAmount

           if agingInvCount = 0
               display "Nothing is outstanding - every invoice is "
      *> month's invoices and payments in date order, and a closing
      *> balance, all appended to STMT.DAT ready for the printer
       MONTHLY-STATEMENTS.
           if meMode = "B"
               move meMonth to stmtMonth
           else
               display "Statement run for month (YYYYMM): "
                   no advancing
               accept stmtMonth
           end-if
           move 0 to stmtCharges

           open input customerFile
           if customerStatus not = "00"
           write stmtLine
           close stmtFile
           close customerFile

           *> the month-end checklist looks for this run
           accept todaysDate from date yyyymmdd
           move "STMTRUN" to logRunType
           move stmtMonth to logRunMonth
           perform LOG-PERIOD-RUN
           move stmtCount to meCount
           move stmtCharges to meAmount
           display "Statement run complete: " stmtCount
               " statement(s) written to STMT.DAT.".

                               move invTotal
                                   to stAmount(stmtTxnCount)
                               move "n" to stPrinted(stmtTxnCount)
                               add invTotal to stmtCharges
                           end-if
                       end-if
               end-read
           end-perform
           close paymentFile

           *> credit notes come off the balance the way payments
           *> do; a refund paid out on one puts that money back
           *> on, so a credit that was handed back nets to nothing
           move "n" to stmtEof
           open input creditNoteFile
           if crnStatus not = "00"
               move "y" to stmtEof
           end-if
           perform until stmtEof = "y"
               read creditNoteFile next record
                   at end
                       move "y" to stmtEof
                   not at end
                       if crnCustNumber = custNumber
                           if crnDate(1:6) < stmtMonth
                               subtract crnAmount from stmtOpening
                               add crnRefundAmount to stmtOpening
                           end-if
                           if crnDate(1:6) = stmtMonth
                               if stmtTxnCount < 200
                                   add 1 to stmtTxnCount
                                   move crnDate
                                       to stDate(stmtTxnCount)
                                   move "C"
                                       to stType(stmtTxnCount)
                                   move crnNumber
                                       to stRef(stmtTxnCount)
                                   move crnAmount
                                       to stAmount(stmtTxnCount)
                                   move "n"
                                       to stPrinted(stmtTxnCount)
                               end-if
                               if crnRefundAmount > 0
                                   and stmtTxnCount < 200
                                   add 1 to stmtTxnCount
                                   move crnDate
                                       to stDate(stmtTxnCount)
                                   move "R"
                                       to stType(stmtTxnCount)
                                   move crnNumber
                                       to stRef(stmtTxnCount)
                                   move crnRefundAmount
                                       to stAmount(stmtTxnCount)
                                   move "n"
                                       to stPrinted(stmtTxnCount)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close creditNoteFile

           *> activity means something moved this month, or money
           *> was already owed coming into it
           if stmtTxnCount = 0 and stmtOpening = 0
                   move "y" to stPrinted(stmtBestIdx)
                   move stAmount(stmtBestIdx) to displayMoney
                   move spaces to stmtLine
                   evaluate stType(stmtBestIdx)
                       when "I"
                           add stAmount(stmtBestIdx) to stmtClosing
                           string "  " stDate(stmtBestIdx)
                               "  Invoice " stRef(stmtBestIdx)
                               "          " displayMoney
                               delimited by size into stmtLine
                           perform STMT-INVOICE-SPLIT
                       when "C"
                           subtract stAmount(stmtBestIdx)
                               from stmtClosing
                           string "  " stDate(stmtBestIdx)
                               "  Credit note " stRef(stmtBestIdx)
                               "      " displayMoney " CR"
                               delimited by size into stmtLine
                       when "R"
                           add stAmount(stmtBestIdx) to stmtClosing
                           string "  " stDate(stmtBestIdx)
                               "  Refund on credit note "
                               stRef(stmtBestIdx)
                               " " displayMoney
                               delimited by size into stmtLine
                       when other
                           subtract stAmount(stmtBestIdx)
                               from stmtClosing
                           string "  " stDate(stmtBestIdx)
                               "  Payment on invoice "
                               stRef(stmtBestIdx)
                               "  " displayMoney " CR"
                               delimited by size into stmtLine
                   end-evaluate
                   write stmtLine
               end-if
           end-perform
               delimited by size into stmtLine
           write stmtLine.

      *> under an invoice on the statement, what it was for: the
      *> labour, parts and sundries subtotals off its lines. The
      *> invoice line itself is written first.
       STMT-INVOICE-SPLIT.
           move stRef(stmtBestIdx) to printInvNumber
           call "invLineTotals" using printInvNumber, subLabour,
               subParts, subSundry, subLineCount
           if subLineCount = 0
               exit paragraph
           end-if
           write stmtLine
           move subLabour to displayMoney2
           move subParts to displayMoney3
           move subSundry to displayMoney4
           move spaces to stmtLine
           string "              labour " displayMoney2
               "  parts " displayMoney3
               "  sundries " displayMoney4
               delimited by size into stmtLine.

      *> the day's takings grouped by how they arrived, so the
      *> drawer count at close-out can be proved against what the
      *> system says was taken

           move 0 to jnlCount
           move 0 to jnlTotal
           move 0 to jnlDayRefunds

           open output cashJnlFile
           move spaces to cashJnlLine
           move "Unspecified" to jnlMethodName
           perform JOURNAL-ONE-METHOD

           move jnlTotal to displaySigned
           move spaces to cashJnlLine
           string "Day total: " jnlCount " payment(s), "
               jnlDayRefunds " refund(s), net "
               displaySigned
               delimited by size into cashJnlLine
           write cashJnlLine
           display function trim(cashJnlLine)
       JOURNAL-ONE-METHOD.
           move 0 to jnlMethodCount
           move 0 to jnlMethodTotal
           move 0 to jnlRefundCount
           move "n" to stmtEof
           open input paymentFile
           perform until stmtEof = "y"
               end-read
           end-perform
           close paymentFile

           *> refunds went out of the same drawer or account the
           *> payments came into, so they net off as minus lines
           move "n" to stmtEof
           open input creditNoteFile
           if crnStatus not = "00"
               move "y" to stmtEof
           end-if
           perform until stmtEof = "y"
               read creditNoteFile next record
                   at end
                       move "y" to stmtEof
                   not at end
                       if crnDate = jnlDate
                           and crnRefundAmount > 0
                           and crnRefundMethod = jnlMethod
                           add 1 to jnlRefundCount
                           add 1 to jnlDayRefunds
                           subtract crnRefundAmount
                               from jnlMethodTotal
                           subtract crnRefundAmount from jnlTotal
                           compute signedAmount =
                               0 - crnRefundAmount
                           move signedAmount to displaySigned
                           move spaces to cashJnlLine
                           string "  "
                               function trim(jnlMethodName)
                               "  refund on credit note "
                               crnNumber "  invoice "
                               crnInvNumber "  " displaySigned
                               delimited by size into cashJnlLine
                           write cashJnlLine
                           display function trim(cashJnlLine)
                       end-if
               end-read
           end-perform
           close creditNoteFile

           if jnlMethodCount > 0 or jnlRefundCount > 0
               move jnlMethodTotal to displaySigned
               move spaces to cashJnlLine
               string "  " function trim(jnlMethodName)
                   " subtotal: " jnlMethodCount " payment(s), "
                   jnlRefundCount " refund(s), net "
                   displaySigned
                   delimited by size into cashJnlLine
               write cashJnlLine
               display function trim(cashJnlLine)
      *> taxable sales and tax collected for one quarter, totalled
      *> across every invoice - the numbers the accountant files
       QUARTERLY-TAX.
           if meMode = "B"
               move meMonth(1:4) to taxYear
               move meMonth(5:2) to meMm
               compute taxQuarter = (meMm + 2) / 3
           else
               display "Tax report for year (YYYY): " no advancing
               accept taxYear
               display "Quarter (1-4): " no advancing
               accept taxQuarter
           end-if
           if taxQuarter < 1 or taxQuarter > 4
               display "Quarter must be 1 to 4."
               exit paragraph
           end-perform
           close invoiceDataFile

           *> credit notes back their tax out of the quarter they
           *> are raised in, whichever quarter billed the invoice
           move 0 to taxCrnCount
           move "n" to eof
           open input creditNoteFile
           if crnStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read creditNoteFile next record
                   at end
                       move "y" to eof
                   not at end
                       move crnDate(5:2) to invMonth
                       if crnDate(1:4) = taxYear
                           and invMonth >= qtrMonthFrom
                           and invMonth <= qtrMonthTo
                           add 1 to taxCrnCount
                           compute invNetAmount =
                               crnAmount - crnTax
                           subtract invNetAmount from taxNetTotal
                           subtract crnTax from taxTaxTotal
                           compute signedAmount = 0 - invNetAmount
                           move signedAmount to displaySigned
                           compute signedAmount = 0 - crnTax
                           move signedAmount to displaySigned2
                           move spaces to taxRptLine
                           string "  Credit note " crnNumber
                               "  dated " crnDate
                               "  net " displaySigned
                               "  tax " displaySigned2
                               "  (invoice " crnInvNumber ")"
                               delimited by size into taxRptLine
                           write taxRptLine
                           display function trim(taxRptLine)
                       end-if
               end-read
           end-perform
           close creditNoteFile

           move taxNetTotal to displaySigned
           move spaces to taxRptLine
           string "Taxable sales: " displaySigned
               delimited by size into taxRptLine
           write taxRptLine
           display function trim(taxRptLine)
           move taxTaxTotal to displaySigned
           move spaces to taxRptLine
           string "Tax collected: " displaySigned
               "  over " taxInvCount " invoice(s) and "
               taxCrnCount " credit note(s)"
               delimited by size into taxRptLine
           write taxRptLine
           display function trim(taxRptLine)
           close taxRptFile
           display "Tax report written to TAXRPT.DAT."

           accept todaysDate from date yyyymmdd
           move "TAXRPT" to logRunType
           compute logRunMonth = taxYear * 100 + qtrMonthTo
           perform LOG-PERIOD-RUN
           move taxInvCount to meCount
           move taxTaxTotal to meAmount.

      *> an overcharge or a returned part is put right with a
      *> credit note against the invoice, not an edit to
      *> INVOICE.DAT: the invoice keeps what was billed, the note
      *> carries what was taken back and why, and any money the
      *> customer has then overpaid goes back out as a refund
       RAISE-CREDIT-NOTE.
           accept todaysDate from date yyyymmdd
           perform CHECK-POSTING-PERIOD
           if periodOk not = "y"
               exit paragraph
           end-if
           display "Invoice number to credit: " no advancing
           accept in-InvNumber

           open i-o invoiceDataFile
           if invFileStatus not = "00"
               close invoiceDataFile
               display "No invoices are on file."
               exit paragraph
           end-if
           move in-InvNumber to invNumber
           read invoiceDataFile
               invalid key
                   display "No invoice " in-InvNumber
                       " is on file."
                   close invoiceDataFile
                   exit paragraph
           end-read

           perform GET-INV-CREDITED
           compute creditRoom = invTotal - workCredited
           if creditRoom = 0
               display "Invoice " invNumber " has already been "
                   "credited in full."
               close invoiceDataFile
               exit paragraph
           end-if
           move invTotal to displayMoney
           move invPaid to displayMoney2
           move workCredited to displayMoney3
           display "Invoice " invNumber " customer " invCustNumber
               "  total " displayMoney
               "  paid " displayMoney2
               "  credited so far " displayMoney3
           move creditRoom to displayMoney
           display "Amount to credit, tax included (at most "
               displayMoney "): " no advancing
           accept in-Amount
           if in-Amount = 0
               display "Nothing credited."
               close invoiceDataFile
               exit paragraph
           end-if
           if in-Amount > creditRoom
               display "A credit cannot be more than is left on "
                   "the invoice."
               close invoiceDataFile
               exit paragraph
           end-if
           display "Reason for the credit: " no advancing
           accept in-Reason
           if function trim(in-Reason) = spaces
               display "A credit note needs a reason."
               close invoiceDataFile
               exit paragraph
           end-if
           close invoiceDataFile

           move 0 to raisedCrn
           call "crnRaise" using in-InvNumber, in-Amount, in-Reason,
               todaysDate, currentUser, raisedCrn.

      *> invoices raised before credit notes existed read the
      *> credited amount back non-numeric; nothing was credited
       GET-INV-CREDITED.
           if invCredited numeric
               move invCredited to workCredited
           else
               move 0 to workCredited
           end-if.

      *> one service line being stamped onto the invoice goes on as
      *> a labour line, taxed on its own
       WRITE-LABOUR-LINE.
           compute lineTax rounded = svcCost * taxRatePct / 100
           add lineTax to invTaxAmount
           add 1 to invLineNo
           move spaces to invline-rec
           move nextInv to ivlInvNumber
           move invLineNo to ivlLineNo
           move "L" to ivlType
           move svcDescription to ivlDescription
           move 1 to ivlQty
           move svcCost to ivlUnitPrice
           move svcCost to ivlNet
           move lineTax to ivlTax
           write invline-rec.

      *> the printable document, built from the invoice's own
      *> lines: labour, parts and sundries each listed with a
      *> subtotal, then net, tax and the total due. The caller
      *> sets the invoice number, date, customer and the totals.
       PRINT-INVOICE.
           move 0 to printLineCount
           open output invPrintFile
               move spaces to invPrintLine
               string "INVOICE " printInvNumber "   date "
                   printInvDate
                   delimited by size into invPrintLine
               write invPrintLine
               move spaces to invPrintLine
               string "To: " function trim(savedCustName)
                   delimited by size into invPrintLine
               write invPrintLine
               move spaces to invPrintLine
               string "    " function trim(savedCustAddress)
                   delimited by size into invPrintLine
               write invPrintLine
               move spaces to invPrintLine
               write invPrintLine

               move "L" to printType
               move "LABOUR" to printTypeName
               perform PRINT-LINES-OF-TYPE
               move "P" to printType
               move "PARTS" to printTypeName
               perform PRINT-LINES-OF-TYPE
               move "S" to printType
               move "SUNDRIES" to printTypeName
               perform PRINT-LINES-OF-TYPE
               if printLineCount = 0
                   move spaces to invPrintLine
                   string "  (raised before invoices carried "
                       "their lines; totals only)"
                       delimited by size into invPrintLine
                   write invPrintLine
               end-if

               move spaces to invPrintLine
               write invPrintLine
               if printLoyalty > 0
                   move printLoyalty to displayMoney
                   move spaces to invPrintLine
                   string "  LOYALTY:  -" displayMoney
                       delimited by size into invPrintLine
                   write invPrintLine
               end-if
               *> a retail customer pays list and is not told so
               if (printTier not = space and printTier not = "R")
                   or printDiscount not = 0
                   call "tierLookup" using printTier, tierName,
                       tierLabourFactor, tierPartsPct
                   move printDiscount to displaySigned
                   move spaces to invPrintLine
                   string "  PRICE TIER: " function trim(tierName)
                       "   DISCOUNT GIVEN: "
                       function trim(displaySigned)
                       delimited by size into invPrintLine
                   write invPrintLine
               end-if
               move printNet to displayMoney
               move spaces to invPrintLine
               string "  NET:       " displayMoney
                   delimited by size into invPrintLine
               write invPrintLine
               move printTax to displayMoney
               move spaces to invPrintLine
               string "  TAX:       " displayMoney
                   delimited by size into invPrintLine
               write invPrintLine
               move printGross to displayMoney
               move spaces to invPrintLine
               string "  TOTAL DUE: " displayMoney
                   delimited by size into invPrintLine
               write invPrintLine
           close invPrintFile.

      *> one pass over the line file for one kind of line - a pass
      *> per kind keeps each section together on the page
       PRINT-LINES-OF-TYPE.
           move 0 to printTypeTotal
           move 0 to printTypeCount
           move "n" to printEof
           open input invLineFile
           if invLineStatus not = "00"
               move "y" to printEof
           end-if
           perform until printEof = "y"
               read invLineFile
                   at end
                       move "y" to printEof
                   not at end
                       if ivlInvNumber = printInvNumber
                           and (ivlType = printType
                           or (printType = "L"
                           and ivlType not = "P"
                           and ivlType not = "S"))
                           if printTypeCount = 0
                               move spaces to invPrintLine
                               string "  " printTypeName
                                   delimited by size
                                   into invPrintLine
                               write invPrintLine
                           end-if
                           add 1 to printTypeCount
                           add 1 to printLineCount
                           add ivlNet to printTypeTotal
                           move ivlQty to displayQty
                           move ivlUnitPrice to displayMoney
                           move ivlNet to displayMoney2
                           move spaces to invPrintLine
                           string "    " ivlDescription "  "
                               displayQty " x " displayMoney
                               "  " displayMoney2
                               delimited by size into invPrintLine
                           write invPrintLine
                       end-if
               end-read
           end-perform
           close invLineFile
           if printTypeCount > 0
               move printTypeTotal to displayMoney2
               move spaces to invPrintLine
               string "    " function trim(printTypeName)
                   " subtotal:" "                          "
                   displayMoney2
                   delimited by size into invPrintLine
               write invPrintLine
           end-if.

      *> a work-order invoice is raised at the bay with no paper;
      *> this prints any invoice on file from its lines
       REPRINT-INVOICE.
           display "Invoice number to print: " no advancing
           accept in-InvNumber

           open input invoiceDataFile
           if invFileStatus not = "00"
               close invoiceDataFile
               display "No invoices are on file."
               exit paragraph
           end-if
           move in-InvNumber to invNumber
           read invoiceDataFile
               invalid key
                   display "No invoice " in-InvNumber
                       " is on file."
                   close invoiceDataFile
                   exit paragraph
           end-read
           close invoiceDataFile

           move spaces to savedCustName
           move spaces to savedCustAddress
           open input customerFile
           if customerStatus = "00"
               move invCustNumber to custNumber
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move custName to savedCustName
                       move custAddress to savedCustAddress
               end-read
           end-if
           close customerFile

           move invNumber to printInvNumber
           move invDate to printInvDate
           if invTax numeric
               move invTax to printTax
           else
               move 0 to printTax
           end-if
           compute printNet = invTotal - printTax
           move invTotal to printGross
           if invLoyaltyDisc numeric
               move invLoyaltyDisc to printLoyalty
           else
               move 0 to printLoyalty
           end-if
           move invPriceTier to printTier
           if invDiscount numeric
               move invDiscount to printDiscount
           else
               move 0 to printDiscount
           end-if
           perform PRINT-INVOICE
           display "Invoice " printInvNumber " written to "
               "INVPRINT.DAT."

           move "INVPRINT" to spoolType
           move "INVPRINT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

      *> a month closed at period end takes no more postings; the
      *> operator may post into the month still open instead
       CHECK-POSTING-PERIOD.
           call "periodCheck" using todaysDate, periodOk,
               periodOpenDate
           if periodOk not = "y"
               display "Month " todaysDate(1:6) " is closed to "
                   "posting."
               display "Post it dated " periodOpenDate
                   " in the open period instead? (y/n) "
                   no advancing
               accept periodAnswer
               if periodAnswer = 'y' or periodAnswer = 'Y'
                   move periodOpenDate to todaysDate
                   move "y" to periodOk
               else
                   display "Nothing posted."
               end-if
           end-if.

       LOG-PERIOD-RUN.
           open extend runLogFile
               move logRunType to rlRunType
               move logRunMonth to rlMonth
               move todaysDate to rlRunDate
               move currentUser to rlUser
               write runLog-rec
           close runLogFile.

      *> the last day of the month being run
       MONTH-END-DATE.
           move meMonth(1:4) to meYear
           move meMonth(5:2) to meMm
           if meMm = 12
               add 1 to meYear
               move 1 to meMm
           else
               add 1 to meMm
           end-if
           compute monthEndDate = function date-of-integer(
               function integer-of-date(meYear * 10000 + meMm * 100
               + 1) - 1).
