        IDENTIFICATION DIVISION.
        PROGRAM-ID. crnRaise.
       environment division.
           input-output section.
               file-control.
                   select optional invoiceDataFile
                       assign to "INVOICE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is invNumber
                       file status is invFileStatus.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional creditNoteFile
                       assign to "CREDNOTE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is crnNumber
                       file status is crnStatus.

                   select optional nextCrnFile
                       assign to "NEXTCRN.DAT"
                       organization is line sequential.

                   select optional crnPrintFile
                       assign to "CRNPRINT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd invoiceDataFile.
                   copy "INVREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd creditNoteFile.
                   copy "CRNREC.CPY".
               fd nextCrnFile.
                   01 nextCrn-rec pic 9(06).
               fd crnPrintFile.
                   01 crnPrintLine pic x(96).
            LOCAL-STORAGE SECTION.
               01 invFileStatus pic xx.
               01 customerStatus pic xx.
               01 crnStatus pic xx.
               01 nextCrn pic 9(06).
               01 workCredited pic 9(07)v99.
               01 creditRoom pic 9(07)v99.
               01 crnTaxAmount pic 9(07)v99.
               01 refundDue pic 9(07)v99.
               01 in-Method pic x(01).
               01 savedCustName pic x(24).
               01 invNetAmount pic 9(07)v99.
               01 displayMoney pic z(06)9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the loyalty scheme's calling block
               01 lpAction pic x(01).
               01 lpPoints pic 9(07).
               01 lpAmount pic 9(07)v99.
               01 lpBasis pic 9(07)v99.
           LINKAGE SECTION.
               *> the invoice, the gross amount to take off it and
               *> why, the posting date (already checked against the
               *> open period by the caller) and who raised it; the
               *> note's number comes back, 0 when nothing was raised
               01 crInvNumber pic 9(06).
               01 crAmount pic 9(07)v99.
               01 crReason pic x(30).
               01 crDate pic 9(08).
               01 crUser pic x(08).
               01 crNumber pic 9(06).
      *> an overcharge, a returned part or a goodwill gesture is
      *> put right with a credit note against the invoice, not an
      *> edit to INVOICE.DAT: the invoice keeps what was billed,
      *> the note carries what was taken back and why, and any
      *> money the customer has then overpaid goes back out as a
      *> refund
        PROCEDURE DIVISION USING crInvNumber, crAmount, crReason,
               crDate, crUser, crNumber.
           move 0 to crNumber
           open i-o invoiceDataFile
           if invFileStatus not = "00"
               close invoiceDataFile
               display "No invoices are on file."
               goback
           end-if
           move crInvNumber to invNumber
           read invoiceDataFile
               invalid key
                   display "No invoice " crInvNumber
                       " is on file."
                   close invoiceDataFile
                   goback
           end-read

           if invCredited numeric
               move invCredited to workCredited
           else
               move 0 to workCredited
           end-if
           compute creditRoom = invTotal - workCredited
           if crAmount = 0 or crAmount > creditRoom
               display "A credit cannot be more than is left on "
                   "the invoice; nothing credited."
               close invoiceDataFile
               goback
           end-if

           *> the tax portion follows the invoice's own split, so
           *> crediting half the invoice backs out half its tax
           if invTax numeric and invTotal > 0
               compute crnTaxAmount rounded =
                   crAmount * invTax / invTotal
           else
               move 0 to crnTaxAmount
           end-if

           *> whatever has been paid beyond the reduced total is
           *> the customer's money and goes straight back to them
           move 0 to refundDue
           move space to in-Method
           if invPaid + workCredited + crAmount > invTotal
               compute refundDue =
                   invPaid + workCredited + crAmount - invTotal
               move refundDue to displayMoney
               display "The customer has paid " displayMoney
                   " more than the invoice now comes to; that "
                   "is refunded."
               display "Refund by (c)ash, car(d) or bank "
                   "(t)ransfer: " no advancing
               accept in-Method
               evaluate in-Method
                   when 'c'
                   when 'C'
                       move "C" to in-Method
                   when 'd'
                   when 'D'
                       move "D" to in-Method
                   when 't'
                   when 'T'
                       move "T" to in-Method
                   when other
                       display "Unrecognised method; refunded as "
                           "cash."
                       move "C" to in-Method
               end-evaluate
           end-if

           open input nextCrnFile
               read nextCrnFile
                   at end
                       move 0 to nextCrn
                   not at end
                       move nextCrn-rec to nextCrn
               end-read
           close nextCrnFile
           add 1 to nextCrn

           open i-o creditNoteFile
           if crnStatus not = "00"
               close creditNoteFile
               open output creditNoteFile
               close creditNoteFile
               open i-o creditNoteFile
           end-if
               move spaces to crednote-rec
               move nextCrn to crnNumber
               move invNumber to crnInvNumber
               move invCustNumber to crnCustNumber
               move crDate to crnDate
               move crAmount to crnAmount
               move crnTaxAmount to crnTax
               move crReason to crnReason
               move crUser to crnUser
               move refundDue to crnRefundAmount
               move in-Method to crnRefundMethod
               write crednote-rec
                   invalid key
                       display "Credit note number clash; the "
                           "counter file may be out of step."
                       close creditNoteFile
                       close invoiceDataFile
                       goback
               end-write
           close creditNoteFile

           open output nextCrnFile
               move nextCrn to nextCrn-rec
               write nextCrn-rec
           close nextCrnFile
           move nextCrn to crNumber

           *> points earned on the invoice go back in the same share
           *> as the money credited off it
           move "V" to lpAction
           move 0 to lpPoints
           move crAmount to lpAmount
           compute lpBasis = invTotal - workCredited
           call "loyaltyPoints" using lpAction, invCustNumber,
               invNumber, lpPoints, lpAmount, lpBasis, crUser

           *> the refund is money back out, so it comes off what
           *> the invoice has been paid
           compute invCredited = workCredited + crAmount
           subtract refundDue from invPaid
           if invPaid + invCredited >= invTotal
               move "P" to invStatus
           else
               move "O" to invStatus
           end-if
           rewrite invoice-rec
           close invoiceDataFile

           move spaces to savedCustName
           open input customerFile
           if customerStatus = "00"
               move crnCustNumber to custNumber
               read customerFile
                   invalid key
                       continue
                   not invalid key
                       move custName to savedCustName
               end-read
           end-if
           close customerFile

           *> the printable document
           open output crnPrintFile
               move spaces to crnPrintLine
               string "CREDIT NOTE " nextCrn "   date " crDate
                   delimited by size into crnPrintLine
               write crnPrintLine
               move spaces to crnPrintLine
               string "To: " function trim(savedCustName)
                   "   customer " crnCustNumber
                   delimited by size into crnPrintLine
               write crnPrintLine
               move spaces to crnPrintLine
               string "Against invoice " crnInvNumber
                   delimited by size into crnPrintLine
               write crnPrintLine
               move spaces to crnPrintLine
               string "Reason: " function trim(crnReason)
                   delimited by size into crnPrintLine
               write crnPrintLine
               move spaces to crnPrintLine
               write crnPrintLine
               compute invNetAmount = crnAmount - crnTax
               move invNetAmount to displayMoney
               move spaces to crnPrintLine
               string "  NET CREDITED:   " displayMoney
                   delimited by size into crnPrintLine
               write crnPrintLine
               move crnTax to displayMoney
               move spaces to crnPrintLine
               string "  TAX CREDITED:   " displayMoney
                   delimited by size into crnPrintLine
               write crnPrintLine
               move crnAmount to displayMoney
               move spaces to crnPrintLine
               string "  TOTAL CREDITED: " displayMoney
                   delimited by size into crnPrintLine
               write crnPrintLine
               if crnRefundAmount > 0
                   move crnRefundAmount to displayMoney
                   move spaces to crnPrintLine
                   string "  REFUNDED:       " displayMoney
                       "  by " crnRefundMethod
                       delimited by size into crnPrintLine
                   write crnPrintLine
               end-if
           close crnPrintFile

           move crnAmount to displayMoney
           display "Credit note " nextCrn " raised against invoice "
               crnInvNumber " for " displayMoney "."
           if crnRefundAmount > 0
               move crnRefundAmount to displayMoney
               display "Refund of " displayMoney " to be paid out "
                   "by " crnRefundMethod "."
           end-if
           display "Printable copy written to CRNPRINT.DAT."
           if lpPoints > 0
               display lpPoints " loyalty point(s) earned on the "
                   "invoice taken back."
           end-if

           move "CREDNOTE" to spoolType
           move "CRNPRINT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, crUser.
       goback.
