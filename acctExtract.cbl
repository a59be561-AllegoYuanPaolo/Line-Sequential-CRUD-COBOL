                   select optional acctExtFile
                       assign to "ACCTEXT.CSV"
                       organization is line sequential.

                   select optional creditNoteFile
                       assign to "CREDNOTE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is crnNumber
                       file status is crnStatus.
        DATA DIVISION.
           file section.
               fd invoiceDataFile.
                       02 payDate pic 9(08).
                       02 payAmount pic 9(07)v99.
                       02 payMethod pic x(01).
                       02 payGarage pic x(04).
               fd acctExtFile.
                   01 acctExtLine pic x(96).
               fd creditNoteFile.
                   copy "CRNREC.CPY".
            LOCAL-STORAGE SECTION.
               01 invFileStatus pic xx.
               01 paymentStatus pic xx.
               01 csvAmount2 pic 9(07).99.
               01 csvTotal pic 9(09).99.
               01 csvTotal2 pic 9(09).99.
               01 crnStatus pic xx.
               01 crnCount pic 9(06) value 0.
               01 crnAmtTotal pic s9(11)v99 value 0.
               01 rfdCount pic 9(06) value 0.
               01 rfdAmtTotal pic s9(11)v99 value 0.
               01 signedAmount pic s9(07)v99.
               01 csvCredit pic -9(07).99.
               01 csvCredit2 pic -9(07).99.
               01 csvCreditTotal pic -9(09).99.
               01 csvCreditTotal2 pic -9(09).99.
           LINKAGE SECTION.
               copy "MESTEPREC.CPY".
        PROCEDURE DIVISION USING meStep.
      *> the money-side counterpart of the insurer extract: the
      *> period's invoices and payments in one CSV the accountant's
      *> package can load, with a trailer carrying counts and amount
      *> totals so they can prove they got the whole file - the
      *> same pattern the insurer feed already proved out
           accept todaysDate from date yyyymmdd
           if meMode = "B"
               move meMonth to extractMonth
           else
               display "Export for month (YYYYMM): " no advancing
               accept extractMonth
           end-if

           open output acctExtFile
           move spaces to acctExtLine
           end-if
           close paymentFile

           *> CRN,<credit note>,<date>,<invoice>,<customer>,<gross>,
           *> <tax> and RFD,<credit note>,<date>,<customer>,<amount>,
           *> <method> - both go the other way from an invoice and a
           *> payment, so they carry a minus sign and the books
           *> still tie out when everything is summed
           move "n" to eof
           open input creditNoteFile
           if crnStatus = "00"
               perform until eof = "y"
                   read creditNoteFile next record
                       at end
                           move "y" to eof
                       not at end
                           if crnDate(1:6) = extractMonth
                               add 1 to crnCount
                               subtract crnAmount from crnAmtTotal
                               compute signedAmount = 0 - crnAmount
                               move signedAmount to csvCredit
                               compute signedAmount = 0 - crnTax
                               move signedAmount to csvCredit2
                               move spaces to acctExtLine
                               string "CRN," crnNumber
                                   "," crnDate
                                   "," crnInvNumber
                                   "," crnCustNumber
                                   "," csvCredit
                                   "," csvCredit2
                                   delimited by size
                                   into acctExtLine
                               write acctExtLine
                               if crnRefundAmount > 0
                                   add 1 to rfdCount
                                   subtract crnRefundAmount
                                       from rfdAmtTotal
                                   compute signedAmount =
                                       0 - crnRefundAmount
                                   move signedAmount to csvCredit
                                   move spaces to acctExtLine
                                   string "RFD," crnNumber
                                       "," crnDate
                                       "," crnCustNumber
                                       "," csvCredit
                                       "," crnRefundMethod
                                       delimited by size
                                       into acctExtLine
                                   write acctExtLine
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close creditNoteFile

           *> the trailer totals carry their decimal points the
           *> same way the detail rows do, so the accountant can
           *> actually sum the details up to them
           move invAmtTotal to csvTotal
           move payAmtTotal to csvTotal2
           move crnAmtTotal to csvCreditTotal
           move rfdAmtTotal to csvCreditTotal2
           move spaces to acctExtLine
           string "TRL," invCount "," csvTotal
               "," payCount "," csvTotal2
               "," crnCount "," csvCreditTotal
               "," rfdCount "," csvCreditTotal2
               delimited by size into acctExtLine
           write acctExtLine
           close acctExtFile

           display "Accounting export written to ACCTEXT.CSV: "
               invCount " invoice(s), " payCount
               " payment(s), " crnCount " credit note(s) for "
               extractMonth "."
           move invCount to meCount
           move invAmtTotal to meAmount
           move "Y" to meResult
       goback.

       FIND-PAY-CUSTOMER.
