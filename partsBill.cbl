        IDENTIFICATION DIVISION.
        PROGRAM-ID. partsBill.
       environment division.
           input-output section.
               file-control.
                   select optional partUseFile
                       assign to "PARTUSE.DAT"
                       organization is line sequential
                       file status is partUseStatus.

                   select optional partUseWorkFile
                       assign to "PARTUSE.TMP"
                       organization is line sequential.

                   select optional invLineFile
                       assign to "INVLINE.DAT"
                       organization is line sequential.

                   select optional partsFile
                       assign to "PARTS.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is partNumber
                       file status is partsStatus.
        DATA DIVISION.
           file section.
               fd partUseFile.
                   copy "PARTUSEREC.CPY".
               fd partUseWorkFile.
                   01 partUseWork-rec pic x(80).
               fd invLineFile.
                   copy "INVLINEREC.CPY".
               fd partsFile.
                   copy "PARTREC.CPY".
            LOCAL-STORAGE SECTION.
               01 partUseStatus pic xx.
               01 partsStatus pic xx.
               01 eof pic x value "n".
               01 stampedAny pic x value "n".
               01 lineNet pic 9(07)v99.
               01 lineTax pic 9(07)v99.
               01 tierPrice pic 9(05)v99.
               01 tierName pic x(12).
               01 tierLabourFactor pic 9(01)v999.
               01 tierPartsPct pic s9(02)v99.
           LINKAGE SECTION.
               01 billCarId pic 9(06).
               01 billFromDate pic 9(08).
               01 billInvNumber pic 9(06).
               01 billTaxRate pic 9(02)v99.
               01 billLineNo pic 9(03).
               01 billNet pic 9(07)v99.
               01 billTax pic 9(07)v99.
               01 billCount pic 9(04).
               01 billTier pic x(01).
               01 billDiscount pic s9(07)v99.
      *> every part issued to the car on or after the from-date and
      *> not yet billed goes onto the invoice as a parts line at the
      *> price it was issued at, and the issue is stamped with the
      *> invoice number so the next invoice cannot bill it again.
      *> The caller's line number, net, tax and count are carried
      *> forward, so labour and parts land on one numbered invoice.
      *> Each part is priced at the customer's tier on the way, and
      *> what the tier took off the issue price is added to the
      *> caller's discount.
        PROCEDURE DIVISION USING billCarId, billFromDate,
               billInvNumber, billTaxRate, billLineNo, billNet,
               billTax, billCount, billTier, billDiscount.
           call "tierLookup" using billTier, tierName,
               tierLabourFactor, tierPartsPct
           open input partUseFile
           if partUseStatus not = "00"
               close partUseFile
               goback
           end-if
           open output partUseWorkFile
           open extend invLineFile
           open input partsFile

           perform until eof = "y"
               read partUseFile
                   at end
                       move "y" to eof
                   not at end
                       if puCarId = billCarId
                           and puDate >= billFromDate
                           and puInvNumber numeric
                           and puInvNumber = 0
                           and puQty > 0
                           perform BILL-ONE-ISSUE
                       end-if
                       move partUse-rec to partUseWork-rec
                       write partUseWork-rec
               end-read
           end-perform

           close partsFile
           close invLineFile
           close partUseWorkFile
           close partUseFile

           if stampedAny = "y"
               call "SYSTEM" using
                   "copy /Y PARTUSE.TMP PARTUSE.DAT"
           end-if
           call "SYSTEM" using "del PARTUSE.TMP"
       goback.

       BILL-ONE-ISSUE.
           if puUnitPrice not numeric
               move 0 to puUnitPrice
           end-if
           move spaces to invline-rec
           move puPartNumber to ivlDescription
           if partsStatus = "00"
               move puPartNumber to partNumber
               read partsFile
                   invalid key
                       continue
                   not invalid key
                       move partDescription to ivlDescription
               end-read
           end-if
           move puUnitPrice to tierPrice
           if tierPartsPct not = 0
               compute tierPrice rounded =
                   puUnitPrice * (100 + tierPartsPct) / 100
               compute billDiscount = billDiscount
                   + (puUnitPrice - tierPrice) * puQty
           end-if
           compute lineNet = puQty * tierPrice
           compute lineTax rounded = lineNet * billTaxRate / 100
           add 1 to billLineNo
           move billInvNumber to ivlInvNumber
           move billLineNo to ivlLineNo
           move "P" to ivlType
           move puQty to ivlQty
           move tierPrice to ivlUnitPrice
           move lineNet to ivlNet
           move lineTax to ivlTax
           write invline-rec
           add lineNet to billNet
           add lineTax to billTax
           add 1 to billCount
           move billInvNumber to puInvNumber
           move "y" to stampedAny.
