        IDENTIFICATION DIVISION.
        PROGRAM-ID. invLineTotals.
       environment division.
           input-output section.
               file-control.
                   select optional invLineFile
                       assign to "INVLINE.DAT"
                       organization is line sequential
                       file status is invLineStatus.
        DATA DIVISION.
           file section.
               fd invLineFile.
                   copy "INVLINEREC.CPY".
            LOCAL-STORAGE SECTION.
               01 invLineStatus pic xx.
               01 eof pic x value "n".
           LINKAGE SECTION.
               01 totInvNumber pic 9(06).
               01 totLabour pic 9(07)v99.
               01 totParts pic 9(07)v99.
               01 totSundry pic 9(07)v99.
               01 totLineCount pic 9(04).
      *> the labour / parts / sundries split of one invoice, net of
      *> tax, for the documents that show a subtotal per kind
      *> without listing every line. Invoices raised before they
      *> carried lines come back with a zero line count.
        PROCEDURE DIVISION USING totInvNumber, totLabour, totParts,
               totSundry, totLineCount.
           move 0 to totLabour
           move 0 to totParts
           move 0 to totSundry
           move 0 to totLineCount

           open input invLineFile
           if invLineStatus = "00"
               perform until eof = "y"
                   read invLineFile
                       at end
                           move "y" to eof
                       not at end
                           if ivlInvNumber = totInvNumber
                               add 1 to totLineCount
                               evaluate ivlType
                                   when "P"
                                       add ivlNet to totParts
                                   when "S"
                                       add ivlNet to totSundry
                                   when other
                                       add ivlNet to totLabour
                               end-evaluate
                           end-if
                   end-read
               end-perform
           end-if
           close invLineFile
       goback.
