        IDENTIFICATION DIVISION.
        PROGRAM-ID. siteProfit.
       environment division.
           input-output section.
               file-control.
                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is sequential
                       record key is garCode
                       file status is garageRegStatus.

                   select optional carsFile
                       assign to sweepFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional archFile
                       assign to "VEHARCH.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is arKey
                       alternate record key is arVin
                           with duplicates
                       alternate record key is arOwner
                           with duplicates
                       file status is archStatus.

                   select optional serviceHistFile
                       assign to "SVCHIST.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is svcSeqNumber
                       alternate record key is svcCarId
                           with duplicates
                       file status is serviceStatus.

                   select optional invoiceDataFile
                       assign to "INVOICE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is invNumber
                       file status is invFileStatus.

                   select optional invLineFile
                       assign to "INVLINE.DAT"
                       organization is line sequential
                       file status is invLineStatus.

                   select optional partUseFile
                       assign to "PARTUSE.DAT"
                       organization is line sequential
                       file status is partUseStatus.

                   select optional profitRptFile
                       assign to "SITEPROF.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd garageRegFile.
                   copy "GARREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd archFile.
                   copy "ARCHREC.CPY".
               fd serviceHistFile.
                   copy "SERVICEREC.CPY".
               fd invoiceDataFile.
                   copy "INVREC.CPY".
               fd invLineFile.
                   copy "INVLINEREC.CPY".
               fd partUseFile.
                   copy "PARTUSEREC.CPY".
               fd profitRptFile.
                   01 profitRptLine pic x(132).
           WORKING-STORAGE SECTION.
               01 garageRegStatus pic xx.
               01 carsFileStatus pic xx.
               01 archStatus pic xx.
               01 serviceStatus pic xx.
               01 invFileStatus pic xx.
               01 invLineStatus pic xx.
               01 partUseStatus pic xx.
               01 sweepFileName pic x(40).
               01 eof pic x.
               01 svcEof pic x.
               01 todaysDate pic 9(08).
               01 in-Month pic 9(06).
               01 rptYear pic 9(04).
               01 rptMm pic 9(02).
               01 workYear pic 9(04).
               01 workMm pic 9(02).
               01 lookMonth pic 9(06).
               01 lookCode pic x(04).
               01 lookFile pic x(40).
               01 siteIdx pic 9(02).
               01 perIdx pic 9(01).
               01 cbIdx pic 9(03).
               01 cbFound pic 9(03).
               01 carFound pic x.
               01 lineCost pic 9(09)v99.
               01 workAcqCost pic 9(07)v99.
               01 reconSpend pic 9(09)v99.
               01 saleMargin pic s9(09)v99.
               01 untaggedCount pic 9(06) value 0.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the month asked for, the one before it, and the
               *> same month a year earlier - the three columns
               01 period-table.
                   02 pMonth pic 9(06) occurs 3 times.

               *> each site on the registry, with the grand total
               *> across all of them kept in the last slot
               01 site-table.
                   02 site-entry occurs 21 times.
                       03 siteCode pic x(04).
                       03 siteName pic x(24).
                       03 siteFile pic x(40).
                       03 site-period occurs 3 times.
                           04 sLabour pic s9(09)v99.
                           04 sParts pic s9(09)v99.
                           04 sSundry pic s9(09)v99.
                           04 sPartsCost pic s9(09)v99.
                           04 sSoldCount pic s9(09)v99.
                           04 sSalesMargin pic s9(09)v99.
                           04 sCbCount pic s9(09)v99.
                           04 sCbCost pic s9(09)v99.
                           04 sGross pic s9(09)v99.
               01 siteCount pic 9(02) value 0.
               01 totalIdx pic 9(02) value 21.

               *> the comeback lines in any of the three months;
               *> the parts issued to the car that day are what the
               *> comeback cost us, and come out of ordinary parts
               *> cost so they are not counted twice
               01 comeback-table.
                   02 comeback-entry occurs 300 times.
                       03 cbCarId pic 9(06).
                       03 cbDate pic 9(08).
                       03 cbSite pic 9(02).
               01 comebackCount pic 9(03) value 0.
               01 comebackFull pic x value "n".

               *> csAction and the agreement fields consignSettle
               *> hands back for a car sold on an owner's behalf
               01 csAction pic x(01).
               01 csNumber pic 9(06).
               01 csStatus pic x(01).
               01 csMinPrice pic 9(07)v99.
               01 csEndDate pic 9(08).
               01 csSalePrice pic 9(07)v99.
               01 csSaleDate pic 9(08).
               01 csFee pic 9(07)v99.

               01 rowLabel pic x(24).
               01 rowIsCount pic x.
               01 rowVal pic s9(09)v99 occurs 3 times.
               01 rowText pic x(16) justified right occurs 3 times.
               01 displayMoney pic -(09)9.99.
               01 displayCount pic z(13)9.
               01 displayCountWork pic 9(09).
           LINKAGE SECTION.
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING currentUser.
      *> what each site made in the month: workshop revenue off its
      *> invoices, what the parts it issued cost, the margin on the
      *> vehicles it sold and what its comebacks cost, set against
      *> the month before and the same month last year
           accept todaysDate from date yyyymmdd
           display "Site profitability for month (YYYYMM, enter "
               "for last month): " no advancing
           accept in-Month
           if in-Month = 0
               move todaysDate(1:4) to rptYear
               move todaysDate(5:2) to rptMm
               if rptMm = 1
                   subtract 1 from rptYear
                   move 12 to rptMm
               else
                   subtract 1 from rptMm
               end-if
               compute in-Month = rptYear * 100 + rptMm
           end-if
           move in-Month(1:4) to rptYear
           move in-Month(5:2) to rptMm
           if rptMm < 1 or rptMm > 12
               display "Month " in-Month " is not a valid YYYYMM."
               goback
           end-if

           move in-Month to pMonth(1)
           move rptYear to workYear
           move rptMm to workMm
           if workMm = 1
               subtract 1 from workYear
               move 12 to workMm
           else
               subtract 1 from workMm
           end-if
           compute pMonth(2) = workYear * 100 + workMm
           compute pMonth(3) = in-Month - 100

           perform LOAD-SITES
           if siteCount = 0
               display "The garage registry is empty; there are no "
                   "sites to report on."
               goback
           end-if

           perform LOAD-COMEBACKS
           perform ADD-INVOICE-LINES
           perform ADD-PART-ISSUES
           perform varying siteIdx from 1 by 1
                   until siteIdx > siteCount
               move siteFile(siteIdx) to sweepFileName
               perform ADD-SITE-SALES
           end-perform
           perform ADD-ARCHIVED-SALES
           perform TOTAL-SITES
           perform PRINT-REPORT
       goback.

      *> every site ever registered, active or not - a closed site
      *> still has last year's figures
       LOAD-SITES.
           move "n" to eof
           open input garageRegFile
           if garageRegStatus not = "00"
               close garageRegFile
               exit paragraph
           end-if
           perform until eof = "y"
               read garageRegFile next record
                   at end
                       move "y" to eof
                   not at end
                       if siteCount < 20
                           add 1 to siteCount
                           move garCode to siteCode(siteCount)
                           move garName to siteName(siteCount)
                           move garFileName to siteFile(siteCount)
                       end-if
               end-read
           end-perform
           close garageRegFile
           perform varying siteIdx from 1 by 1
                   until siteIdx > 21
               perform varying perIdx from 1 by 1
                       until perIdx > 3
                   move 0 to sLabour(siteIdx, perIdx)
                   move 0 to sParts(siteIdx, perIdx)
                   move 0 to sSundry(siteIdx, perIdx)
                   move 0 to sPartsCost(siteIdx, perIdx)
                   move 0 to sSoldCount(siteIdx, perIdx)
                   move 0 to sSalesMargin(siteIdx, perIdx)
                   move 0 to sCbCount(siteIdx, perIdx)
                   move 0 to sCbCost(siteIdx, perIdx)
                   move 0 to sGross(siteIdx, perIdx)
               end-perform
           end-perform
           move "ALL" to siteCode(totalIdx)
           move "All sites" to siteName(totalIdx).

       FIND-PERIOD.
           move 0 to perIdx
           if lookMonth = pMonth(1)
               move 1 to perIdx
           end-if
           if lookMonth = pMonth(2)
               move 2 to perIdx
           end-if
           if lookMonth = pMonth(3)
               move 3 to perIdx
           end-if.

       FIND-SITE.
           move 0 to siteIdx
           if lookCode = spaces
               exit paragraph
           end-if
           perform varying siteIdx from 1 by 1
                   until siteIdx > siteCount
               if siteCode(siteIdx) = lookCode
                   exit paragraph
               end-if
           end-perform
           move 0 to siteIdx.

       FIND-SITE-BY-FILE.
           move 0 to siteIdx
           perform varying siteIdx from 1 by 1
                   until siteIdx > siteCount
               if function trim(siteFile(siteIdx))
                   = function trim(lookFile)
                   exit paragraph
               end-if
           end-perform
           move 0 to siteIdx.

      *> a comeback line carries no garage; the site is whichever
      *> garage file holds the car, as the warranty claim finds it
       LOAD-COMEBACKS.
           move "n" to eof
           open input serviceHistFile
           if serviceStatus not = "00"
               close serviceHistFile
               exit paragraph
           end-if
           perform until eof = "y"
               read serviceHistFile next record
                   at end
                       move "y" to eof
                   not at end
                       if svcComeback = "C" and svcDate numeric
                           move svcDate(1:6) to lookMonth
                           perform FIND-PERIOD
                           if perIdx > 0
                               perform NOTE-COMEBACK
                           end-if
                       end-if
               end-read
           end-perform
           close serviceHistFile.

       NOTE-COMEBACK.
           if comebackCount >= 300
               if comebackFull = "n"
                   display "Warning: more than 300 comebacks in the "
                       "three months; the rest are costed as "
                       "ordinary parts."
                   move "y" to comebackFull
               end-if
               exit paragraph
           end-if
           add 1 to comebackCount
           move svcCarId to cbCarId(comebackCount)
           move svcDate to cbDate(comebackCount)
           move 0 to cbSite(comebackCount)
           move "n" to carFound
           perform varying siteIdx from 1 by 1
                   until siteIdx > siteCount or carFound = "y"
               move siteFile(siteIdx) to sweepFileName
               open input carsFile
               if carsFileStatus not = "35"
                   move svcCarId to recordId
                   read carsFile
                       invalid key
                           continue
                       not invalid key
                           move "y" to carFound
                           move siteIdx to cbSite(comebackCount)
                   end-read
               end-if
               close carsFile
           end-perform
           if cbSite(comebackCount) > 0
               add 1 to sCbCount(cbSite(comebackCount), perIdx)
           else
               add 1 to untaggedCount
           end-if.

      *> labour, parts and sundry revenue off the invoice lines,
      *> credited to the site on the invoice they went out on
       ADD-INVOICE-LINES.
           move "n" to eof
           open input invoiceDataFile
           if invFileStatus not = "00"
               close invoiceDataFile
               exit paragraph
           end-if
           open input invLineFile
           if invLineStatus not = "00"
               close invLineFile
               close invoiceDataFile
               exit paragraph
           end-if
           perform until eof = "y"
               read invLineFile
                   at end
                       move "y" to eof
                   not at end
                       perform ADD-ONE-LINE
               end-read
           end-perform
           close invLineFile
           close invoiceDataFile.

       ADD-ONE-LINE.
           if ivlNet not numeric
               exit paragraph
           end-if
           move ivlInvNumber to invNumber
           read invoiceDataFile
               invalid key
                   exit paragraph
           end-read
           move invDate(1:6) to lookMonth
           perform FIND-PERIOD
           if perIdx = 0
               exit paragraph
           end-if
           move invGarage to lookCode
           perform FIND-SITE
           if siteIdx = 0
               add 1 to untaggedCount
               exit paragraph
           end-if
           evaluate ivlType
               when "L"
                   add ivlNet to sLabour(siteIdx, perIdx)
               when "P"
                   add ivlNet to sParts(siteIdx, perIdx)
               when other
                   add ivlNet to sSundry(siteIdx, perIdx)
           end-evaluate.

      *> every part issued, at what it cost off the shelf
       ADD-PART-ISSUES.
           move "n" to eof
           open input partUseFile
           if partUseStatus not = "00"
               close partUseFile
               exit paragraph
           end-if
           perform until eof = "y"
               read partUseFile
                   at end
                       move "y" to eof
                   not at end
                       perform ADD-ONE-ISSUE
               end-read
           end-perform
           close partUseFile.

       ADD-ONE-ISSUE.
           if puDate not numeric or puQty not numeric
               or puUnitCost not numeric
               exit paragraph
           end-if
           move puDate(1:6) to lookMonth
           perform FIND-PERIOD
           if perIdx = 0
               exit paragraph
           end-if
           compute lineCost = puQty * puUnitCost
           move 0 to cbFound
           perform varying cbIdx from 1 by 1
                   until cbIdx > comebackCount or cbFound > 0
               if cbCarId(cbIdx) = puCarId
                   and cbDate(cbIdx) = puDate
                   move cbIdx to cbFound
               end-if
           end-perform
           move puGarage to lookCode
           perform FIND-SITE
           if siteIdx = 0 and cbFound > 0
               move cbSite(cbFound) to siteIdx
           end-if
           if siteIdx = 0
               add 1 to untaggedCount
               exit paragraph
           end-if
           if cbFound > 0
               add lineCost to sCbCost(siteIdx, perIdx)
           else
               add lineCost to sPartsCost(siteIdx, perIdx)
           end-if.

      *> vehicles still on a site's file; a sale is the selling
      *> site's, falling back to the file it sits in for sales
      *> made before sites were tagged
       ADD-SITE-SALES.
           move "n" to eof
           open input carsFile
           if carsFileStatus = "35"
               close carsFile
               exit paragraph
           end-if
           perform until eof = "y"
               read carsFile next record
                   at end
                       move "y" to eof
                   not at end
                       if saleStatus = "S" and saleDate numeric
                           perform ADD-ONE-SALE
                       end-if
               end-read
           end-perform
           close carsFile.

      *> sold vehicles moved to the archive keep their sale in the
      *> image of the record taken when they went
       ADD-ARCHIVED-SALES.
           move "n" to eof
           open input archFile
           if archStatus not = "00"
               close archFile
               exit paragraph
           end-if
           perform until eof = "y"
               read archFile next record
                   at end
                       move "y" to eof
                   not at end
                       move arCarImage to carFile-rec
                       move arGarage to sweepFileName
                       if saleStatus = "S" and saleDate numeric
                           perform ADD-ONE-SALE
                       end-if
               end-read
           end-perform
           close archFile.

      *> the same margin the sales report shows: the price less
      *> what we paid less the reconditioning spend, or just our
      *> fee on a car sold for its owner
       ADD-ONE-SALE.
           move saleDate(1:6) to lookMonth
           perform FIND-PERIOD
           if perIdx = 0
               exit paragraph
           end-if
           move saleGarage to lookCode
           perform FIND-SITE
           if siteIdx = 0
               move sweepFileName to lookFile
               perform FIND-SITE-BY-FILE
           end-if
           if siteIdx = 0
               add 1 to untaggedCount
               exit paragraph
           end-if

           move "C" to csAction
           call "consignSettle" using csAction, sweepFileName,
               recordId, csNumber, csStatus, csMinPrice, csEndDate,
               csSalePrice, csSaleDate, csFee, currentUser
           if csStatus not = "S" and csStatus not = "P"
               move 0 to csNumber
           end-if
           if csNumber not = 0
               move csFee to saleMargin
           else
               perform SUM-RECON-SPEND
               if acquisitionCost numeric
                   move acquisitionCost to workAcqCost
               else
                   move 0 to workAcqCost
               end-if
               compute saleMargin = finalPrice
                   - workAcqCost - reconSpend
           end-if
           add 1 to sSoldCount(siteIdx, perIdx)
           add saleMargin to sSalesMargin(siteIdx, perIdx).

       SUM-RECON-SPEND.
           move 0 to reconSpend
           move "n" to svcEof
           open input serviceHistFile
           if serviceStatus not = "00"
               close serviceHistFile
               exit paragraph
           end-if
           move recordId to svcCarId
           start serviceHistFile key is = svcCarId
               invalid key
                   move "y" to svcEof
           end-start
           perform until svcEof = "y"
               read serviceHistFile next record
                   at end
                       move "y" to svcEof
                   not at end
                       if svcCarId not = recordId
                           move "y" to svcEof
                       else
                           if svcDate <= saleDate
                               add svcCost to reconSpend
                           end-if
                       end-if
               end-read
           end-perform
           close serviceHistFile.

      *> gross margin per site, and every figure summed into the
      *> all-sites slot
       TOTAL-SITES.
           perform varying siteIdx from 1 by 1
                   until siteIdx > siteCount
               perform varying perIdx from 1 by 1
                       until perIdx > 3
                   compute sGross(siteIdx, perIdx) =
                       sLabour(siteIdx, perIdx)
                       + sParts(siteIdx, perIdx)
                       + sSundry(siteIdx, perIdx)
                       - sPartsCost(siteIdx, perIdx)
                       + sSalesMargin(siteIdx, perIdx)
                       - sCbCost(siteIdx, perIdx)
                   add sLabour(siteIdx, perIdx)
                       to sLabour(totalIdx, perIdx)
                   add sParts(siteIdx, perIdx)
                       to sParts(totalIdx, perIdx)
                   add sSundry(siteIdx, perIdx)
                       to sSundry(totalIdx, perIdx)
                   add sPartsCost(siteIdx, perIdx)
                       to sPartsCost(totalIdx, perIdx)
                   add sSoldCount(siteIdx, perIdx)
                       to sSoldCount(totalIdx, perIdx)
                   add sSalesMargin(siteIdx, perIdx)
                       to sSalesMargin(totalIdx, perIdx)
                   add sCbCount(siteIdx, perIdx)
                       to sCbCount(totalIdx, perIdx)
                   add sCbCost(siteIdx, perIdx)
                       to sCbCost(totalIdx, perIdx)
                   add sGross(siteIdx, perIdx)
                       to sGross(totalIdx, perIdx)
               end-perform
           end-perform.

       PRINT-REPORT.
           open output profitRptFile
           move spaces to profitRptLine
           string "Site profitability for " pMonth(1)
               "   run date: " todaysDate
               delimited by size into profitRptLine
           perform WRITE-RPT-LINE
           perform varying siteIdx from 1 by 1
                   until siteIdx > siteCount
               perform PRINT-SITE
           end-perform
           move totalIdx to siteIdx
           perform PRINT-SITE
           if untaggedCount > 0
               move spaces to profitRptLine
               write profitRptLine
               move spaces to profitRptLine
               string "Not included: " untaggedCount " item(s) "
                   "with no site on them (raised before sites "
                   "were tagged, or a site no longer registered)."
                   delimited by size into profitRptLine
               perform WRITE-RPT-LINE
           end-if
           close profitRptFile

           move "SITEPROFIT" to spoolType
           move "SITEPROF.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser
           display "Report written to SITEPROF.DAT.".

       PRINT-SITE.
           move spaces to profitRptLine
           write profitRptLine
           move spaces to profitRptLine
           string "--- " siteCode(siteIdx) " "
               function trim(siteName(siteIdx)) " ---"
               delimited by size into profitRptLine
           perform WRITE-RPT-LINE
           move spaces to profitRptLine
           string "                          "
               "          " pMonth(1)
               "          " pMonth(2)
               "          " pMonth(3)
               delimited by size into profitRptLine
           perform WRITE-RPT-LINE

           move "Labour revenue" to rowLabel
           move "n" to rowIsCount
           perform varying perIdx from 1 by 1 until perIdx > 3
               move sLabour(siteIdx, perIdx) to rowVal(perIdx)
           end-perform
           perform PRINT-ROW
           move "Parts revenue" to rowLabel
           perform varying perIdx from 1 by 1 until perIdx > 3
               move sParts(siteIdx, perIdx) to rowVal(perIdx)
           end-perform
           perform PRINT-ROW
           move "Sundry revenue" to rowLabel
           perform varying perIdx from 1 by 1 until perIdx > 3
               move sSundry(siteIdx, perIdx) to rowVal(perIdx)
           end-perform
           perform PRINT-ROW
           move "Parts cost" to rowLabel
           perform varying perIdx from 1 by 1 until perIdx > 3
               move sPartsCost(siteIdx, perIdx) to rowVal(perIdx)
           end-perform
           perform PRINT-ROW
           move "Vehicles sold" to rowLabel
           move "y" to rowIsCount
           perform varying perIdx from 1 by 1 until perIdx > 3
               move sSoldCount(siteIdx, perIdx) to rowVal(perIdx)
           end-perform
           perform PRINT-ROW
           move "Vehicle sales margin" to rowLabel
           move "n" to rowIsCount
           perform varying perIdx from 1 by 1 until perIdx > 3
               move sSalesMargin(siteIdx, perIdx) to rowVal(perIdx)
           end-perform
           perform PRINT-ROW
           move "Comebacks" to rowLabel
           move "y" to rowIsCount
           perform varying perIdx from 1 by 1 until perIdx > 3
               move sCbCount(siteIdx, perIdx) to rowVal(perIdx)
           end-perform
           perform PRINT-ROW
           move "Comeback cost" to rowLabel
           move "n" to rowIsCount
           perform varying perIdx from 1 by 1 until perIdx > 3
               move sCbCost(siteIdx, perIdx) to rowVal(perIdx)
           end-perform
           perform PRINT-ROW
           move "Gross margin" to rowLabel
           perform varying perIdx from 1 by 1 until perIdx > 3
               move sGross(siteIdx, perIdx) to rowVal(perIdx)
           end-perform
           perform PRINT-ROW.

       PRINT-ROW.
           perform varying perIdx from 1 by 1 until perIdx > 3
               if rowIsCount = "y"
                   move rowVal(perIdx) to displayCountWork
                   move displayCountWork to displayCount
                   move displayCount to rowText(perIdx)
               else
                   move rowVal(perIdx) to displayMoney
                   move displayMoney to rowText(perIdx)
               end-if
           end-perform
           move spaces to profitRptLine
           string "  " rowLabel rowText(1) rowText(2) rowText(3)
               delimited by size into profitRptLine
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           write profitRptLine
           display function trim(profitRptLine trailing).
