        IDENTIFICATION DIVISION.
        PROGRAM-ID. priceTier.
       environment division.
           input-output section.
               file-control.
                   select optional priceTierFile
                       assign to "PRICETIER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is tierCode
                       file status is tierStatus.

                   select optional invoiceDataFile
                       assign to "INVOICE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is invNumber
                       file status is invFileStatus.

                   select optional tierRptFile
                       assign to "TIERDISC.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd priceTierFile.
                   copy "TIERREC.CPY".
               fd invoiceDataFile.
                   copy "INVREC.CPY".
               fd tierRptFile.
                   01 tierRptLine pic x(96).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 tierStatus pic xx.
               01 invFileStatus pic xx.
               01 tierExitFlag pic x value 'n'.
               01 tierChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-Tier pic x(01).
               01 in-LabourFactor pic 9(01)v999.
               01 in-PartsPct pic s9(02)v99.
               01 in-Month pic 9(06).
               01 deniedOption pic x(32).
               01 displayFactor pic 9.999.
               01 displayPct pic -z9.99.
               01 displayMoney pic z(08)9.99.
               01 displaySigned pic -(08)9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).

               *> the lookup's own block, used to seed the tier file
               *> the first time the screen is opened
               01 seedTier pic x(01).
               01 seedName pic x(12).
               01 seedFactor pic 9(01)v999.
               01 seedPct pic s9(02)v99.

               *> one row per tier for the month's discount report;
               *> invoices from before tiers count under retail
               01 tierTot-table.
                   02 tierTot-entry occurs 10 times
                           indexed by ttIdx.
                       03 ttCode pic x(01).
                       03 ttName pic x(12).
                       03 ttCount pic 9(05).
                       03 ttNet pic s9(09)v99.
                       03 ttDiscount pic s9(09)v99.
               01 tierTotCount pic 9(02).
               01 ttFoundIdx pic 9(02).
               01 rptTier pic x(01).
               01 rptCount pic 9(05).
               01 rptNet pic s9(09)v99.
               01 rptDiscount pic s9(09)v99.
               01 invNetAmount pic s9(09)v99.
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING currentUser, currentRole.
           move space to seedTier
           call "tierLookup" using seedTier, seedName, seedFactor,
               seedPct

           perform with test after until tierExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Price Tiers --"
               display "[1] - List Price Tiers"
               display "[2] - Change a Tier's Rates"
               display "[3] - Discount Given by Tier (Monthly)"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept tierChoice

               evaluate tierChoice
                   when "00"
                       move 'y' to tierExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform LIST-TIERS
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Change Price Tier Rates"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform CHANGE-TIER
                       end-if
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform DISCOUNT-REPORT
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

       LIST-TIERS.
           display "Tier  Name          Labour x  Parts %"
           move "n" to eof
           open input priceTierFile
           perform until eof = "y"
               read priceTierFile next record
                   at end
                       move "y" to eof
                   not at end
                       move tierLabourFactor to displayFactor
                       move tierPartsPct to displayPct
                       display "  " tierCode "   " tierName
                           "  " displayFactor "    " displayPct
               end-read
           end-perform
           close priceTierFile.

      *> a rate change prices work keyed from now on; what is
      *> already on a work order or an invoice stays as charged
       CHANGE-TIER.
           perform LIST-TIERS
           display "Tier to change: " no advancing
           accept in-Tier
           move function upper-case(in-Tier) to in-Tier
           open i-o priceTierFile
           move in-Tier to tierCode
           read priceTierFile
               invalid key
                   display "No tier " in-Tier " is set up."
                   close priceTierFile
                   exit paragraph
           end-read
           display "Labour factor, 1.000 for list price (now "
               tierLabourFactor "): " no advancing
           accept in-LabourFactor
           if in-LabourFactor = 0
               display "A zero factor would give the labour away; "
                   "nothing changed."
               close priceTierFile
               exit paragraph
           end-if
           display "Parts percentage, minus for a discount (now "
               tierPartsPct "): " no advancing
           accept in-PartsPct
           move in-LabourFactor to tierLabourFactor
           move in-PartsPct to tierPartsPct
           rewrite priceTier-rec
           close priceTierFile
           display "Tier " function trim(tierName) " updated."

           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move spaces to audit-rec
           move "TIERCH" to auditOperation
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move 0 to beforeId
           move spaces to beforeOwner
           move spaces to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move 0 to beforeMileage
           move 0 to afterId
           move spaces to afterOwner
           move in-LabourFactor to displayFactor
           move in-PartsPct to displayPct
           string "Tier " in-Tier " labour " displayFactor
               " parts " displayPct
               delimited by size into afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move "PRICETIER.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.

      *> what each tier took off list price over a month's
      *> invoices, for the margin review
       DISCOUNT-REPORT.
           accept todaysDate from date yyyymmdd
           display "Month to report (YYYYMM, enter for this month): "
               no advancing
           accept in-Month
           if in-Month = 0
               move todaysDate(1:6) to in-Month
           end-if

           move 0 to tierTotCount
           move "n" to eof
           open input priceTierFile
           perform until eof = "y"
               read priceTierFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tierTotCount < 10
                           add 1 to tierTotCount
                           move tierCode to ttCode(tierTotCount)
                           move tierName to ttName(tierTotCount)
                           move 0 to ttCount(tierTotCount)
                           move 0 to ttNet(tierTotCount)
                           move 0 to ttDiscount(tierTotCount)
                       end-if
               end-read
           end-perform
           close priceTierFile

           move "n" to eof
           open input invoiceDataFile
           if invFileStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read invoiceDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if invDate(1:6) = in-Month
                           perform TALLY-INVOICE-TIER
                       end-if
               end-read
           end-perform
           close invoiceDataFile

           move 0 to rptCount
           move 0 to rptNet
           move 0 to rptDiscount
           open output tierRptFile
           move spaces to tierRptLine
           string "DISCOUNT GIVEN BY PRICE TIER - month " in-Month
               "   run " todaysDate
               delimited by size into tierRptLine
           write tierRptLine
           display function trim(tierRptLine)
           move spaces to tierRptLine
           string "Tier  Name          Invoices        Net sales"
               "   Discount given"
               delimited by size into tierRptLine
           write tierRptLine
           display function trim(tierRptLine)
           perform varying ttIdx from 1 by 1
                   until ttIdx > tierTotCount
               move ttNet(ttIdx) to displayMoney
               move ttDiscount(ttIdx) to displaySigned
               move spaces to tierRptLine
               string "  " ttCode(ttIdx) "   " ttName(ttIdx) "  "
                   ttCount(ttIdx) "  " displayMoney "  "
                   displaySigned
                   delimited by size into tierRptLine
               write tierRptLine
               display tierRptLine
               add ttCount(ttIdx) to rptCount
               add ttNet(ttIdx) to rptNet
               add ttDiscount(ttIdx) to rptDiscount
           end-perform
           move rptNet to displayMoney
           move rptDiscount to displaySigned
           move spaces to tierRptLine
           string "  TOTAL             " rptCount "  " displayMoney
               "  " displaySigned
               delimited by size into tierRptLine
           write tierRptLine
           display tierRptLine
           close tierRptFile
           display "Report written to TIERDISC.DAT."

           move "TIERDISC" to spoolType
           move "TIERDISC.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       TALLY-INVOICE-TIER.
           move invPriceTier to rptTier
           if rptTier = space or rptTier = low-value
               move "R" to rptTier
           end-if
           move 0 to ttFoundIdx
           perform varying ttIdx from 1 by 1
                   until ttIdx > tierTotCount
               if ttCode(ttIdx) = rptTier
                   set ttFoundIdx to ttIdx
               end-if
           end-perform
           if ttFoundIdx = 0
               exit paragraph
           end-if
           if invTax numeric
               compute invNetAmount = invTotal - invTax
           else
               move invTotal to invNetAmount
           end-if
           add 1 to ttCount(ttFoundIdx)
           add invNetAmount to ttNet(ttFoundIdx)
           if invDiscount numeric
               add invDiscount to ttDiscount(ttFoundIdx)
           end-if.

      *> a refused option goes on the audit trail under the user
      *> who tried it
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
           move "PRICETIER.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
