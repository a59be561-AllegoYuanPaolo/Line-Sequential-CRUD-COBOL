        IDENTIFICATION DIVISION.
        PROGRAM-ID. loyaltyFile.
       environment division.
           input-output section.
               file-control.
                   select optional loyaltyLedgerFile
                       assign to "LOYALTY.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is lyEntry
                       alternate record key is lyCustNumber
                           with duplicates
                       file status is loyaltyStatus.

                   select optional loyalRateFile
                       assign to "LOYALRATE.DAT"
                       organization is line sequential
                       file status is loyalRateStatus.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional loyalRptFile
                       assign to "LOYALRPT.DAT"
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd loyaltyLedgerFile.
                   copy "LOYALREC.CPY".
               fd loyalRateFile.
                   copy "LOYALRATEREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd loyalRptFile.
                   01 loyalRptLine pic x(96).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 loyaltyStatus pic xx.
               01 loyalRateStatus pic xx.
               01 customerStatus pic xx.
               01 loyExitFlag pic x value 'n'.
               01 loyChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-CustNumber pic 9(06).
               01 in-Month pic 9(06).
               01 in-PointsPerUnit pic 9(02)v99.
               01 in-PointValue pic 9(01)v9999.
               01 in-ExpiryMonths pic 9(03).
               01 pointValue pic 9(01)v9999.
               01 curPointsPerUnit pic 9(02)v99.
               01 curPointValue pic 9(01)v9999.
               01 curExpiryMonths pic 9(03).
               01 typeName pic x(08).
               01 entryCount pic 9(05).
               01 balancePoints pic 9(09).
               01 displayPoints pic z(08)9.
               01 displayMoney pic z(08)9.99.
               01 displayRate pic z9.99.
               01 displayValue pic 9.9999.
               01 liabilityAmount pic 9(09)v99.
               01 deniedOption pic x(32).

               *> the month's movement, by kind, and the standing
               *> balance customer by customer at the run date
               01 monthEarned pic 9(09).
               01 monthRedeemed pic 9(09).
               01 monthReversed pic 9(09).
               01 monthExpired pic 9(09).
               01 custPoints pic 9(09).
               01 rptCustNumber pic 9(06).
               01 rptCustName pic x(24).
               01 rptCustCount pic 9(05).
               01 rptTotalPoints pic 9(09).
               01 firstEntry pic x.

               *> the scheme's calling block for the expiry pass
               01 lpAction pic x(01).
               01 lpCustNumber pic 9(06).
               01 lpInvNumber pic 9(06).
               01 lpPoints pic 9(07).
               01 lpAmount pic 9(07)v99.
               01 lpBasis pic 9(07)v99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING currentUser, currentRole.
           perform with test after until loyExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Loyalty Points --"
               display "[1] - Customer Points Ledger"
               display "[2] - Points Liability Report (Monthly)"
               display "[3] - Scheme Settings"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept loyChoice

               evaluate loyChoice
                   when "00"
                       move 'y' to loyExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform CUSTOMER-LEDGER
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform LIABILITY-REPORT
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Loyalty Scheme Settings"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform SCHEME-SETTINGS
                       end-if
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> every earning, spend, reversal and lapse on one customer,
      *> oldest first, with the balance they can spend today
       CUSTOMER-LEDGER.
           display "Customer number: " no advancing
           accept in-CustNumber
           accept todaysDate from date yyyymmdd
           move 0 to entryCount
           move 0 to balancePoints
           move "n" to eof
           open input loyaltyLedgerFile
           if loyaltyStatus not = "00"
               move "y" to eof
           else
               move in-CustNumber to lyCustNumber
               start loyaltyLedgerFile key is = lyCustNumber
                   invalid key
                       move "y" to eof
               end-start
           end-if
           perform until eof = "y"
               read loyaltyLedgerFile next record
                   at end
                       move "y" to eof
                   not at end
                       if lyCustNumber not = in-CustNumber
                           move "y" to eof
                       else
                           add 1 to entryCount
                           perform SHOW-LEDGER-ENTRY
                       end-if
               end-read
           end-perform
           close loyaltyLedgerFile
           if entryCount = 0
               display "Customer " in-CustNumber " has no loyalty "
                   "points history."
               exit paragraph
           end-if
           perform GET-POINT-VALUE
           compute liabilityAmount = balancePoints * pointValue
           move balancePoints to displayPoints
           move liabilityAmount to displayMoney
           display "Balance to spend: " function trim(displayPoints)
               " point(s), worth " function trim(displayMoney) ".".

       SHOW-LEDGER-ENTRY.
           evaluate lyType
               when "E"
                   move "EARNED" to typeName
               when "R"
                   move "REDEEMED" to typeName
               when "V"
                   move "REVERSED" to typeName
               when "X"
                   move "EXPIRED" to typeName
               when other
                   move lyType to typeName
           end-evaluate
           if lyType = "E"
               display lyDate "  " typeName "  invoice " lyInvNumber
                   "  " lyPoints "  left " lyRemaining
                   "  lapses " lyExpiry
               if lyExpiry >= todaysDate
                   add lyRemaining to balancePoints
               end-if
           else
               display lyDate "  " typeName "  invoice " lyInvNumber
                   "  " lyPoints
           end-if.

      *> what the points still out there would cost if every one
      *> were spent tomorrow - the figure accounting carries as a
      *> liability. Lapsed lots are written off first so they do
      *> not inflate it, and the month's earnings, spends,
      *> reversals and lapses show how it moved.
       LIABILITY-REPORT.
           accept todaysDate from date yyyymmdd
           display "Month to report (YYYYMM, enter for this month): "
               no advancing
           accept in-Month
           if in-Month = 0
               move todaysDate(1:6) to in-Month
           end-if

           move "X" to lpAction
           move 0 to lpCustNumber
           move 0 to lpInvNumber
           move 0 to lpPoints
           move 0 to lpAmount
           move 0 to lpBasis
           call "loyaltyPoints" using lpAction, lpCustNumber,
               lpInvNumber, lpPoints, lpAmount, lpBasis, currentUser
           if lpPoints > 0
               display lpPoints " lapsed point(s) written off "
                   "before the report."
           end-if
           perform GET-POINT-VALUE

           move 0 to monthEarned
           move 0 to monthRedeemed
           move 0 to monthReversed
           move 0 to monthExpired
           move 0 to rptCustCount
           move 0 to rptTotalPoints
           move 0 to custPoints
           move "y" to firstEntry

           open output loyalRptFile
           move spaces to loyalRptLine
           string "LOYALTY POINTS LIABILITY - month " in-Month
               "   run " todaysDate
               delimited by size into loyalRptLine
           write loyalRptLine
           display function trim(loyalRptLine)
           move spaces to loyalRptLine
           write loyalRptLine

           open input customerFile
           move "n" to eof
           open input loyaltyLedgerFile
           if loyaltyStatus not = "00"
               move "y" to eof
           else
               move 0 to lyCustNumber
               start loyaltyLedgerFile key is >= lyCustNumber
                   invalid key
                       move "y" to eof
               end-start
           end-if
           perform until eof = "y"
               read loyaltyLedgerFile next record
                   at end
                       move "y" to eof
                   not at end
                       perform TALLY-LEDGER-ENTRY
               end-read
           end-perform
           if firstEntry = "n"
               perform WRITE-CUSTOMER-LIABILITY
           end-if
           close loyaltyLedgerFile
           close customerFile

           move spaces to loyalRptLine
           write loyalRptLine
           move "Movement in the month:" to loyalRptLine
           write loyalRptLine
           display function trim(loyalRptLine)
           move monthEarned to displayPoints
           move spaces to loyalRptLine
           string "  earned on paid invoices   " displayPoints
               delimited by size into loyalRptLine
           write loyalRptLine
           display function trim(loyalRptLine)
           move monthRedeemed to displayPoints
           move spaces to loyalRptLine
           string "  redeemed as discounts     " displayPoints
               delimited by size into loyalRptLine
           write loyalRptLine
           display function trim(loyalRptLine)
           move monthReversed to displayPoints
           move spaces to loyalRptLine
           string "  reversed by credit notes  " displayPoints
               delimited by size into loyalRptLine
           write loyalRptLine
           display function trim(loyalRptLine)
           move monthExpired to displayPoints
           move spaces to loyalRptLine
           string "  expired unused            " displayPoints
               delimited by size into loyalRptLine
           write loyalRptLine
           display function trim(loyalRptLine)

           compute liabilityAmount = rptTotalPoints * pointValue
           move spaces to loyalRptLine
           write loyalRptLine
           move rptTotalPoints to displayPoints
           move liabilityAmount to displayMoney
           move spaces to loyalRptLine
           string "UNREDEEMED: " displayPoints " point(s) held by "
               rptCustCount " customer(s), liability "
               displayMoney
               delimited by size into loyalRptLine
           write loyalRptLine
           display function trim(loyalRptLine)
           close loyalRptFile
           display "Report written to LOYALRPT.DAT."

           move "LOYALTY" to spoolType
           move "LOYALRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

      *> the ledger comes back customer by customer on its
      *> alternate key; a change of customer closes off the last
       TALLY-LEDGER-ENTRY.
           if firstEntry = "y"
               move lyCustNumber to rptCustNumber
               move "n" to firstEntry
           end-if
           if lyCustNumber not = rptCustNumber
               perform WRITE-CUSTOMER-LIABILITY
               move lyCustNumber to rptCustNumber
               move 0 to custPoints
           end-if

           if lyDate(1:6) = in-Month
               evaluate lyType
                   when "E"
                       add lyPoints to monthEarned
                   when "R"
                       add lyPoints to monthRedeemed
                   when "V"
                       add lyPoints to monthReversed
                   when "X"
                       add lyPoints to monthExpired
               end-evaluate
           end-if
           if lyType = "E" and lyExpiry >= todaysDate
               add lyRemaining to custPoints
           end-if.

       WRITE-CUSTOMER-LIABILITY.
           if custPoints = 0
               exit paragraph
           end-if
           move spaces to rptCustName
           move rptCustNumber to custNumber
           read customerFile
               invalid key
                   move "(not on file)" to rptCustName
               not invalid key
                   move custName to rptCustName
           end-read
           compute liabilityAmount = custPoints * pointValue
           move custPoints to displayPoints
           move liabilityAmount to displayMoney
           move spaces to loyalRptLine
           string rptCustNumber "  " rptCustName "  "
               displayPoints "  " displayMoney
               delimited by size into loyalRptLine
           write loyalRptLine
           display function trim(loyalRptLine)
           add 1 to rptCustCount
           add custPoints to rptTotalPoints.

      *> the earn rate, what a point is worth and how long it
      *> lasts; a change applies from the next posting on and
      *> leaves points already earned as they are
       SCHEME-SETTINGS.
           move 1.00 to curPointsPerUnit
           move 0.0100 to curPointValue
           move 12 to curExpiryMonths
           open input loyalRateFile
           if loyalRateStatus = "00"
               read loyalRateFile
                   at end
                       continue
                   not at end
                       move lrPointsPerUnit to curPointsPerUnit
                       move lrPointValue to curPointValue
                       move lrExpiryMonths to curExpiryMonths
               end-read
           end-if
           close loyalRateFile
           move curPointsPerUnit to displayRate
           move curPointValue to displayValue
           display "Points per unit paid: " displayRate
               "   value per point: " displayValue
               "   months to lapse: " curExpiryMonths

           display "New points per unit paid (0 to leave): "
               no advancing
           accept in-PointsPerUnit
           display "New value per point (0 to leave): "
               no advancing
           accept in-PointValue
           display "New months before points lapse (0 to leave): "
               no advancing
           accept in-ExpiryMonths
           if in-PointsPerUnit = 0 and in-PointValue = 0
               and in-ExpiryMonths = 0
               display "Settings unchanged."
               exit paragraph
           end-if
           if in-PointsPerUnit not = 0
               move in-PointsPerUnit to curPointsPerUnit
           end-if
           if in-PointValue not = 0
               move in-PointValue to curPointValue
           end-if
           if in-ExpiryMonths not = 0
               move in-ExpiryMonths to curExpiryMonths
           end-if
           open output loyalRateFile
               move curPointsPerUnit to lrPointsPerUnit
               move curPointValue to lrPointValue
               move curExpiryMonths to lrExpiryMonths
               write loyalRate-rec
           close loyalRateFile
           display "Loyalty scheme settings saved."

           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move spaces to audit-rec
           move "LOYSET" to auditOperation
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
           move curPointsPerUnit to displayRate
           move curPointValue to displayValue
           string "Pts " displayRate " val " displayValue
               " mths " curExpiryMonths
               delimited by size into afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move "LOYALRATE.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.

       GET-POINT-VALUE.
           move 0.0100 to pointValue
           open input loyalRateFile
           if loyalRateStatus = "00"
               read loyalRateFile
                   at end
                       continue
                   not at end
                       move lrPointValue to pointValue
               end-read
           end-if
           close loyalRateFile.

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
           move "LOYALRATE.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
