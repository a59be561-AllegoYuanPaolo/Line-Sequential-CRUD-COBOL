        IDENTIFICATION DIVISION.
        PROGRAM-ID. loyaltyPoints.
       environment division.
           input-output section.
               file-control.
                   select optional loyaltyFile
                       assign to "LOYALTY.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is lyEntry
                       alternate record key is lyCustNumber
                           with duplicates
                       file status is loyaltyStatus.

                   select optional nextLoyalFile
                       assign to "NEXTLOYAL.DAT"
                       organization is line sequential.

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
        DATA DIVISION.
           file section.
               fd loyaltyFile.
                   copy "LOYALREC.CPY".
               fd nextLoyalFile.
                   01 nextLoyal-rec pic 9(08).
               fd loyalRateFile.
                   copy "LOYALRATEREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
            LOCAL-STORAGE SECTION.
               01 loyaltyStatus pic xx.
               01 loyalRateStatus pic xx.
               01 customerStatus pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nextLoyal pic 9(08).
               01 pointsPerUnit pic 9(02)v99.
               01 pointValue pic 9(01)v9999.
               01 expiryMonths pic 9(03).
               01 wantPoints pic 9(07).
               01 takePoints pic 9(07).
               01 lotPoints pic 9(07).
               01 doneInvoice pic x.
               01 earnedEntry pic 9(08).
               01 newType pic x(01).
               01 newCust pic 9(06).
               01 newInv pic 9(06).
               01 newPoints pic 9(07).
               01 newRemaining pic 9(07).
               01 newExpiry pic 9(08).
               01 expYear pic 9(04).
               01 expMonth pic 9(04).
               01 expDay pic 9(02).
               01 capPoints pic 9(07).
           LINKAGE SECTION.
               *> B balance, E earn, R redeem, V reverse, X expire
               01 lpAction pic x(01).
               01 lpCustNumber pic 9(06).
               01 lpInvNumber pic 9(06).
               01 lpPoints pic 9(07).
               01 lpAmount pic 9(07)v99.
               01 lpBasis pic 9(07)v99.
               01 lpUser pic x(08).
      *> every movement of a customer's points goes through here so
      *> the ledger and the lots it is spent from cannot drift
      *> apart. B gives the live balance and its money value; E
      *> earns on an invoice paid off, lpBasis being what was paid;
      *> R spends up to lpPoints as a discount no bigger than
      *> lpBasis and hands back lpAmount off the invoice; V takes
      *> back the share of an invoice's points that lpAmount
      *> credited out of lpBasis; X lapses every lot past its date.
        PROCEDURE DIVISION USING lpAction, lpCustNumber, lpInvNumber,
               lpPoints, lpAmount, lpBasis, lpUser.
           accept todaysDate from date yyyymmdd
           perform GET-LOYALTY-RATE

           open i-o loyaltyFile
           if loyaltyStatus not = "00"
               close loyaltyFile
               open output loyaltyFile
               close loyaltyFile
               open i-o loyaltyFile
           end-if

           move lpCustNumber to newCust
           move lpInvNumber to newInv
           evaluate lpAction
               when "B"
                   perform CUSTOMER-BALANCE
               when "E"
                   perform EARN-POINTS
               when "R"
                   perform REDEEM-POINTS
               when "V"
                   perform REVERSE-POINTS
               when "X"
                   perform EXPIRE-POINTS
           end-evaluate

           close loyaltyFile
       goback.

      *> only lots still in date count towards what can be spent
       CUSTOMER-BALANCE.
           move 0 to lpPoints
           move "n" to eof
           move lpCustNumber to lyCustNumber
           start loyaltyFile key is = lyCustNumber
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read loyaltyFile next record
                   at end
                       move "y" to eof
                   not at end
                       if lyCustNumber not = lpCustNumber
                           move "y" to eof
                       else
                           if lyType = "E" and lyExpiry >= todaysDate
                               add lyRemaining to lpPoints
                           end-if
                       end-if
               end-read
           end-perform
           compute lpAmount = lpPoints * pointValue.

      *> fleet accounts are on negotiated terms and earn nothing;
      *> an invoice earns once, however many times it is settled
       EARN-POINTS.
           move 0 to lpPoints
           open input customerFile
           move lpCustNumber to custNumber
           read customerFile
               invalid key
                   move space to custFleetFlag
           end-read
           close customerFile
           if custFleetFlag = "Y"
               exit paragraph
           end-if

           move "n" to doneInvoice
           move "n" to eof
           move lpCustNumber to lyCustNumber
           start loyaltyFile key is = lyCustNumber
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read loyaltyFile next record
                   at end
                       move "y" to eof
                   not at end
                       if lyCustNumber not = lpCustNumber
                           move "y" to eof
                       else
                           if lyType = "E"
                               and lyInvNumber = lpInvNumber
                               move "y" to doneInvoice
                           end-if
                       end-if
               end-read
           end-perform
           if doneInvoice = "y"
               exit paragraph
           end-if

           compute lpPoints = lpBasis * pointsPerUnit
           if lpPoints = 0
               exit paragraph
           end-if
           perform COMPUTE-EXPIRY
           move "E" to newType
           move lpPoints to newPoints
           move lpPoints to newRemaining
           perform WRITE-LEDGER-ENTRY.

      *> spent oldest lot first, never past the cap the caller
      *> set, and a lot that has lapsed is left for the expiry run
       REDEEM-POINTS.
           move 0 to lpAmount
           if pointValue > 0
               compute capPoints = lpBasis / pointValue
           else
               move 0 to capPoints
           end-if
           move lpPoints to wantPoints
           if wantPoints > capPoints
               move capPoints to wantPoints
           end-if
           move 0 to takePoints
           perform TAKE-FROM-LOTS
           move takePoints to lpPoints
           if lpPoints = 0
               exit paragraph
           end-if
           compute lpAmount = lpPoints * pointValue
           move "R" to newType
           move lpPoints to newPoints
           move 0 to newRemaining
           move 0 to newExpiry
           perform WRITE-LEDGER-ENTRY.

      *> the invoice's own lot gives the points back first; what it
      *> no longer holds comes off the customer's other lots, and
      *> points already spent beyond that are not chased
       REVERSE-POINTS.
           move 0 to lotPoints
           move 0 to earnedEntry
           move "n" to eof
           move lpCustNumber to lyCustNumber
           start loyaltyFile key is = lyCustNumber
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read loyaltyFile next record
                   at end
                       move "y" to eof
                   not at end
                       if lyCustNumber not = lpCustNumber
                           move "y" to eof
                       else
                           if lyType = "E"
                               and lyInvNumber = lpInvNumber
                               move lyPoints to lotPoints
                               move lyEntry to earnedEntry
                           end-if
                       end-if
               end-read
           end-perform
           move 0 to lpPoints
           if earnedEntry = 0 or lpBasis = 0
               exit paragraph
           end-if

           compute wantPoints rounded =
               lotPoints * lpAmount / lpBasis
           if wantPoints > lotPoints
               move lotPoints to wantPoints
           end-if
           move 0 to takePoints

           move earnedEntry to lyEntry
           read loyaltyFile
               invalid key
                   continue
               not invalid key
                   if lyRemaining > wantPoints
                       move wantPoints to takePoints
                   else
                       move lyRemaining to takePoints
                   end-if
                   subtract takePoints from lyRemaining
                   rewrite loyalty-rec
           end-read
           subtract takePoints from wantPoints
           if wantPoints > 0
               perform TAKE-FROM-LOTS
           end-if

           move takePoints to lpPoints
           if lpPoints = 0
               exit paragraph
           end-if
           move "V" to newType
           move lpPoints to newPoints
           move 0 to newRemaining
           move 0 to newExpiry
           perform WRITE-LEDGER-ENTRY.

      *> wantPoints more to come off the customer's in-date lots,
      *> oldest first; takePoints is added to as they go
       TAKE-FROM-LOTS.
           move "n" to eof
           move lpCustNumber to lyCustNumber
           start loyaltyFile key is = lyCustNumber
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y" or wantPoints = 0
               read loyaltyFile next record
                   at end
                       move "y" to eof
                   not at end
                       if lyCustNumber not = lpCustNumber
                           move "y" to eof
                       else
                           if lyType = "E" and lyRemaining > 0
                               and lyExpiry >= todaysDate
                               if lyRemaining > wantPoints
                                   move wantPoints to lotPoints
                               else
                                   move lyRemaining to lotPoints
                               end-if
                               subtract lotPoints from lyRemaining
                               subtract lotPoints from wantPoints
                               add lotPoints to takePoints
                               rewrite loyalty-rec
                           end-if
                       end-if
               end-read
           end-perform.

      *> a lapsed lot's remainder is written off as its own ledger
      *> line, so the liability falls in the month it lapsed
       EXPIRE-POINTS.
           move 0 to lpPoints
           move "n" to eof
           perform until eof = "y"
               read loyaltyFile next record
                   at end
                       move "y" to eof
                   not at end
                       if lyType = "E" and lyRemaining > 0
                           and lyExpiry < todaysDate
                           move lyRemaining to takePoints
                           move lyCustNumber to newCust
                           move lyInvNumber to newInv
                           move 0 to lyRemaining
                           rewrite loyalty-rec
                           add takePoints to lpPoints
                           perform WRITE-EXPIRY-ENTRY
                       end-if
               end-read
           end-perform.

      *> the write moves the file's position, so the browse is
      *> picked up again just past the lot that lapsed
       WRITE-EXPIRY-ENTRY.
           move lyEntry to earnedEntry
           move "X" to newType
           move takePoints to newPoints
           move 0 to newRemaining
           move 0 to newExpiry
           perform WRITE-LEDGER-ENTRY
           move earnedEntry to lyEntry
           start loyaltyFile key is > lyEntry
               invalid key
                   move "y" to eof
           end-start.

       WRITE-LEDGER-ENTRY.
           open input nextLoyalFile
               read nextLoyalFile
                   at end
                       move 0 to nextLoyal
                   not at end
                       move nextLoyal-rec to nextLoyal
               end-read
           close nextLoyalFile
           add 1 to nextLoyal

           move spaces to loyalty-rec
           move nextLoyal to lyEntry
           move newCust to lyCustNumber
           move newType to lyType
           move todaysDate to lyDate
           move newInv to lyInvNumber
           move newPoints to lyPoints
           move newRemaining to lyRemaining
           move newExpiry to lyExpiry
           move lpUser to lyUser
           write loyalty-rec
               invalid key
                   display "Loyalty ledger entry number clash; "
                       "the counter file may be out of step."
               not invalid key
                   open output nextLoyalFile
                       move nextLoyal to nextLoyal-rec
                       write nextLoyal-rec
                   close nextLoyalFile
           end-write.

      *> the same day so many months on; a day the shorter month
      *> does not have falls back to the 28th
       COMPUTE-EXPIRY.
           move todaysDate(1:4) to expYear
           move todaysDate(5:2) to expMonth
           move todaysDate(7:2) to expDay
           add expiryMonths to expMonth
           perform until expMonth <= 12
               subtract 12 from expMonth
               add 1 to expYear
           end-perform
           if expDay > 28
               move 28 to expDay
           end-if
           compute newExpiry =
               expYear * 10000 + expMonth * 100 + expDay.

      *> the scheme's terms live in LOYALRATE.DAT, seeded with a
      *> point per pound, a penny a point and a year to spend them
      *> the first time through, as the tax rate seeds itself
       GET-LOYALTY-RATE.
           open input loyalRateFile
           if loyalRateStatus not = "00"
               close loyalRateFile
               move 1.00 to pointsPerUnit
               move 0.0100 to pointValue
               move 12 to expiryMonths
               open output loyalRateFile
                   move pointsPerUnit to lrPointsPerUnit
                   move pointValue to lrPointValue
                   move expiryMonths to lrExpiryMonths
                   write loyalRate-rec
               close loyalRateFile
           else
               read loyalRateFile
                   at end
                       move 1.00 to pointsPerUnit
                       move 0.0100 to pointValue
                       move 12 to expiryMonths
                   not at end
                       move lrPointsPerUnit to pointsPerUnit
                       move lrPointValue to pointValue
                       move lrExpiryMonths to expiryMonths
               end-read
               close loyalRateFile
           end-if.
