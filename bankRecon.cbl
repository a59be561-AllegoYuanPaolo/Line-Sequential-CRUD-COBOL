        IDENTIFICATION DIVISION.
        PROGRAM-ID. bankRecon.
       environment division.
           input-output section.
               file-control.
                   select optional bankStmtFile
                       assign to "BANKSTMT.CSV"
                       organization is line sequential
                       file status is bankStmtStatus.

                   select optional bankLineFile
                       assign to "BANKLINE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is blNumber
                       alternate record key is blDate
                           with duplicates
                       file status is bankLineStatus.

                   select optional nextBankLineFile
                       assign to "NEXTBANKL.DAT"
                       organization is line sequential.

                   select optional bankMatchFile
                       assign to "BANKMATCH.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is bmKey
                       file status is bankMatchStatus.

                   select optional paymentFile
                       assign to "PAYMENT.DAT"
                       organization is line sequential
                       file status is paymentStatus.

                   select optional creditNoteFile
                       assign to "CREDNOTE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is crnNumber
                       file status is crnStatus.

                   select optional bankRptFile
                       assign to "BANKREC.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd bankStmtFile.
                   01 bankStmtLine pic x(120).
               fd bankLineFile.
                   copy "BANKLINEREC.CPY".
               fd nextBankLineFile.
                   01 nextBankLine-rec pic 9(06).
               fd bankMatchFile.
                   copy "BANKMATCHREC.CPY".
               fd paymentFile.
                   01 payment-rec.
                       02 payInvNumber pic 9(06).
                       02 payDate pic 9(08).
                       02 payAmount pic 9(07)v99.
                       02 payMethod pic x(01).
                       02 payGarage pic x(04).
               fd creditNoteFile.
                   copy "CRNREC.CPY".
               fd bankRptFile.
                   01 bankRptLine pic x(132).
           WORKING-STORAGE SECTION.
               01 bankStmtStatus pic xx.
               01 bankLineStatus pic xx.
               01 bankMatchStatus pic xx.
               01 paymentStatus pic xx.
               01 crnStatus pic xx.
               01 bankExitFlag pic x value 'n'.
               01 bankChoice pic xx.
               01 eof pic x.
               01 dupEof pic x.
               01 todaysDate pic 9(08).
               01 nextBankLine pic 9(06).
               01 paySeq pic 9(07).
               01 proceedAnswer pic x.

               01 in-StmtDate pic x(10).
               01 in-StmtAmount pic x(14).
               01 in-StmtType pic x(08).
               01 in-StmtRef pic x(30).
               01 in-BankLine pic 9(06).
               01 in-BookRef pic x(08).
               01 in-Kind pic x(01).
               01 in-Explain pic x(30).
               01 in-Period pic x(01).
               01 in-RptDate pic 9(08).
               01 in-RptMonth pic 9(06).

               01 stmtDate pic 9(08).
               01 stmtAmount pic s9(07)v99.
               01 loadedCount pic 9(05).
               01 dupCount pic 9(05).
               01 lineNo pic 9(05).
               01 isDuplicate pic x.

               *> how many days a card settlement or lodgement may
               *> trail the day the money was taken
               01 matchLagDays pic 9(02) value 3.
               01 lagDay pic 9(02).
               01 bankDateInt pic 9(09).
               01 dayInt pic 9(09).
               01 daySum pic s9(09)v99.
               01 dayCount pic 9(04).
               01 matchedLines pic 9(05).
               01 matchedItems pic 9(05).
               01 lineDone pic x.
               01 bookRefNumber pic 9(07).
               01 pairTotal pic s9(09)v99.
               01 pairCount pic 9(03).
               01 pairDone pic x.
               01 itemFound pic x.

               *> the book entries not yet tied to the bank - payments
               *> in, refunds out (negative)
               01 book-table.
                   02 book-entry occurs 3000 times
                           indexed by bkIdx.
                       03 bkKind pic x(01).
                       03 bkRef pic 9(07).
                       03 bkDate pic 9(08).
                       03 bkDateInt pic 9(09).
                       03 bkAmount pic s9(07)v99.
                       03 bkMethod pic x(01).
                       03 bkTaken pic x(01).
               01 bookCount pic 9(04).
               01 bookFull pic x.

               *> the period's bank lines, with what of the period's
               *> book entries they account for
               01 rptBank-table.
                   02 rptBank-entry occurs 1000 times
                           indexed by rbIdx.
                       03 rbNumber pic 9(06).
                       03 rbDate pic 9(08).
                       03 rbAmount pic s9(07)v99.
                       03 rbStatus pic x(01).
                       03 rbReference pic x(30).
                       03 rbExplain pic x(30).
                       03 rbBooked pic s9(09)v99.
               01 rptBankCount pic 9(04).
               01 inPeriod pic x.
               01 itemDate pic 9(08).
               01 itemAmount pic s9(07)v99.
               01 matchFileOpen pic x.
               01 bookTotal pic s9(11)v99.
               01 bankTotal pic s9(11)v99.
               01 bookOnlyTotal pic s9(11)v99.
               01 bankOnlyTotal pic s9(11)v99.
               01 diffAmount pic s9(09)v99.
               01 checkTotal pic s9(11)v99.
               01 periodText pic x(20).
               01 displaySigned pic -(8)9.99.
               01 displayTotal pic -(10)9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
           LINKAGE SECTION.
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING currentUser.
           perform with test after until bankExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Bank Reconciliation --"
               display "[1] - Load Bank Statement (BANKSTMT.CSV)"
               display "[2] - Auto-Match Against Payments"
               display "[3] - Unmatched Items"
               display "[4] - Pair a Bank Line by Hand"
               display "[5] - Explain an Item"
               display "[6] - Undo a Pairing or Explanation"
               display "[7] - Reconciliation Report"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept bankChoice

               evaluate bankChoice
                   when "00"
                       move 'y' to bankExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform LOAD-STATEMENT
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform AUTO-MATCH
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform LIST-UNMATCHED
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform PAIR-BY-HAND
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform EXPLAIN-ITEM
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform UNDO-ITEM
                       call "SYSTEM" using "pause"

                   when "7"
                       call "SYSTEM" using "cls"
                       perform RECON-REPORT
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> the bank's export: date,amount,type,reference per line,
      *> amount signed the bank's way. A line already loaded (same
      *> date, amount and reference) is skipped, so an overlapping
      *> export can be loaded again safely.
       LOAD-STATEMENT.
           open input bankStmtFile
           if bankStmtStatus not = "00"
               close bankStmtFile
               display "BANKSTMT.CSV was not found; nothing to "
                   "load."
               exit paragraph
           end-if

           open input nextBankLineFile
               read nextBankLineFile
                   at end
                       move 0 to nextBankLine
                   not at end
                       move nextBankLine-rec to nextBankLine
               end-read
           close nextBankLineFile

           open i-o bankLineFile
           if bankLineStatus not = "00"
               close bankLineFile
               open output bankLineFile
               close bankLineFile
               open i-o bankLineFile
           end-if

           accept todaysDate from date yyyymmdd
           move 0 to loadedCount
           move 0 to dupCount
           move 0 to lineNo
           move "n" to eof
           perform until eof = "y"
               read bankStmtFile
                   at end
                       move "y" to eof
                   not at end
                       add 1 to lineNo
                       perform LOAD-ONE-STMT-LINE
               end-read
           end-perform
           close bankStmtFile
           close bankLineFile

           open output nextBankLineFile
               move nextBankLine to nextBankLine-rec
               write nextBankLine-rec
           close nextBankLineFile
           display "Statement loaded: " loadedCount " new line(s), "
               dupCount " already on file.".

       LOAD-ONE-STMT-LINE.
           if function trim(bankStmtLine) = spaces
               or bankStmtLine(1:4) = "HDR,"
               or bankStmtLine(1:4) = "TRL,"
               exit paragraph
           end-if
           move spaces to in-StmtDate
           move spaces to in-StmtAmount
           move spaces to in-StmtType
           move spaces to in-StmtRef
           unstring bankStmtLine delimited by ","
               into in-StmtDate in-StmtAmount in-StmtType in-StmtRef
           end-unstring
           if function test-numval(in-StmtDate) not = 0
               or function test-numval(in-StmtAmount) not = 0
               display "  line " lineNo " skipped: date or amount "
                   "is not a number"
               exit paragraph
           end-if
           move function numval(in-StmtDate) to stmtDate
           move function numval(in-StmtAmount) to stmtAmount
           move function upper-case(in-StmtType) to in-StmtType

           move "n" to isDuplicate
           move "n" to dupEof
           move stmtDate to blDate
           start bankLineFile key is = blDate
               invalid key
                   move "y" to dupEof
           end-start
           perform until dupEof = "y"
               read bankLineFile next record
                   at end
                       move "y" to dupEof
                   not at end
                       if blDate not = stmtDate
                           move "y" to dupEof
                       else
                           if blAmount = stmtAmount
                               and blReference = in-StmtRef
                               move "y" to isDuplicate
                               move "y" to dupEof
                           end-if
                       end-if
               end-read
           end-perform
           if isDuplicate = "y"
               add 1 to dupCount
               exit paragraph
           end-if

           add 1 to nextBankLine
           move spaces to bankLine-rec
           move nextBankLine to blNumber
           move stmtDate to blDate
           move stmtAmount to blAmount
           move in-StmtType to blBankType
           evaluate in-StmtType
               when "CASH"
               when "LODGE"
                   move "C" to blMethod
               when "CARD"
               when "MERCH"
                   move "D" to blMethod
               when "TRF"
               when "BACS"
               when "FPS"
                   move "T" to blMethod
               when other
                   move "O" to blMethod
           end-evaluate
           move in-StmtRef to blReference
           move todaysDate to blLoadDate
           move "U" to blStatus
           move currentUser to blUser
           write bankLine-rec
               invalid key
                   display "Bank line number clash; the counter "
                       "file may be out of step."
                   subtract 1 from nextBankLine
               not invalid key
                   add 1 to loadedCount
           end-write.

      *> every unmatched bank line against the book entries not yet
      *> banked: first one entry of the same method and amount
      *> taken up to matchLagDays before, then - for card and cash -
      *> a whole day's takings of that method settling as one lump
       AUTO-MATCH.
           perform LOAD-OPEN-BOOK-ITEMS
           open i-o bankLineFile
           if bankLineStatus not = "00"
               close bankLineFile
               display "No bank statement has been loaded."
               exit paragraph
           end-if
           perform OPEN-MATCH-FILE

           accept todaysDate from date yyyymmdd
           move 0 to matchedLines
           move 0 to matchedItems
           move "n" to eof
           perform until eof = "y"
               read bankLineFile next record
                   at end
                       move "y" to eof
                   not at end
                       if blStatus = "U"
                           perform MATCH-ONE-BANK-LINE
                       end-if
               end-read
           end-perform
           close bankMatchFile
           close bankLineFile
           display "Auto-match: " matchedLines " bank line(s) "
               "matched to " matchedItems " book entr(ies)."
           display "Use [3] for what is left.".

       MATCH-ONE-BANK-LINE.
           move "n" to lineDone
           compute bankDateInt = function integer-of-date(blDate)

           perform varying bkIdx from 1 by 1
                   until bkIdx > bookCount or lineDone = "y"
               if bkTaken(bkIdx) = "n"
                   and bkAmount(bkIdx) = blAmount
                   and (bkMethod(bkIdx) = blMethod
                       or blMethod = "O")
                   and bkDateInt(bkIdx) <= bankDateInt
                   and bkDateInt(bkIdx) + matchLagDays
                       >= bankDateInt
                   move "A" to bmMatchType
                   perform TAKE-BOOK-ITEM
                   move "y" to lineDone
               end-if
           end-perform

           if lineDone = "n" and (blMethod = "D" or blMethod = "C")
               perform varying lagDay from 0 by 1
                       until lagDay > matchLagDays or lineDone = "y"
                   compute dayInt = bankDateInt - lagDay
                   move 0 to daySum
                   move 0 to dayCount
                   perform varying bkIdx from 1 by 1
                           until bkIdx > bookCount
                       if bkTaken(bkIdx) = "n"
                           and bkMethod(bkIdx) = blMethod
                           and bkDateInt(bkIdx) = dayInt
                           add bkAmount(bkIdx) to daySum
                           add 1 to dayCount
                       end-if
                   end-perform
                   if dayCount > 1 and daySum = blAmount
                       move "A" to bmMatchType
                       perform varying bkIdx from 1 by 1
                               until bkIdx > bookCount
                           if bkTaken(bkIdx) = "n"
                               and bkMethod(bkIdx) = blMethod
                               and bkDateInt(bkIdx) = dayInt
                               perform TAKE-BOOK-ITEM
                           end-if
                       end-perform
                       move "y" to lineDone
                   end-if
               end-perform
           end-if

           if lineDone = "y"
               move "M" to blStatus
               rewrite bankLine-rec
               add 1 to matchedLines
           end-if.

      *> ties book entry bkIdx to the bank line in hand; the
      *> caller sets bmMatchType
       TAKE-BOOK-ITEM.
           move "y" to bkTaken(bkIdx)
           move bkKind(bkIdx) to bmKind
           move bkRef(bkIdx) to bmRef
           move blNumber to bmBankLine
           move spaces to bmExplain
           move todaysDate to bmDate
           move currentUser to bmUser
           write bankMatch-rec
               invalid key
                   rewrite bankMatch-rec
           end-write
           add 1 to matchedItems.

      *> payments by their place in PAYMENT.DAT, refunds by credit
      *> note, each only when BANKMATCH.DAT has nothing for it yet
       LOAD-OPEN-BOOK-ITEMS.
           move 0 to bookCount
           move "n" to bookFull
           open input bankMatchFile
           move "n" to matchFileOpen
           if bankMatchStatus = "00"
               move "y" to matchFileOpen
           end-if

           move 0 to paySeq
           move "n" to eof
           open input paymentFile
           if paymentStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read paymentFile
                   at end
                       move "y" to eof
                   not at end
                       add 1 to paySeq
                       move "P" to bmKind
                       move paySeq to bmRef
                       perform CHECK-BOOK-ITEM-OPEN
                       if itemFound = "n"
                           move payDate to itemDate
                           move payAmount to itemAmount
                           move payMethod to in-Kind
                           perform ADD-BOOK-ITEM
                       end-if
               end-read
           end-perform
           close paymentFile

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
                       if crnRefundAmount > 0
                           move "R" to bmKind
                           move crnNumber to bmRef
                           perform CHECK-BOOK-ITEM-OPEN
                           if itemFound = "n"
                               move crnDate to itemDate
                               compute itemAmount =
                                   0 - crnRefundAmount
                               move crnRefundMethod to in-Kind
                               perform ADD-BOOK-ITEM
                           end-if
                       end-if
               end-read
           end-perform
           close creditNoteFile
           close bankMatchFile
           if bookFull = "y"
               display "Warning: more than 3000 open book entries; "
                   "only the first 3000 are matched this run."
           end-if.

       CHECK-BOOK-ITEM-OPEN.
           move "n" to itemFound
           if matchFileOpen = "y"
               read bankMatchFile
                   invalid key
                       move "n" to itemFound
                   not invalid key
                       move "y" to itemFound
               end-read
           end-if.

       ADD-BOOK-ITEM.
           if bookCount >= 3000
               move "y" to bookFull
               exit paragraph
           end-if
           add 1 to bookCount
           move bmKind to bkKind(bookCount)
           move bmRef to bkRef(bookCount)
           move itemDate to bkDate(bookCount)
           compute bkDateInt(bookCount) =
               function integer-of-date(itemDate)
           move itemAmount to bkAmount(bookCount)
           move in-Kind to bkMethod(bookCount)
           move "n" to bkTaken(bookCount).

       OPEN-MATCH-FILE.
           open i-o bankMatchFile
           if bankMatchStatus not = "00"
               close bankMatchFile
               open output bankMatchFile
               close bankMatchFile
               open i-o bankMatchFile
           end-if.

      *> both sides of what is still loose: bank lines nobody has
      *> matched, and book entries with no bank line
       LIST-UNMATCHED.
           display "Bank lines not matched:"
           move "n" to eof
           open input bankLineFile
           if bankLineStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read bankLineFile next record
                   at end
                       move "y" to eof
                   not at end
                       if blStatus = "U"
                           move blAmount to displaySigned
                           display "  bank " blNumber "  " blDate
                               "  " blMethod "  " displaySigned "  "
                               function trim(blReference)
                       end-if
               end-read
           end-perform
           close bankLineFile

           perform LOAD-OPEN-BOOK-ITEMS
           display "Book entries not banked (P payment line, R "
               "refund credit note):"
           perform varying bkIdx from 1 by 1
                   until bkIdx > bookCount
               move bkAmount(bkIdx) to displaySigned
               display "  " bkKind(bkIdx) bkRef(bkIdx) "  "
                   bkDate(bkIdx) "  " bkMethod(bkIdx) "  "
                   displaySigned
           end-perform.

      *> an operator ties one bank line to the book entries it is
      *> made of, keyed as P or R plus the number shown by [3]
       PAIR-BY-HAND.
           display "Bank line number: " no advancing
           accept in-BankLine
           open i-o bankLineFile
           if bankLineStatus not = "00"
               close bankLineFile
               display "No bank statement has been loaded."
               exit paragraph
           end-if
           move in-BankLine to blNumber
           read bankLineFile
               invalid key
                   display "No bank line " in-BankLine "."
                   close bankLineFile
                   exit paragraph
           end-read
           if blStatus not = "U"
               display "Bank line " in-BankLine " is already "
                   "accounted for (status " blStatus ")."
               close bankLineFile
               exit paragraph
           end-if
           move blAmount to displaySigned
           display "  " blDate "  " blMethod "  " displaySigned
               "  " function trim(blReference)

           perform LOAD-OPEN-BOOK-ITEMS
           move 0 to pairTotal
           move 0 to pairCount
           move "n" to pairDone
           perform until pairDone = "y"
               display "Book entry (e.g. P123, R45; enter to "
                   "finish): " no advancing
               move spaces to in-BookRef
               accept in-BookRef
               if in-BookRef = spaces
                   move "y" to pairDone
               else
                   perform PICK-PAIR-ITEM
               end-if
           end-perform
           if pairCount = 0
               display "Nothing paired."
               close bankLineFile
               exit paragraph
           end-if

           compute diffAmount = blAmount - pairTotal
           if diffAmount not = 0
               move diffAmount to displaySigned
               display "The entries differ from the bank line by "
                   displaySigned "; pair anyway? (y/n) "
                   no advancing
               accept proceedAnswer
               if proceedAnswer not = 'y' and proceedAnswer not = 'Y'
                   display "Nothing paired."
                   close bankLineFile
                   exit paragraph
               end-if
           end-if

           accept todaysDate from date yyyymmdd
           perform OPEN-MATCH-FILE
           move 0 to matchedItems
           move "O" to bmMatchType
           perform varying bkIdx from 1 by 1
                   until bkIdx > bookCount
               if bkTaken(bkIdx) = "p"
                   perform TAKE-BOOK-ITEM
               end-if
           end-perform
           close bankMatchFile
           move "O" to blStatus
           move currentUser to blUser
           rewrite bankLine-rec
           close bankLineFile
           display "Bank line " blNumber " paired with "
               matchedItems " book entr(ies).".

       PICK-PAIR-ITEM.
           move function upper-case(in-BookRef(1:1)) to in-Kind
           if function test-numval(in-BookRef(2:7)) not = 0
               display "  Not a book entry reference."
               exit paragraph
           end-if
           move function numval(in-BookRef(2:7)) to bookRefNumber
           move "n" to itemFound
           perform varying bkIdx from 1 by 1
                   until bkIdx > bookCount or itemFound = "y"
               if bkKind(bkIdx) = in-Kind
                   and bkRef(bkIdx) = bookRefNumber
                   move "y" to itemFound
                   if bkTaken(bkIdx) = "n"
                       move "p" to bkTaken(bkIdx)
                       add bkAmount(bkIdx) to pairTotal
                       add 1 to pairCount
                       move pairTotal to displaySigned
                       display "  running total " displaySigned
                   else
                       display "  Already picked."
                   end-if
               end-if
           end-perform
           if itemFound = "n"
               display "  " in-Kind bookRefNumber " is not an "
                   "open book entry."
           end-if.

      *> a bank charge, interest, a deposit that is not ours - or
      *> a book entry that will never reach the bank - written off
      *> the list with the reason
       EXPLAIN-ITEM.
           display "Explain a (B)ank line, (P)ayment or (R)efund? "
               no advancing
           accept in-Kind
           move function upper-case(in-Kind) to in-Kind
           display "Number: " no advancing
           accept bookRefNumber
           display "Explanation: " no advancing
           accept in-Explain
           if in-Explain = spaces
               display "An explanation is required."
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd

           evaluate in-Kind
               when "B"
                   open i-o bankLineFile
                   move bookRefNumber to blNumber
                   read bankLineFile
                       invalid key
                           display "No bank line " bookRefNumber "."
                       not invalid key
                           if blStatus not = "U"
                               display "That line is already "
                                   "accounted for (status " blStatus
                                   ")."
                           else
                               move "E" to blStatus
                               move in-Explain to blExplain
                               move currentUser to blUser
                               rewrite bankLine-rec
                               display "Bank line explained."
                           end-if
                   end-read
                   close bankLineFile
               when "P"
               when "R"
                   perform LOAD-OPEN-BOOK-ITEMS
                   move "n" to itemFound
                   perform varying bkIdx from 1 by 1
                           until bkIdx > bookCount or itemFound = "y"
                       if bkKind(bkIdx) = in-Kind
                           and bkRef(bkIdx) = bookRefNumber
                           move "y" to itemFound
                       end-if
                   end-perform
                   if itemFound = "n"
                       display in-Kind bookRefNumber " is not an "
                           "open book entry."
                   else
                       perform OPEN-MATCH-FILE
                       move in-Kind to bmKind
                       move bookRefNumber to bmRef
                       move 0 to bmBankLine
                       move "E" to bmMatchType
                       move in-Explain to bmExplain
                       move todaysDate to bmDate
                       move currentUser to bmUser
                       write bankMatch-rec
                       close bankMatchFile
                       display "Book entry explained."
                   end-if
               when other
                   display "Choose B, P or R."
           end-evaluate.

      *> puts a bank line (and every book entry tied to it) or an
      *> explained book entry back on the unmatched lists
       UNDO-ITEM.
           display "Undo a (B)ank line, (P)ayment or (R)efund? "
               no advancing
           accept in-Kind
           move function upper-case(in-Kind) to in-Kind
           display "Number: " no advancing
           accept bookRefNumber

           evaluate in-Kind
               when "B"
                   open i-o bankLineFile
                   move bookRefNumber to blNumber
                   read bankLineFile
                       invalid key
                           display "No bank line " bookRefNumber "."
                           close bankLineFile
                           exit paragraph
                   end-read
                   move 0 to matchedItems
                   perform OPEN-MATCH-FILE
                   move "n" to eof
                   perform until eof = "y"
                       read bankMatchFile next record
                           at end
                               move "y" to eof
                           not at end
                               if bmBankLine = blNumber
                                   delete bankMatchFile record
                                   add 1 to matchedItems
                               end-if
                       end-read
                   end-perform
                   close bankMatchFile
                   move "U" to blStatus
                   move spaces to blExplain
                   move currentUser to blUser
                   rewrite bankLine-rec
                   close bankLineFile
                   display "Bank line " blNumber " is unmatched "
                       "again; " matchedItems " book entr(ies) "
                       "released."
               when "P"
               when "R"
                   perform OPEN-MATCH-FILE
                   move in-Kind to bmKind
                   move bookRefNumber to bmRef
                   read bankMatchFile
                       invalid key
                           display in-Kind bookRefNumber " is not "
                               "matched or explained."
                       not invalid key
                           if bmMatchType not = "E"
                               display "It is tied to bank line "
                                   bmBankLine "; undo that line "
                                   "instead."
                           else
                               delete bankMatchFile record
                               display "Explanation removed."
                           end-if
                   end-read
                   close bankMatchFile
               when other
                   display "Choose B, P or R."
           end-evaluate.

      *> book against bank for one day or one calendar month.
      *> Book entries in the period that have not reached the bank
      *> in the period come off the book total; bank lines in the
      *> period that the period's book entries do not account for
      *> go on. What is left should be the bank total.
       RECON-REPORT.
           display "Reconcile a (D)ay or a (M)onth? " no advancing
           accept in-Period
           move function upper-case(in-Period) to in-Period
           evaluate in-Period
               when "D"
                   display "Date (YYYYMMDD): " no advancing
                   accept in-RptDate
                   move spaces to periodText
                   string "day " in-RptDate
                       delimited by size into periodText
               when "M"
                   display "Month (YYYYMM): " no advancing
                   accept in-RptMonth
                   move spaces to periodText
                   string "month " in-RptMonth
                       delimited by size into periodText
               when other
                   display "Choose D or M."
                   exit paragraph
           end-evaluate

           move 0 to bookTotal
           move 0 to bankTotal
           move 0 to bookOnlyTotal
           move 0 to bankOnlyTotal
           move 0 to rptBankCount

           open output bankRptFile
           move spaces to bankRptLine
           string "Bank reconciliation for "
               function trim(periodText)
               delimited by size into bankRptLine
           write bankRptLine
           display function trim(bankRptLine)

           *> the period's bank lines
           move "n" to eof
           open input bankLineFile
           if bankLineStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read bankLineFile next record
                   at end
                       move "y" to eof
                   not at end
                       move blDate to itemDate
                       perform TEST-IN-PERIOD
                       if inPeriod = "y"
                           add blAmount to bankTotal
                           perform KEEP-RPT-BANK-LINE
                       end-if
               end-read
           end-perform
           close bankLineFile

           move spaces to bankRptLine
           write bankRptLine
           move "Book entries not in the period's bank lines:"
               to bankRptLine
           write bankRptLine
           display function trim(bankRptLine)

           open input bankMatchFile
           move "n" to matchFileOpen
           if bankMatchStatus = "00"
               move "y" to matchFileOpen
           end-if
           move 0 to paySeq
           move "n" to eof
           open input paymentFile
           if paymentStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read paymentFile
                   at end
                       move "y" to eof
                   not at end
                       add 1 to paySeq
                       move payDate to itemDate
                       perform TEST-IN-PERIOD
                       if inPeriod = "y"
                           move "P" to bmKind
                           move paySeq to bmRef
                           move payAmount to itemAmount
                           perform REPORT-BOOK-ITEM
                       end-if
               end-read
           end-perform
           close paymentFile

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
                       move crnDate to itemDate
                       perform TEST-IN-PERIOD
                       if inPeriod = "y" and crnRefundAmount > 0
                           move "R" to bmKind
                           move crnNumber to bmRef
                           compute itemAmount = 0 - crnRefundAmount
                           perform REPORT-BOOK-ITEM
                       end-if
               end-read
           end-perform
           close creditNoteFile
           close bankMatchFile

           move spaces to bankRptLine
           write bankRptLine
           move "Bank lines the period's book entries do not cover:"
               to bankRptLine
           write bankRptLine
           display function trim(bankRptLine)
           perform varying rbIdx from 1 by 1
                   until rbIdx > rptBankCount
               compute diffAmount = rbAmount(rbIdx) - rbBooked(rbIdx)
               if diffAmount not = 0
                   add diffAmount to bankOnlyTotal
                   move diffAmount to displaySigned
                   move spaces to bankRptLine
                   evaluate rbStatus(rbIdx)
                       when "U"
                           string "  bank " rbNumber(rbIdx) "  "
                               rbDate(rbIdx) "  " displaySigned
                               "  UNMATCHED  "
                               function trim(rbReference(rbIdx))
                               delimited by size into bankRptLine
                       when "E"
                           string "  bank " rbNumber(rbIdx) "  "
                               rbDate(rbIdx) "  " displaySigned
                               "  EXPLAINED: "
                               function trim(rbExplain(rbIdx))
                               delimited by size into bankRptLine
                       when other
                           string "  bank " rbNumber(rbIdx) "  "
                               rbDate(rbIdx) "  " displaySigned
                               "  part of line matched outside "
                               "the period"
                               delimited by size into bankRptLine
                   end-evaluate
                   write bankRptLine
                   display function trim(bankRptLine)
               end-if
           end-perform

           move spaces to bankRptLine
           write bankRptLine
           move bookTotal to displayTotal
           move spaces to bankRptLine
           string "Book total (payments less refunds)  "
               displayTotal delimited by size into bankRptLine
           write bankRptLine
           display function trim(bankRptLine)
           compute checkTotal = 0 - bookOnlyTotal
           move checkTotal to displayTotal
           move spaces to bankRptLine
           string "less book entries not yet banked   "
               displayTotal delimited by size into bankRptLine
           write bankRptLine
           display function trim(bankRptLine)
           move bankOnlyTotal to displayTotal
           move spaces to bankRptLine
           string "add bank items not in the book     "
               displayTotal delimited by size into bankRptLine
           write bankRptLine
           display function trim(bankRptLine)
           compute checkTotal = bookTotal - bookOnlyTotal
               + bankOnlyTotal
           move checkTotal to displayTotal
           move spaces to bankRptLine
           string "Reconciled book total              "
               displayTotal delimited by size into bankRptLine
           write bankRptLine
           display function trim(bankRptLine)
           move bankTotal to displayTotal
           move spaces to bankRptLine
           string "Bank total for the period          "
               displayTotal delimited by size into bankRptLine
           write bankRptLine
           display function trim(bankRptLine)
           move spaces to bankRptLine
           if checkTotal = bankTotal
               move "RECONCILED" to bankRptLine
           else
               compute diffAmount = bankTotal - checkTotal
               move diffAmount to displaySigned
               string "OUT OF BALANCE BY " displaySigned
                   delimited by size into bankRptLine
           end-if
           write bankRptLine
           display function trim(bankRptLine)
           close bankRptFile

           move "BANKREC" to spoolType
           move "BANKREC.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       TEST-IN-PERIOD.
           move "n" to inPeriod
           if in-Period = "D"
               if itemDate = in-RptDate
                   move "y" to inPeriod
               end-if
           else
               if itemDate(1:6) = in-RptMonth
                   move "y" to inPeriod
               end-if
           end-if.

       KEEP-RPT-BANK-LINE.
           if rptBankCount >= 1000
               display "Warning: more than 1000 bank lines in the "
                   "period; the rest are totalled but not itemised."
               add blAmount to bankOnlyTotal
               exit paragraph
           end-if
           add 1 to rptBankCount
           move blNumber to rbNumber(rptBankCount)
           move blDate to rbDate(rptBankCount)
           move blAmount to rbAmount(rptBankCount)
           move blStatus to rbStatus(rptBankCount)
           move blReference to rbReference(rptBankCount)
           move blExplain to rbExplain(rptBankCount)
           move 0 to rbBooked(rptBankCount).

      *> one book entry of the period: counted against its bank
      *> line when that line is in the period, otherwise listed as
      *> not yet banked (or banked in another period)
       REPORT-BOOK-ITEM.
           add itemAmount to bookTotal
           move "n" to itemFound
           if matchFileOpen = "y"
               read bankMatchFile
                   invalid key
                       move "n" to itemFound
                   not invalid key
                       move "y" to itemFound
               end-read
           end-if
           if itemFound = "y" and bmMatchType not = "E"
               perform varying rbIdx from 1 by 1
                       until rbIdx > rptBankCount
                   if rbNumber(rbIdx) = bmBankLine
                       add itemAmount to rbBooked(rbIdx)
                       exit paragraph
                   end-if
               end-perform
           end-if

           add itemAmount to bookOnlyTotal
           move itemAmount to displaySigned
           move spaces to bankRptLine
           evaluate true
               when itemFound = "n"
                   string "  " bmKind bmRef "  " itemDate "  "
                       displaySigned "  NOT YET BANKED"
                       delimited by size into bankRptLine
               when bmMatchType = "E"
                   string "  " bmKind bmRef "  " itemDate "  "
                       displaySigned "  EXPLAINED: "
                       function trim(bmExplain)
                       delimited by size into bankRptLine
               when other
                   string "  " bmKind bmRef "  " itemDate "  "
                       displaySigned "  banked on line " bmBankLine
                       " outside the period"
                       delimited by size into bankRptLine
           end-evaluate
           write bankRptLine
           display function trim(bankRptLine).
