                       file status is partsStatus.

                   select optional countListFile
                       assign to countListName
                       organization is line sequential
                       file status is countListStatus.

                   select optional countWorkFile
                       assign to countWorkName
                       organization is line sequential.

                   select optional varRptFile
               01 varValueTotal pic s9(09)v99.
               01 varCount pic 9(04).
               01 uncountedCount pic 9(04).
               01 approveAnswer pic x.
               01 displaySigned pic -(08)9.99.
               01 displayQty pic -(04)9.

               *> each garage counts its own shelf, so each keeps its
               *> own count list, named after its data file the way
               *> the edit lock is
               01 countListName pic x(44) value spaces.
               01 countWorkName pic x(44) value spaces.
               01 countCopyCommand pic x(100) value spaces.
               01 countDelCommand pic x(50) value spaces.
               01 countWorkDelCommand pic x(50) value spaces.
               01 stkAction pic x(01).
               01 stkQty pic s9(05).
               01 stkOnHand pic 9(05).
               01 stkReorder pic 9(05).
               01 aqAction pic x(01).
               01 aqApAction pic x(06).
               01 aqGarage pic x(40).
               01 aqRef pic x(44).
               01 aqBefore pic x(30).
               01 aqAfter pic x(30).
               01 aqAmountBefore pic 9(07)v99.
               01 aqAmountAfter pic 9(07)v99.
               01 aqNumber pic 9(06).
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           move spaces to countListName
           move spaces to countWorkName
           move spaces to countCopyCommand
           move spaces to countDelCommand
           move spaces to countWorkDelCommand
           string function trim(carsFileName) ".cnt"
               delimited by size into countListName
           string function trim(carsFileName) ".cwk"
               delimited by size into countWorkName
           string "copy /Y " function trim(countWorkName) " "
               function trim(countListName)
               delimited by size into countCopyCommand
           string "del " function trim(countListName)
               delimited by size into countDelCommand
           string "del " function trim(countWorkName)
               delimited by size into countWorkDelCommand

           perform with test after until stkExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Parts Stocktake --"
               display "Site: " function trim(carsFileName)
               display "[1] - Freeze Count List"
               display "[2] - Key Counted Quantities"
               display "[3] - Variance Report / Post Adjustments"
               close countListFile
               display "A count list is already frozen; post or "
                   "abandon it before freezing a new one."
               display "(Posting it once approved clears the list.)"
               exit paragraph
           end-if
           close countListFile
                       move spaces to countList-rec
                       move partNumber to ctPartNumber
                       move partDescription to ctDescription
                       move "Q" to stkAction
                       move 0 to stkQty
                       call "siteStock" using stkAction,
                           carsFileName, partNumber, partOnHand,
                           partReorderPoint, stkQty, stkOnHand,
                           stkReorder
                       move stkOnHand to ctFrozenQty
                       move 0 to ctCountedQty
                       move "n" to ctCounted
                       move partUnitCost to ctUnitCost
           close countListFile
           close partsDataFile
           display "Count list frozen: " recCount " part(s) in "
               function trim(countListName) ". Walk the shelves, "
               "then key the counts with [2].".

      *> the shelf walk keyed in: one pass over the frozen list,
      *> entered part by part; rerunning re-keys the whole count
           end-perform
           close countWorkFile
           close countListFile
           call "SYSTEM" using countCopyCommand
           call "SYSTEM" using countWorkDelCommand
           display "Counts keyed for " recCount " part(s). Run "
               "[3] for the variance report.".

      *> count against book, valued at unit cost; once a second
      *> supervisor approves, the book is corrected to match the
      *> shelf, with every adjustment on the audit trail
       VARIANCE-AND-POST.
           accept todaysDate from date yyyymmdd

               display "Nothing to post - the book matches the "
                   "shelf."
               if uncountedCount = 0
                   call "SYSTEM" using countDelCommand
                   display "Count list cleared."
               end-if
               exit paragraph
               perform NOTE-DENIED
               exit paragraph
           end-if
           display "Ask a second supervisor to post these "
               "adjustments? (y/n) " no advancing
           accept approveAnswer
           if approveAnswer not = 'y' and approveAnswer not = 'Y'
               display "Nothing posted; the count list is kept."
               exit paragraph
           end-if

           *> the book is only corrected once a different
           *> supervisor approves the variance from the approvals
           *> screen; the count list is kept frozen until then
           move "R" to aqAction
           move "STKVAR" to aqApAction
           move carsFileName to aqGarage
           move carsFileName to aqRef
           move "Book quantities" to aqBefore
           move varValueTotal to displaySigned
           move spaces to aqAfter
           string varCount " variance(s) " function
               trim(displaySigned) delimited by size into aqAfter
           move 0 to aqAmountBefore
           if varValueTotal < 0
               compute aqAmountAfter = 0 - varValueTotal
           else
               move varValueTotal to aqAmountAfter
           end-if
           call "approvalQueue" using aqAction, aqApAction,
               aqGarage, aqRef, aqBefore, aqAfter, aqAmountBefore,
               aqAmountAfter, currentUser, aqNumber.

      *> a refused posting goes on the audit trail under the user
      *> who tried it, same as the menu-level denials
