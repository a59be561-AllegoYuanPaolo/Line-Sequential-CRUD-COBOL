               01 searchOwner pic x(16).
               01 hopCount pic 9(04) value 0.
               01 haveCurrent pic x value "n".
               01 alMode pic x(01).
               01 alFound pic x(01) value "n".
               01 archivedOn pic 9(08) value 0.
               01 savedCarFile-rec.
                   02 savedId pic 9(06).
                   02 savedOwner pic x(16).
               *> the record id is the way to pick one out
               read carsFile key is owner
                   invalid key
                       continue
                   not invalid key
                       move recordId to chainId
                       move carFile-rec to savedCarFile-rec
                       move "y" to haveCurrent
               end-read
               if haveCurrent not = "y"
                   move "O" to alMode
                   perform CHECK-ARCHIVE
               end-if
               if haveCurrent not = "y"
                   display "No record found for owner "
                       function trim(searchOwner) "."
                   close carsFile
                   goback
               end-if
           else
               display "Enter record id: " no advancing
               accept chainId
                       move carFile-rec to savedCarFile-rec
                       move "y" to haveCurrent
               end-read
               if haveCurrent not = "y"
                   move chainId to recordId
                   move "I" to alMode
                   perform CHECK-ARCHIVE
               end-if
           end-if
           close carsFile

           end-if

           if haveCurrent = "y"
               if alFound = "y"
                   display "ARCHIVED " archivedOn
                       " - last on file as:"
               else
                   display "Currently on file as:"
               end-if
               display "  ID: " savedId
                   " | Owner: " savedOwner
                   " | Car: " savedCarOwned
                   " any more (it may have been deleted or moved)."
           end-if
       goback.

      *> a vehicle moved off the live file is still on record in
      *> the vehicle archive
       CHECK-ARCHIVE.
           call "archLookup" using alMode, carsFileName, alFound,
               archivedOn, carFile-rec
           if alFound = "y"
               move recordId to chainId
               move carFile-rec to savedCarFile-rec
               move "y" to haveCurrent
           end-if.
