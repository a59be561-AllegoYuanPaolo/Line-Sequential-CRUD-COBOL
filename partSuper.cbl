        IDENTIFICATION DIVISION.
        PROGRAM-ID. partSuper.
       environment division.
           input-output section.
               file-control.
                   select optional partsFile
                       assign to "PARTS.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is partNumber
                       file status is partsStatus.
        DATA DIVISION.
           file section.
               fd partsFile.
                   copy "PARTREC.CPY".
            LOCAL-STORAGE SECTION.
               01 partsStatus pic xx.
               01 hopCount pic 9(02).
               01 chainDone pic x.
               01 stkAction pic x(01).
               01 stkQty pic s9(05).
               01 stkOnHand pic 9(05).
               01 stkReorder pic 9(05).
           LINKAGE SECTION.
               *> the part number keyed in comes back as the one to
               *> use; with a garage given, a superseded part with
               *> stock still on that site's shelf is used up first,
               *> with none the chain is followed to the current part
               *> (ordering). The flag is "y" when the number changed
               01 psPartNumber pic x(10).
               01 psGarage pic x(40).
               01 psRedirected pic x(01).
      *> a supplier replacing one part number with another leaves
      *> the old number on the master pointing at the new one;
      *> every order and issue comes through here so nobody has to
      *> remember which numbers have gone
        PROCEDURE DIVISION USING psPartNumber, psGarage, psRedirected.
           move "n" to psRedirected
           move 0 to hopCount
           move "n" to chainDone
           open input partsFile
           if partsStatus not = "00"
               close partsFile
               goback
           end-if
           *> a chain that loops back on itself stops after ten
           perform until chainDone = "y" or hopCount >= 10
               move psPartNumber to partNumber
               read partsFile
                   invalid key
                       move "y" to chainDone
                   not invalid key
                       if partSupersededBy = spaces
                           or partSupersededBy = low-values
                           or partSupersededBy = partNumber
                           move "y" to chainDone
                       end-if
               end-read
               if chainDone not = "y"
                   and function trim(psGarage) not = spaces
                   move "Q" to stkAction
                   move 0 to stkQty
                   call "siteStock" using stkAction, psGarage,
                       partNumber, partOnHand, partReorderPoint,
                       stkQty, stkOnHand, stkReorder
                   if stkOnHand > 0
                       display "  " function trim(partNumber)
                           " is superseded by "
                           function trim(partSupersededBy)
                           "; " stkOnHand " of the old part are "
                           "still here and go first."
                       move "y" to chainDone
                   end-if
               end-if
               if chainDone not = "y"
                   display "  " function trim(partNumber)
                       " is superseded by "
                       function trim(partSupersededBy) "."
                   move partSupersededBy to psPartNumber
                   move "y" to psRedirected
                   add 1 to hopCount
               end-if
           end-perform
           close partsFile.
       goback.
