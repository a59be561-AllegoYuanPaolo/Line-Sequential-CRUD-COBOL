        IDENTIFICATION DIVISION.
        PROGRAM-ID. inspDeclined.
       environment division.
           input-output section.
               file-control.
                   select optional inspectFile-fd
                       assign to "INSPECT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is inKey
                       alternate record key is inCarId
                           with duplicates
                       file status is inspStatus.
        DATA DIVISION.
           file section.
               fd inspectFile-fd.
                   copy "INSPREC.CPY".
            LOCAL-STORAGE SECTION.
               01 inspStatus pic xx.
               01 eof pic x value "n".
               01 ratingWord pic x(05).
               01 displayValue pic zz9.9.
           LINKAGE SECTION.
               01 idCarId pic 9(06).
               01 idCount pic 9(03).
      *> amber and red findings the customer said no to, still open
      *> against the car, listed wherever the car comes up - the
      *> advisor at check-in, the dossier - so they get raised again
        PROCEDURE DIVISION USING idCarId, idCount.
           move 0 to idCount
           move "n" to eof
           open input inspectFile-fd
           if inspStatus not = "00"
               close inspectFile-fd
               goback
           end-if
           move idCarId to inCarId
           start inspectFile-fd key is = inCarId
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read inspectFile-fd next record
                   at end
                       move "y" to eof
                   not at end
                       if inCarId not = idCarId
                           move "y" to eof
                       else
                           if inAction = "D"
                               and (inFollow = "O" or inFollow = "C")
                               perform SHOW-DECLINED
                           end-if
                       end-if
               end-read
           end-perform
           close inspectFile-fd
       goback.

       SHOW-DECLINED.
           if idCount = 0
               display "  Work declined at earlier visits:"
           end-if
           add 1 to idCount
           if inRating = "R"
               move "RED" to ratingWord
           else
               move "AMBER" to ratingWord
           end-if
           if inUnit not = spaces
               move inValue to displayValue
               display "    " inDate "  " inItemDesc "  " ratingWord
                   "  " displayValue " " function trim(inUnit)
                   "  " function trim(inNote)
           else
               display "    " inDate "  " inItemDesc "  " ratingWord
                   "  " function trim(inNote)
           end-if.
