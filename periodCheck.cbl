        IDENTIFICATION DIVISION.
        PROGRAM-ID. periodCheck.
       environment division.
           input-output section.
               file-control.
                   select optional periodFile
                       assign to "PERIOD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is perMonth
                       file status is periodStatus.
        DATA DIVISION.
           file section.
               fd periodFile.
                   copy "PERIODREC.CPY".
            LOCAL-STORAGE SECTION.
               01 periodStatus pic xx.
               01 monthClosed pic x value "n".
               01 tryMonth pic 9(06).
               01 tryYear pic 9(04).
               01 tryMm pic 9(02).
               01 tries pic 9(02) value 0.
           LINKAGE SECTION.
               01 pcDate pic 9(08).
               01 pcOpen pic x(01).
               01 pcOpenDate pic 9(08).
      *> may anything be posted dated pcDate? pcOpen comes back y
      *> or n; when n, pcOpenDate is the first day of the next
      *> month still open to posting
        PROCEDURE DIVISION USING pcDate, pcOpen, pcOpenDate.
           move "y" to pcOpen
           move pcDate to pcOpenDate
           open input periodFile
           if periodStatus not = "00"
               close periodFile
               goback
           end-if

           move pcDate(1:6) to tryMonth
           perform READ-MONTH
           if monthClosed = "n"
               close periodFile
               goback
           end-if

           move "n" to pcOpen
           perform until monthClosed = "n" or tries > 36
               move tryMonth(1:4) to tryYear
               move tryMonth(5:2) to tryMm
               if tryMm = 12
                   add 1 to tryYear
                   move 1 to tryMm
               else
                   add 1 to tryMm
               end-if
               compute tryMonth = tryYear * 100 + tryMm
               add 1 to tries
               perform READ-MONTH
           end-perform
           close periodFile
           compute pcOpenDate = tryMonth * 100 + 1
       goback.

       READ-MONTH.
           move tryMonth to perMonth
           read periodFile
               invalid key
                   move "n" to monthClosed
               not invalid key
                   if perStatus = "C"
                       move "y" to monthClosed
                   else
                       move "n" to monthClosed
                   end-if
           end-read.
