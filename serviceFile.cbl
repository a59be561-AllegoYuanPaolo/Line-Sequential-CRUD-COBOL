                   01 cmbRptLine pic x(132).

           WORKING-STORAGE SECTION.
               01 partsInvNumber pic 9(06).
               01 svcExitFlag pic x value 'n'.
               01 svcChoice pic xx.
               01 eof pic x value "n".

                   when "4"
                       call "SYSTEM" using "cls"
                       call "techFile" using currentUser

                   when "5"
                       call "SYSTEM" using "cls"

           *> any parts fitted on the job come off the shelf now,
           *> while the service line they belong to is fresh
           move 0 to partsInvNumber
           call "partsUse" using svcCarId, svcDate,
               carsFileName, partsInvNumber.

       VIEW-SERVICE-RECORDS.
           move "n" to eof
