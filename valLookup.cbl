        IDENTIFICATION DIVISION.
        PROGRAM-ID. valLookup.
       environment division.
           input-output section.
               file-control.
                   select optional valueFile
                       assign to "VALUE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is valKey
                       file status is valueStatus.
        DATA DIVISION.
           file section.
               fd valueFile.
                   copy "VALUEREC.CPY".
            LOCAL-STORAGE SECTION.
               01 valueStatus pic xx.
               01 mileBand pic 9(05).
           LINKAGE SECTION.
               *> the car's model, year and mileage in; the guide's
               *> retail and trade values and month out, with the
               *> flag "y" when the guide has a line for it
               01 vlModel pic x(32).
               01 vlYear pic 9(04).
               01 vlMileage pic 9(07).
               01 vlRetail pic 9(07)v99.
               01 vlTrade pic 9(07)v99.
               01 vlMonth pic 9(06).
               01 vlFound pic x(01).
      *> what the month's trade guide says a car is worth, for
      *> pricing stock and valuing a trade-in
        PROCEDURE DIVISION USING vlModel, vlYear, vlMileage,
               vlRetail, vlTrade, vlMonth, vlFound.
           move "n" to vlFound
           move 0 to vlRetail
           move 0 to vlTrade
           move 0 to vlMonth
           open input valueFile
           if valueStatus not = "00"
               close valueFile
               goback
           end-if
           divide vlMileage by 20000 giving mileBand
           if mileBand > 10
               move 10 to mileBand
           end-if
           move vlModel to valModel
           move vlYear to valYear
           move mileBand to valBand
           read valueFile
               invalid key
                   continue
               not invalid key
                   move "y" to vlFound
                   move valRetail to vlRetail
                   move valTrade to vlTrade
                   move valMonth to vlMonth
           end-read
           close valueFile.
       goback.
