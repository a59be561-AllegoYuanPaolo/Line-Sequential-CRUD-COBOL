               01 bestDate pic 9(08).
               01 lastOdo pic 9(07).
               01 mileageOk pic x value "y".
               01 alMode pic x(01) value "V".
               01 alFound pic x(01) value "n".
               01 archivedOn pic 9(08) value 0.
           LINKAGE SECTION.
               01 carsFileName pic x(40).
        PROCEDURE DIVISION USING carsFileName.
           move in-Vin to vin
           read carsFile key is vin
               invalid key
                   move in-Vin to vin
                   call "archLookup" using alMode, carsFileName,
                       alFound, archivedOn, carFile-rec
                   if alFound not = "y"
                       display "No vehicle with that VIN in "
                           function trim(carsFileName) "."
                       close carsFile
                       goback
                   end-if
           end-read
           move recordId to certCarId
           close carsFile
               "  Recorded mileage: " mileage
               delimited by size into certLine
           write certLine
           if alFound = "y"
               move spaces to certLine
               string "Archived vehicle record (archived "
                   archivedOn ")"
                   delimited by size into certLine
               write certLine
           end-if
           move spaces to certLine
           string "Previous keepers recorded: " priorOwners
               delimited by size into certLine
