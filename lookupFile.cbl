               01 lookupOwner pic x(16).
               01 lookupVin pic x(17).
               01 carsFileStatus pic xx.
               01 alMode pic x(01) value "V".
               01 alFound pic x(01) value "n".
               01 archivedOn pic 9(08) value 0.
           LINKAGE SECTION.
               01 carsFileName pic x(40).
        PROCEDURE DIVISION USING carsFileName.
               move lookupVin to vin
               read carsFile key is vin
                   invalid key
                       *> a car gone to the archive is still
                       *> found, and shown as archived
                       move lookupVin to vin
                       call "archLookup" using alMode, carsFileName,
                           alFound, archivedOn, carFile-rec
                       if alFound = "y"
                           display "ARCHIVED " archivedOn
                               " | ID: " recordId
                               " | Owner: " owner " | Car: " carOwned
                               " | VIN: " vin
                               " | Year: " modelYear
                               " | Color: " carColor
                               " | Mileage: " mileage
                               " | Added: " dateAdded
                               " | Cust: " carCustNumber
                       else
                           display "No record found for VIN "
                               function trim(lookupVin) "."
                       end-if
                   not invalid key
                       display "ID: " recordId
                           " | Owner: " owner " | Car: " carOwned
