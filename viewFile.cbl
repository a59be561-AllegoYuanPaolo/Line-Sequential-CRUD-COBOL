                       02 sortMileage pic 9(07).
                       02 sortDateAdded pic 9(08).
                       02 sortCustNumber pic 9(06).
                       02 filler pic x(71).

               fd sortedFile.
                   01 sorted-rec.
                       02 sortedMileage pic 9(07).
                       02 sortedDateAdded pic 9(08).
                       02 sortedCustNumber pic 9(06).
                       02 filler pic x(71).

            LOCAL-STORAGE SECTION.
               01 eof pic x value "n".
