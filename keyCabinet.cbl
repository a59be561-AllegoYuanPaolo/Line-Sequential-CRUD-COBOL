        IDENTIFICATION DIVISION.
        PROGRAM-ID. keyCabinet.
       environment division.
           input-output section.
               file-control.
                   select optional keyTagFile
                       assign to "KEYTAG.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is ktTagNumber
                       alternate record key is ktVehicle
                           with duplicates
                       file status is keyTagStatus.

                   select optional keyLogFile
                       assign to "KEYLOG.DAT"
                       organization is line sequential
                       file status is keyLogStatus.

                   select optional carsFile
                       assign to carsFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional keyExcFile
                       assign to "KEYEXC.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd keyTagFile.
                   copy "KEYTAGREC.CPY".
               fd keyLogFile.
                   copy "KEYLOGREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd keyExcFile.
                   01 keyExcLine pic x(120).
           WORKING-STORAGE SECTION.
               01 keyTagStatus pic xx.
               01 keyLogStatus pic xx.
               01 carsFileStatus pic xx.
               01 keyExitFlag pic x value 'n'.
               01 keyChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-TagNumber pic 9(04).
               01 in-CarId pic 9(06).
               01 in-Holder pic x(20).
               01 in-Reason pic x(01).
               01 in-Answer pic x(01).
               01 carFound pic x.
               01 foundCar pic x(32).
               01 foundOwner pic x(16).
               01 foundSale pic x(01).
               01 reasonWord pic x(12).
               01 listCount pic 9(04).
               01 outCount pic 9(04).
               01 staleCount pic 9(04).
               01 excNote pic x(40).
               01 logAction pic x(01).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING carsFileName, currentUser.
           perform with test after until keyExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Key Cabinet --"
               display "[1] - Put a Key Tag on a Vehicle"
               display "[2] - Sign a Key Out"
               display "[3] - Return a Key"
               display "[4] - Keys Out (Cabinet Inquiry)"
               display "[5] - Daily Key Exceptions"
               display "[6] - Free a Key Tag"
               display "[7] - Key Movements for a Tag"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept keyChoice

               evaluate keyChoice
                   when "00"
                       move 'y' to keyExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform ASSIGN-TAG
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform SIGN-OUT
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform RETURN-KEY
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform KEYS-OUT
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform KEY-EXCEPTIONS
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform FREE-TAG
                       call "SYSTEM" using "pause"

                   when "7"
                       call "SYSTEM" using "cls"
                       perform TAG-HISTORY
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> one numbered tag per vehicle on the lot - stock, customer
      *> cars in the bay and loaners alike. A tag number is only
      *> reused once the tag has been freed
       ASSIGN-TAG.
           display "Vehicle record id: " no advancing
           accept in-CarId
           perform READ-CAR
           if carFound not = "y"
               display "Record id " in-CarId " is not in "
                   function trim(carsFileName) "."
               exit paragraph
           end-if

           perform OPEN-KEY-TAGS
           move carsFileName to ktGarage
           move in-CarId to ktCarId
           move "n" to eof
           start keyTagFile key is = ktVehicle
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read keyTagFile next record
                   at end
                       move "y" to eof
                   not at end
                       if ktGarage not = carsFileName
                           or ktCarId not = in-CarId
                           move "y" to eof
                       else
                           if ktStatus not = "F"
                               display function trim(foundCar)
                                   " already has key tag "
                                   ktTagNumber "."
                               close keyTagFile
                               exit paragraph
                           end-if
                       end-if
               end-read
           end-perform

           display "Key tag number: " no advancing
           accept in-TagNumber
           if in-TagNumber = 0
               display "Tag numbers start at 1."
               close keyTagFile
               exit paragraph
           end-if
           move in-TagNumber to ktTagNumber
           read keyTagFile
               invalid key
                   move spaces to keyTag-rec
                   move in-TagNumber to ktTagNumber
                   move "F" to ktStatus
           end-read
           if ktStatus not = "F"
               display "Tag " in-TagNumber " is on vehicle " ktCarId
                   " in " function trim(ktGarage)
                   "; free it with [6] first."
               close keyTagFile
               exit paragraph
           end-if

           accept todaysDate from date yyyymmdd
           move carsFileName to ktGarage
           move in-CarId to ktCarId
           move "I" to ktStatus
           move todaysDate to ktAssignedDate
           move spaces to ktHolder
           move space to ktReason
           move 0 to ktOutDate
           move 0 to ktOutTime
           move spaces to ktOutUser
           write keyTag-rec
               invalid key
                   rewrite keyTag-rec
           end-write
           close keyTagFile
           move spaces to in-Holder
           move space to in-Reason
           move "A" to logAction
           perform LOG-KEY-MOVEMENT
           display "Key tag " in-TagNumber " is now on "
               function trim(foundCar) " (" function trim(foundOwner)
               ").".

      *> nothing leaves the cabinet without a name against it
       SIGN-OUT.
           display "Key tag number: " no advancing
           accept in-TagNumber
           perform OPEN-KEY-TAGS
           move in-TagNumber to ktTagNumber
           read keyTagFile
               invalid key
                   display "Tag " in-TagNumber " has not been put "
                       "on a vehicle."
                   close keyTagFile
                   exit paragraph
           end-read
           if ktGarage not = carsFileName
               display "Tag " in-TagNumber " belongs to "
                   function trim(ktGarage) "."
               close keyTagFile
               exit paragraph
           end-if
           if ktStatus = "F"
               display "Tag " in-TagNumber " is not on a vehicle."
               close keyTagFile
               exit paragraph
           end-if
           if ktStatus = "O"
               display "That key is already out with "
                   function trim(ktHolder) " since " ktOutDate " "
                   ktOutTime "."
               close keyTagFile
               exit paragraph
           end-if

           move ktCarId to in-CarId
           perform READ-CAR
           if carFound = "y"
               display "Key for " function trim(foundCar) " ("
                   function trim(foundOwner) ")."
           end-if
           display "Taken by: " no advancing
           accept in-Holder
           if in-Holder = spaces
               display "A key cannot go out without a name."
               close keyTagFile
               exit paragraph
           end-if
           display "(t)est drive, (r)oad test, (v)aleting, (m)ove "
               "or courtesy (l)oan: " no advancing
           accept in-Reason
           move function upper-case(in-Reason) to in-Reason
           if in-Reason not = "T" and in-Reason not = "R"
               and in-Reason not = "V" and in-Reason not = "M"
               and in-Reason not = "L"
               display "Reason not recognised; key not signed out."
               close keyTagFile
               exit paragraph
           end-if

           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move "O" to ktStatus
           move in-Holder to ktHolder
           move in-Reason to ktReason
           move todaysDate to ktOutDate
           move nowTime(1:4) to ktOutTime
           move currentUser to ktOutUser
           rewrite keyTag-rec
           close keyTagFile
           move "O" to logAction
           perform LOG-KEY-MOVEMENT
           display "Key " in-TagNumber " signed out to "
               function trim(in-Holder) ".".

       RETURN-KEY.
           display "Key tag number: " no advancing
           accept in-TagNumber
           perform OPEN-KEY-TAGS
           move in-TagNumber to ktTagNumber
           read keyTagFile
               invalid key
                   display "Tag " in-TagNumber " is not on file."
                   close keyTagFile
                   exit paragraph
           end-read
           if ktStatus not = "O"
               display "Key " in-TagNumber " is not signed out."
               close keyTagFile
               exit paragraph
           end-if
           move ktHolder to in-Holder
           move ktReason to in-Reason
           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move "I" to ktStatus
           move spaces to ktHolder
           move space to ktReason
           move 0 to ktOutDate
           move 0 to ktOutTime
           move spaces to ktOutUser
           rewrite keyTag-rec
           close keyTagFile
           move "I" to logAction
           perform LOG-KEY-MOVEMENT
           display "Key " in-TagNumber " back in the cabinet from "
               function trim(in-Holder) ".".

      *> the tag comes off when the car has gone - sold and
      *> handed over, or moved to another site with its keys
       FREE-TAG.
           display "Key tag number: " no advancing
           accept in-TagNumber
           perform OPEN-KEY-TAGS
           move in-TagNumber to ktTagNumber
           read keyTagFile
               invalid key
                   display "Tag " in-TagNumber " is not on file."
                   close keyTagFile
                   exit paragraph
           end-read
           if ktStatus = "F"
               display "Tag " in-TagNumber " is already free."
               close keyTagFile
               exit paragraph
           end-if
           if ktStatus = "O"
               display "Key " in-TagNumber " is still out with "
                   function trim(ktHolder) "; return it first."
               close keyTagFile
               exit paragraph
           end-if
           display "Free tag " in-TagNumber " from vehicle " ktCarId
               "? (y/n) " no advancing
           accept in-Answer
           if in-Answer not = "y" and in-Answer not = "Y"
               close keyTagFile
               exit paragraph
           end-if
           move ktCarId to in-CarId
           move spaces to in-Holder
           move space to in-Reason
           move spaces to ktGarage
           move 0 to ktCarId
           move "F" to ktStatus
           rewrite keyTag-rec
           close keyTagFile
           move "F" to logAction
           perform LOG-KEY-MOVEMENT
           display "Tag " in-TagNumber " is free for reuse.".

      *> the cabinet at a glance: every key of this garage that is
      *> not on its hook, and who has it
       KEYS-OUT.
           move 0 to listCount
           move 0 to outCount
           display "Tag   Vehicle                           Holder"
               "               Reason        Out since"
           move "n" to eof
           open input keyTagFile
           if keyTagStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read keyTagFile next record
                   at end
                       move "y" to eof
                   not at end
                       if ktGarage = carsFileName
                           and ktStatus not = "F"
                           add 1 to listCount
                           if ktStatus = "O"
                               add 1 to outCount
                               perform SET-REASON-WORD
                               move ktCarId to in-CarId
                               perform READ-CAR
                               display ktTagNumber "  " foundCar
                                   "  " ktHolder " " reasonWord
                                   "  " ktOutDate " " ktOutTime
                           end-if
                       end-if
               end-read
           end-perform
           close keyTagFile
           compute listCount = listCount - outCount
           display outCount " key(s) out; " listCount
               " in the cabinet.".

      *> run at close of business: any key still out is missing
      *> overnight, and a key still hanging for a car that has
      *> been sold or has left this garage should have gone with
      *> it
       KEY-EXCEPTIONS.
           accept todaysDate from date yyyymmdd
           move 0 to outCount
           move 0 to staleCount
           open output keyExcFile
           move spaces to keyExcLine
           string "KEY EXCEPTIONS - " function trim(carsFileName)
               "   " todaysDate
               delimited by size into keyExcLine
           write keyExcLine
           display function trim(keyExcLine)
           move spaces to keyExcLine
           write keyExcLine
           move "Keys not returned:" to keyExcLine
           write keyExcLine
           display function trim(keyExcLine)

           move "n" to eof
           open input keyTagFile
           if keyTagStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read keyTagFile next record
                   at end
                       move "y" to eof
                   not at end
                       if ktGarage = carsFileName
                           and ktStatus = "O"
                           perform EXCEPTION-OUT-LINE
                       end-if
               end-read
           end-perform
           if outCount = 0
               move "  (none)" to keyExcLine
               write keyExcLine
               display keyExcLine
           end-if

           move spaces to keyExcLine
           write keyExcLine
           move "Keys held for vehicles sold or gone:" to keyExcLine
           write keyExcLine
           display function trim(keyExcLine)
           move "n" to eof
           move 0 to ktTagNumber
           start keyTagFile key is >= ktTagNumber
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read keyTagFile next record
                   at end
                       move "y" to eof
                   not at end
                       if ktGarage = carsFileName
                           and ktStatus not = "F"
                           perform EXCEPTION-STALE-LINE
                       end-if
               end-read
           end-perform
           close keyTagFile
           if staleCount = 0
               move "  (none)" to keyExcLine
               write keyExcLine
               display keyExcLine
           end-if

           move spaces to keyExcLine
           write keyExcLine
           move spaces to keyExcLine
           string outCount " key(s) out, " staleCount
               " key(s) for vehicles gone."
               delimited by size into keyExcLine
           write keyExcLine
           display function trim(keyExcLine)
           close keyExcFile
           display "Report written to KEYEXC.DAT."

           move "KEYEXC" to spoolType
           move "KEYEXC.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc,
               currentUser.

       EXCEPTION-OUT-LINE.
           add 1 to outCount
           perform SET-REASON-WORD
           move ktCarId to in-CarId
           perform READ-CAR
           if ktOutDate < todaysDate
               move "OUT OVERNIGHT" to excNote
           else
               move spaces to excNote
           end-if
           move spaces to keyExcLine
           string "  " ktTagNumber "  " foundCar "  " ktHolder
               "  " reasonWord "  since " ktOutDate " " ktOutTime
               "  " excNote
               delimited by size into keyExcLine
           write keyExcLine
           display function trim(keyExcLine).

       EXCEPTION-STALE-LINE.
           move ktCarId to in-CarId
           perform READ-CAR
           if carFound not = "y"
               move "no longer on this garage's file" to excNote
           else
               if foundSale = "S"
                   move "sold" to excNote
               else
                   exit paragraph
               end-if
           end-if
           add 1 to staleCount
           move spaces to keyExcLine
           if ktStatus = "O"
               string "  " ktTagNumber "  vehicle " ktCarId "  "
                   foundCar "  " function trim(excNote)
                   " - key out with " function trim(ktHolder)
                   delimited by size into keyExcLine
           else
               string "  " ktTagNumber "  vehicle " ktCarId "  "
                   foundCar "  " function trim(excNote)
                   " - key still in the cabinet"
                   delimited by size into keyExcLine
           end-if
           write keyExcLine
           display function trim(keyExcLine).

       TAG-HISTORY.
           display "Key tag number: " no advancing
           accept in-TagNumber
           move 0 to listCount
           move "n" to eof
           open input keyLogFile
           if keyLogStatus not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read keyLogFile
                   at end
                       move "y" to eof
                   not at end
                       if klTagNumber = in-TagNumber
                           add 1 to listCount
                           move klReason to ktReason
                           perform SET-REASON-WORD
                           evaluate klAction
                               when "A"
                                   display "  " klDate " " klTime
                                       "  put on vehicle " klCarId
                                       " by " klUser
                               when "O"
                                   display "  " klDate " " klTime
                                       "  out to " klHolder " "
                                       reasonWord " by " klUser
                               when "I"
                                   display "  " klDate " " klTime
                                       "  back from " klHolder
                                       " by " klUser
                               when other
                                   display "  " klDate " " klTime
                                       "  freed from vehicle "
                                       klCarId " by " klUser
                           end-evaluate
                       end-if
               end-read
           end-perform
           close keyLogFile
           if listCount = 0
               display "No movements recorded for tag "
                   in-TagNumber "."
           end-if.

       SET-REASON-WORD.
           evaluate ktReason
               when "T"
                   move "test drive" to reasonWord
               when "R"
                   move "road test" to reasonWord
               when "V"
                   move "valeting" to reasonWord
               when "M"
                   move "moving" to reasonWord
               when "L"
                   move "loan" to reasonWord
               when other
                   move spaces to reasonWord
           end-evaluate.

       READ-CAR.
           move "n" to carFound
           move spaces to foundCar
           move spaces to foundOwner
           move space to foundSale
           open input carsFile
           if carsFileStatus not = "35"
               move in-CarId to recordId
               read carsFile
                   invalid key
                       continue
                   not invalid key
                       move "y" to carFound
                       move carOwned to foundCar
                       move owner to foundOwner
                       move saleStatus to foundSale
               end-read
           end-if
           close carsFile.

       OPEN-KEY-TAGS.
           open i-o keyTagFile
           if keyTagStatus not = "00"
               close keyTagFile
               open output keyTagFile
               close keyTagFile
               open i-o keyTagFile
           end-if.

      *> every movement is kept, so a missing key can be traced to
      *> the last person who signed for it
       LOG-KEY-MOVEMENT.
           accept todaysDate from date yyyymmdd
           accept nowTime from time
           move spaces to keyLog-rec
           move in-TagNumber to klTagNumber
           move carsFileName to klGarage
           move in-CarId to klCarId
           move logAction to klAction
           move todaysDate to klDate
           move nowTime(1:4) to klTime
           move in-Holder to klHolder
           move in-Reason to klReason
           move currentUser to klUser
           open extend keyLogFile
               write keyLog-rec
           close keyLogFile.
