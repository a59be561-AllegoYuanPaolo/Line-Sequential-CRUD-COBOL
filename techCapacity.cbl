        IDENTIFICATION DIVISION.
        PROGRAM-ID. techCapacity.
       environment division.
           input-output section.
               file-control.
                   select optional techDataFile
                       assign to "TECH.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is techNumber
                       file status is techStatus.

                   select optional techLeaveFile
                       assign to "TECHLEAVE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is tlKey
                       file status is leaveStatus.

                   select optional apptDataFile
                       assign to "APPT.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is apptNumber
                       file status is apptFileStatus.
        DATA DIVISION.
           file section.
               fd techDataFile.
                   copy "TECHREC.CPY".
               fd techLeaveFile.
                   copy "TECHLEAVEREC.CPY".
               fd apptDataFile.
                   copy "APPTREC.CPY".
            LOCAL-STORAGE SECTION.
               01 techStatus pic xx.
               01 leaveStatus pic xx.
               01 apptFileStatus pic xx.
               01 eof pic x.
               01 siteCode pic x(04).
               01 dateInt pic 9(09).
               01 dayIdx pic 9(01).
               01 shiftIdx pic 9(01).
               01 hasPattern pic x.
               01 dayHours pic 9(02)v9.
           LINKAGE SECTION.
               *> the site's data file and the day asked about; back
               *> come the technician hours the site has that day
               *> (shift hours less leave), the catalog hours already
               *> booked into it, and how many technicians at the site
               *> have a rota at all - none means the site is not on
               *> the rota yet and its bookings go unchecked
               01 tcGarage pic x(40).
               01 tcDate pic 9(08).
               01 tcAvailHours pic 9(04)v9.
               01 tcBookedHours pic 9(04)v9.
               01 tcRostered pic 9(03).
      *> bays are not the only limit on a day's work: the people
      *> are. Each active technician based at the site gives the
      *> hours of their shift pattern for that day of the week,
      *> less any holiday, sickness or training on the leave
      *> calendar; the booked side is the book hours of every live
      *> appointment at the site that day
        PROCEDURE DIVISION USING tcGarage, tcDate, tcAvailHours,
               tcBookedHours, tcRostered.
           move 0 to tcAvailHours
           move 0 to tcBookedHours
           move 0 to tcRostered
           call "garageCode" using tcGarage, siteCode
           compute dateInt = function integer-of-date(tcDate)
           compute dayIdx = function mod(dateInt, 7)
           if dayIdx = 0
               move 7 to dayIdx
           end-if

           move "n" to eof
           open input techDataFile
           if techStatus = "00"
               open input techLeaveFile
               perform until eof = "y"
                   read techDataFile next record
                       at end
                           move "y" to eof
                       not at end
                           if techActive = "A"
                               and siteCode not = spaces
                               and techGarage = siteCode
                               perform ADD-ONE-TECH
                           end-if
                   end-read
               end-perform
               close techLeaveFile
           end-if
           close techDataFile

           move "n" to eof
           open input apptDataFile
           if apptFileStatus = "00"
               perform until eof = "y"
                   read apptDataFile next record
                       at end
                           move "y" to eof
                       not at end
                           if apptDate = tcDate
                               and apptGarage = tcGarage
                               and (apptStatus = "B"
                                   or apptStatus = "A")
                               and apptHours numeric
                               add apptHours to tcBookedHours
                           end-if
                   end-read
               end-perform
           end-if
           close apptDataFile.
       goback.

       ADD-ONE-TECH.
           move "n" to hasPattern
           perform varying shiftIdx from 1 by 1 until shiftIdx > 7
               if techShiftHours(shiftIdx) numeric
                   and techShiftHours(shiftIdx) > 0
                   move "y" to hasPattern
               end-if
           end-perform
           if hasPattern not = "y"
               exit paragraph
           end-if
           add 1 to tcRostered
           if techShiftHours(dayIdx) numeric
               move techShiftHours(dayIdx) to dayHours
           else
               move 0 to dayHours
           end-if
           if dayHours = 0
               exit paragraph
           end-if
           if leaveStatus = "00"
               move techNumber to tlTechNumber
               move tcDate to tlDate
               read techLeaveFile
                   invalid key
                       continue
                   not invalid key
                       if tlHours >= dayHours
                           move 0 to dayHours
                       else
                           subtract tlHours from dayHours
                       end-if
               end-read
           end-if
           add dayHours to tcAvailHours.
