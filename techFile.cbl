                   select optional techRptFile
                       assign to "TECHRPT.DAT"
                       organization is line sequential.

                   select optional timeClockFile
                       assign to "TIMECLK.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is tcNumber
                       file status is clockStatus.

                   select optional effRptFile
                       assign to "TECHEFF.DAT"
                       organization is line sequential.

                   select optional techLeaveFile
                       assign to "TECHLEAVE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is tlKey
                       file status is leaveStatus.

                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is garCode
                       file status is garageStatus.
        DATA DIVISION.
           file section.
               fd techDataFile.
                   copy "SERVICEREC.CPY".
               fd techRptFile.
                   01 techRptLine pic x(96).
               fd timeClockFile.
                   copy "TIMECLKREC.CPY".
               fd effRptFile.
                   01 effRptLine pic x(96).
               fd techLeaveFile.
                   copy "TECHLEAVEREC.CPY".
               fd garageRegFile.
                   copy "GARREC.CPY".
           WORKING-STORAGE SECTION.
               01 techStatus pic xx.
               01 serviceStatus pic xx.
               01 prodFoundIdx pic 9(02).
               01 prodName pic x(24).
               01 displayTotal pic z(08)9.99.

               *> clocked time against book time, one row per
               *> technician per week (weeks run Monday to Sunday)
               *> and one per catalog job
               01 clockStatus pic xx.
               01 eff-table.
                   02 eff-entry occurs 200 times
                           indexed by effIdx.
                       03 efTechNumber pic 9(04).
                       03 efWeek pic 9(08).
                       03 efMinutes pic 9(07).
                       03 efBookMinutes pic 9(07).
                       03 efBookHours pic 9(05)v9.
               01 effCount pic 9(03).
               01 effFull pic x.
               01 effFoundIdx pic 9(03).
               01 effJob-table.
                   02 effJob-entry occurs 100 times
                           indexed by ejIdx.
                       03 ejJobCode pic x(08).
                       03 ejClockings pic 9(05).
                       03 ejMinutes pic 9(07).
                       03 ejBookHours pic 9(05)v9.
               01 effJobCount pic 9(03).
               01 effJobFull pic x.
               01 effJobFoundIdx pic 9(03).
               01 weekStart pic 9(08).
               01 dateInt pic 9(09).
               01 dayIdx pic 9(01).
               01 actualHours pic 9(05)v99.
               01 bookHours pic 9(05)v99.
               01 effPct pic 9(05).
               01 displayActual pic z(04)9.99.
               01 displayBook pic z(04)9.99.
               01 displayPct pic z(04)9.
               01 effVerdict pic x(20).

               *> the weekly rota and the leave calendar
               01 leaveStatus pic xx.
               01 garageStatus pic xx.
               01 dayNames pic x(21) value "MonTueWedThuFriSatSun".
               01 shiftIdx pic 9(01).
               01 in-SiteCode pic x(04).
               01 in-Hours pic 9(02)v9.
               01 in-FromDate pic 9(08).
               01 in-ToDate pic 9(08).
               01 in-LeaveType pic x(01).
               01 in-Note pic x(30).
               01 weekHours pic 9(03)v9.
               01 displayHours pic z9.9.
               01 displayWeek pic zz9.9.
               01 leaveInt pic 9(09).
               01 fromInt pic 9(09).
               01 toInt pic 9(09).
               01 leaveDate pic 9(08).
               01 leaveCount pic 9(03).
               01 replaceAnswer pic x.
               01 leaveName pic x(12).
           LINKAGE SECTION.
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING currentUser.
           perform with test after until techExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "[2] - View Technicians"
               display "[3] - Deactivate / Reactivate Technician"
               display "[4] - Productivity Report"
               display "[5] - Efficiency Report (Clocked vs Book)"
               display "[6] - Shift Pattern and Home Site"
               display "[7] - Record Holiday / Sickness / Training"
               display "[8] - Leave Calendar"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
                       perform PRODUCTIVITY-REPORT
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform EFFICIENCY-REPORT
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       perform SET-ROTA
                       call "SYSTEM" using "pause"

                   when "7"
                       call "SYSTEM" using "cls"
                       perform RECORD-LEAVE
                       call "SYSTEM" using "pause"

                   when "8"
                       call "SYSTEM" using "cls"
                       perform LEAVE-CALENDAR
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               move nextTech to techNumber
               move in-Name to techName
               move "A" to techActive
               move spaces to techGarage
               perform varying shiftIdx from 1 by 1
                       until shiftIdx > 7
                   move 0 to techShiftHours(shiftIdx)
               end-perform
               write tech-rec
                   invalid key
                       display "Technician number clash; the "
                       move "y" to eof
                   not at end
                       add 1 to recCount
                       perform SUM-WEEK-HOURS
                       display techNumber " "
                           function trim(techName)
                           "  active: " techActive
                           "  site: " techGarage
                           "  hours/week: " displayWeek
               end-read
           end-perform
           close techDataFile
           end-read
           close techDataFile.

      *> a technician's hours across the week, for the master list
       SUM-WEEK-HOURS.
           move 0 to weekHours
           perform varying shiftIdx from 1 by 1 until shiftIdx > 7
               if techShiftHours(shiftIdx) numeric
                   add techShiftHours(shiftIdx) to weekHours
               end-if
           end-perform
           move weekHours to displayWeek.

      *> where a technician is based and the hours they work on
      *> each day of a normal week; this is what the booking desk
      *> weighs catalog hours against, so a technician with no
      *> pattern gives their site nothing
       SET-ROTA.
           display "Technician number: " no advancing
           accept in-TechNumber
           open i-o techDataFile
           if techStatus not = "00"
               close techDataFile
               display "The technician master is empty."
               exit paragraph
           end-if
           move in-TechNumber to techNumber
           read techDataFile
               invalid key
                   display "No technician " in-TechNumber
                       " is on the master."
                   close techDataFile
                   exit paragraph
           end-read
           if techGarage = low-values
               move spaces to techGarage
           end-if
           display "Rota for " function trim(techName)
               ", based at: " techGarage

           display "Home site code (enter to keep): " no advancing
           move spaces to in-SiteCode
           accept in-SiteCode
           if in-SiteCode not = spaces
               open input garageRegFile
               if garageStatus not = "00"
                   close garageRegFile
                   close techDataFile
                   display "The garage registry is empty; register "
                       "the site first."
                   exit paragraph
               end-if
               move in-SiteCode to garCode
               read garageRegFile
                   invalid key
                       close garageRegFile
                       close techDataFile
                       display "Site " in-SiteCode " is not on the "
                           "garage registry."
                       exit paragraph
               end-read
               close garageRegFile
               move in-SiteCode to techGarage
           end-if

           display "Hours worked each day (0 for a day off):"
           perform varying shiftIdx from 1 by 1 until shiftIdx > 7
               if techShiftHours(shiftIdx) not numeric
                   move 0 to techShiftHours(shiftIdx)
               end-if
               move techShiftHours(shiftIdx) to displayHours
               display "  " dayNames((shiftIdx - 1) * 3 + 1:3)
                   " (now " displayHours "): " no advancing
               accept in-Hours
               if in-Hours > 16
                   display "  No shift runs over 16 hours; "
                       "kept at " displayHours "."
               else
                   move in-Hours to techShiftHours(shiftIdx)
               end-if
           end-perform
           rewrite tech-rec
           close techDataFile
           perform SUM-WEEK-HOURS
           display "Rota saved: " displayWeek " hour(s) a week at "
               "site " techGarage ".".

      *> holiday, sickness and training by date - a run of days
      *> is entered once, and only the days the technician is
      *> rostered on are written. Type X takes leave back off
       RECORD-LEAVE.
           display "Technician number: " no advancing
           accept in-TechNumber
           open input techDataFile
           if techStatus not = "00"
               close techDataFile
               display "The technician master is empty."
               exit paragraph
           end-if
           move in-TechNumber to techNumber
           read techDataFile
               invalid key
                   display "No technician " in-TechNumber
                       " is on the master."
                   close techDataFile
                   exit paragraph
           end-read
           close techDataFile
           perform SUM-WEEK-HOURS
           if weekHours = 0
               display function trim(techName) " has no shift "
                   "pattern; set the rota first."
               exit paragraph
           end-if

           display "Leave type (H=holiday S=sickness T=training "
               "X=cancel leave): " no advancing
           accept in-LeaveType
           move function upper-case(in-LeaveType) to in-LeaveType
           if in-LeaveType not = "H" and in-LeaveType not = "S"
               and in-LeaveType not = "T" and in-LeaveType not = "X"
               display "Leave type must be H, S, T or X."
               exit paragraph
           end-if
           display "First day (YYYYMMDD): " no advancing
           accept in-FromDate
           if function test-date-yyyymmdd(in-FromDate) not = 0
               display "Not a valid date."
               exit paragraph
           end-if
           display "Last day (enter for the same day): "
               no advancing
           accept in-ToDate
           if in-ToDate = 0
               move in-FromDate to in-ToDate
           end-if
           if function test-date-yyyymmdd(in-ToDate) not = 0
               or in-ToDate < in-FromDate
               display "The last day must be a valid date on or "
                   "after the first."
               exit paragraph
           end-if
           compute fromInt = function integer-of-date(in-FromDate)
           compute toInt = function integer-of-date(in-ToDate)
           if toInt - fromInt > 60
               display "Enter leave in runs of up to 60 days."
               exit paragraph
           end-if
           move 0 to in-Hours
           move spaces to in-Note
           if in-LeaveType not = "X"
               display "Hours lost each day (0 for the whole "
                   "shift): " no advancing
               accept in-Hours
               display "Note: " no advancing
               accept in-Note
           end-if

           open i-o techLeaveFile
           if leaveStatus not = "00"
               close techLeaveFile
               open output techLeaveFile
               close techLeaveFile
               open i-o techLeaveFile
           end-if
           move 0 to leaveCount
           perform varying leaveInt from fromInt by 1
                   until leaveInt > toInt
               perform RECORD-ONE-LEAVE-DAY
           end-perform
           close techLeaveFile
           if in-LeaveType = "X"
               display leaveCount " day(s) of leave taken off for "
                   function trim(techName) "."
           else
               display leaveCount " day(s) of leave recorded for "
                   function trim(techName) "."
           end-if.

       RECORD-ONE-LEAVE-DAY.
           compute leaveDate = function date-of-integer(leaveInt)
           compute dayIdx = function mod(leaveInt, 7)
           if dayIdx = 0
               move 7 to dayIdx
           end-if
           move techNumber to tlTechNumber
           move leaveDate to tlDate
           if in-LeaveType = "X"
               delete techLeaveFile
                   invalid key
                       continue
                   not invalid key
                       add 1 to leaveCount
               end-delete
               exit paragraph
           end-if
           if techShiftHours(dayIdx) not numeric
               or techShiftHours(dayIdx) = 0
               exit paragraph
           end-if
           read techLeaveFile
               invalid key
                   move "n" to replaceAnswer
               not invalid key
                   move "y" to replaceAnswer
           end-read
           move techNumber to tlTechNumber
           move leaveDate to tlDate
           move in-LeaveType to tlType
           if in-Hours = 0 or in-Hours > techShiftHours(dayIdx)
               move techShiftHours(dayIdx) to tlHours
           else
               move in-Hours to tlHours
           end-if
           move in-Note to tlNote
           move currentUser to tlUser
           if replaceAnswer = "y"
               rewrite techLeave-rec
           else
               write techLeave-rec
           end-if
           add 1 to leaveCount.

      *> who is away over the next fortnight, or from a day asked
      *> for, in date order as the leave file holds it per person
       LEAVE-CALENDAR.
           display "From date (YYYYMMDD, enter for today): "
               no advancing
           accept in-FromDate
           if in-FromDate = 0
               accept in-FromDate from date yyyymmdd
           end-if
           if function test-date-yyyymmdd(in-FromDate) not = 0
               display "Not a valid date."
               exit paragraph
           end-if
           compute in-ToDate = function date-of-integer(
               function integer-of-date(in-FromDate) + 13)
           open input techLeaveFile
           if leaveStatus not = "00"
               close techLeaveFile
               display "No leave has been recorded."
               exit paragraph
           end-if
           open input techDataFile
           display "Leave from " in-FromDate " to " in-ToDate
           move 0 to leaveCount
           move "n" to eof
           perform until eof = "y"
               read techLeaveFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tlDate >= in-FromDate
                           and tlDate <= in-ToDate
                           perform SHOW-ONE-LEAVE
                       end-if
               end-read
           end-perform
           close techDataFile
           close techLeaveFile
           display "Days of leave listed: " leaveCount.

       SHOW-ONE-LEAVE.
           add 1 to leaveCount
           move tlTechNumber to techNumber
           read techDataFile
               invalid key
                   move "(not on file)" to techName
           end-read
           evaluate tlType
               when "H"
                   move "holiday" to leaveName
               when "S"
                   move "sickness" to leaveName
               when "T"
                   move "training" to leaveName
               when other
                   move tlType to leaveName
           end-evaluate
           move tlHours to displayHours
           display tlDate " " tlTechNumber " " techName " "
               leaveName displayHours " hr  " function trim(tlNote).

      *> jobs and value per technician for a period - what the pay
      *> review stands on, and where comeback jobs get traced back
      *> to whoever did the original work
               add 1 to prJobs(prodFoundIdx)
               add svcCost to prTotal(prodFoundIdx)
           end-if.

      *> clocked hours against the catalog's flat-rate allowance:
      *> over 100% is a tech beating book time, and a job whose
      *> clocked hours keep running past its book hours is priced
      *> too tight. Free-text lines carry no book time, so only
      *> their clocked hours are shown
       EFFICIENCY-REPORT.
           display "Report for month (YYYYMM, 0 for all time): "
               no advancing
           accept rptMonth

           move 0 to effCount
           move 0 to effJobCount
           move "n" to effFull
           move "n" to effJobFull
           move "n" to eof
           open input timeClockFile
           if clockStatus not = "00"
               close timeClockFile
               display "Nobody has clocked on to a job yet."
               exit paragraph
           end-if
           perform until eof = "y"
               read timeClockFile next record
                   at end
                       move "y" to eof
                   not at end
                       if tcStatus not = "O"
                           and (rptMonth = 0
                               or tcStartDate(1:6) = rptMonth)
                           perform TALLY-ONE-CLOCKING
                       end-if
               end-read
           end-perform
           close timeClockFile

           if effCount = 0
               display "No completed clockings in that period."
               exit paragraph
           end-if

           accept todaysDate from date yyyymmdd
           open output effRptFile
           move spaces to effRptLine
           string "Technician efficiency  period: " rptMonth
               "  run date: " todaysDate
               delimited by size into effRptLine
           write effRptLine
           display function trim(effRptLine)
           move spaces to effRptLine
           string "  tech / week of / clocked hrs / on book jobs / "
               "book hrs / efficiency"
               delimited by size into effRptLine
           write effRptLine
           display function trim(effRptLine)

           open input techDataFile
           perform varying effIdx from 1 by 1
                   until effIdx > effCount
               perform PRINT-ONE-EFF-ROW
           end-perform
           close techDataFile

           move spaces to effRptLine
           write effRptLine
           move spaces to effRptLine
           string "  job / clockings / clocked hrs / book hrs / "
               "efficiency"
               delimited by size into effRptLine
           write effRptLine
           display function trim(effRptLine)
           perform varying ejIdx from 1 by 1
                   until ejIdx > effJobCount
               perform PRINT-ONE-JOB-ROW
           end-perform
           close effRptFile
           display "Report written to TECHEFF.DAT.".

       TALLY-ONE-CLOCKING.
           compute dateInt = function integer-of-date(tcStartDate)
           compute dayIdx = function mod(dateInt, 7)
           if dayIdx = 0
               move 7 to dayIdx
           end-if
           compute dateInt = dateInt - dayIdx + 1
           compute weekStart = function date-of-integer(dateInt)

           move 0 to effFoundIdx
           perform varying effIdx from 1 by 1
                   until effIdx > effCount
               if efTechNumber(effIdx) = tcTechNumber
                   and efWeek(effIdx) = weekStart
                   move effIdx to effFoundIdx
                   exit perform
               end-if
           end-perform
           if effFoundIdx = 0
               if effCount < 200
                   add 1 to effCount
                   move effCount to effFoundIdx
                   move tcTechNumber to efTechNumber(effCount)
                   move weekStart to efWeek(effCount)
                   move 0 to efMinutes(effCount)
                   move 0 to efBookMinutes(effCount)
                   move 0 to efBookHours(effCount)
               else
                   if effFull = "n"
                       display "Warning: more than 200 technician "
                           "weeks; the rest are not shown."
                       move "y" to effFull
                   end-if
               end-if
           end-if
           if effFoundIdx > 0
               add tcMinutes to efMinutes(effFoundIdx)
               if function trim(tcJobCode) not = spaces
                   add tcMinutes to efBookMinutes(effFoundIdx)
                   add tcBookHours to efBookHours(effFoundIdx)
               end-if
           end-if

           if function trim(tcJobCode) = spaces
               exit paragraph
           end-if
           move 0 to effJobFoundIdx
           perform varying ejIdx from 1 by 1
                   until ejIdx > effJobCount
               if ejJobCode(ejIdx) = tcJobCode
                   move ejIdx to effJobFoundIdx
                   exit perform
               end-if
           end-perform
           if effJobFoundIdx = 0
               if effJobCount < 100
                   add 1 to effJobCount
                   move effJobCount to effJobFoundIdx
                   move tcJobCode to ejJobCode(effJobCount)
                   move 0 to ejClockings(effJobCount)
                   move 0 to ejMinutes(effJobCount)
                   move 0 to ejBookHours(effJobCount)
               else
                   if effJobFull = "n"
                       display "Warning: more than 100 distinct "
                           "jobs; the rest are not shown."
                       move "y" to effJobFull
                   end-if
                   exit paragraph
               end-if
           end-if
           add 1 to ejClockings(effJobFoundIdx)
           add tcMinutes to ejMinutes(effJobFoundIdx)
           add tcBookHours to ejBookHours(effJobFoundIdx).

       PRINT-ONE-EFF-ROW.
           move spaces to prodName
           if techStatus = "00"
               move efTechNumber(effIdx) to techNumber
               read techDataFile
                   invalid key
                       move "(not on the master)" to prodName
                   not invalid key
                       move techName to prodName
               end-read
           end-if
           compute actualHours rounded = efMinutes(effIdx) / 60
           move actualHours to displayActual
           compute actualHours rounded =
               efBookMinutes(effIdx) / 60
           move efBookHours(effIdx) to bookHours
           if efBookMinutes(effIdx) > 0
               compute effPct rounded =
                   bookHours * 6000 / efBookMinutes(effIdx)
           else
               move 0 to effPct
           end-if
           move actualHours to displayTotal
           move bookHours to displayBook
           move effPct to displayPct
           move spaces to effRptLine
           string "  " efTechNumber(effIdx) " "
               prodName " " efWeek(effIdx)
               " " displayActual " "
               function trim(displayTotal) " "
               displayBook " " displayPct "%"
               delimited by size into effRptLine
           write effRptLine
           display function trim(effRptLine).

       PRINT-ONE-JOB-ROW.
           compute actualHours rounded = ejMinutes(ejIdx) / 60
           move ejBookHours(ejIdx) to bookHours
           if ejMinutes(ejIdx) > 0
               compute effPct rounded =
                   bookHours * 6000 / ejMinutes(ejIdx)
           else
               move 0 to effPct
           end-if
           move spaces to effVerdict
           if actualHours > bookHours
               move "BOOK TIME TOO TIGHT" to effVerdict
           end-if
           move actualHours to displayActual
           move bookHours to displayBook
           move effPct to displayPct
           move spaces to effRptLine
           string "  " ejJobCode(ejIdx) " " ejClockings(ejIdx)
               " " displayActual " " displayBook " "
               displayPct "% " effVerdict
               delimited by size into effRptLine
           write effRptLine
           display function trim(effRptLine).
