        IDENTIFICATION DIVISION.
        PROGRAM-ID. onTimeRpt.
       environment division.
           input-output section.
               file-control.
                   select optional woFile
                       assign to "WORKORD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is woNumber
                       file status is woStatus-fs.

                   select optional techDataFile
                       assign to "TECH.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is techNumber
                       file status is techStatus.

                   select optional onTimeFile
                       assign to "ONTIME.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd woFile.
                   copy "WOREC.CPY".
               fd techDataFile.
                   copy "TECHREC.CPY".
               fd onTimeFile.
                   01 onTimeLine pic x(132).
           WORKING-STORAGE SECTION.
               01 woStatus-fs pic xx.
               01 techStatus pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 rptDate pic 9(08).
               01 in-Date pic 9(08).
               01 siteCode pic x(04).
               01 jobReadyDate pic 9(08).
               01 jobReadyTime pic 9(04).
               01 jobLate pic x(01).
               01 jobTech pic 9(04).
               01 lateMinutes pic s9(09).
               01 promMinutes pic s9(09).
               01 readyMinutes pic s9(09).
               01 onTimePct pic 9(03).
               01 displayPct pic zz9.

               *> the day's jobs by site, and by site and technician
               01 site-table.
                   02 site-entry occurs 20 times
                           indexed by stIdx.
                       03 stSite pic x(04).
                       03 stDone pic 9(04).
                       03 stOnTime pic 9(04).
                       03 stLate pic 9(04).
                       03 stNoPromise pic 9(04).
               01 siteCount pic 9(02).
               01 siteFoundIdx pic 9(02).
               01 tech-table.
                   02 tech-entry occurs 100 times
                           indexed by ttIdx.
                       03 ttSite pic x(04).
                       03 ttTech pic 9(04).
                       03 ttDone pic 9(04).
                       03 ttOnTime pic 9(04).
                       03 ttLate pic 9(04).
               01 techCount pic 9(03).
               01 techFoundIdx pic 9(03).
               01 totDone pic 9(05).
               01 totOnTime pic 9(05).
               01 totLate pic 9(05).
               01 totNoPromise pic 9(05).
               01 printSite pic 9(02).
               01 printTech pic 9(03).
               01 tableFull pic x.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
           LINKAGE SECTION.
               *> N from the nightly run, for yesterday and no
               *> questions; M from the menu, for a day asked for
               01 otMode pic x(01).
               01 currentUser pic x(08).
      *> the day's jobs judged against what the customer was told:
      *> ready by the promised date and time or not, by site and by
      *> technician. The nightly run leaves yesterday's on
      *> ONTIME.DAT, where the morning dashboard picks up each
      *> site's line
        PROCEDURE DIVISION USING otMode, currentUser.
           accept todaysDate from date yyyymmdd
           compute rptDate = function date-of-integer(
               function integer-of-date(todaysDate) - 1)
           if otMode not = "N"
               display "Day to report (yyyymmdd, enter for "
                   "yesterday " rptDate "): " no advancing
               accept in-Date
               if in-Date not = 0
                   if function test-date-yyyymmdd(in-Date) not = 0
                       display "Not a valid date; nothing reported."
                       goback
                   end-if
                   move in-Date to rptDate
               end-if
           end-if

           move 0 to siteCount
           move 0 to techCount
           move 0 to totDone
           move 0 to totOnTime
           move 0 to totLate
           move 0 to totNoPromise
           move "n" to tableFull
           open output onTimeFile
           move spaces to onTimeLine
           string "On-time completions for " rptDate
               "  run date: " todaysDate
               delimited by size into onTimeLine
           perform WRITE-RPT-LINE
           move spaces to onTimeLine
           perform WRITE-RPT-LINE
           move "Late jobs:" to onTimeLine
           perform WRITE-RPT-LINE

           move "n" to eof
           open input woFile
           if woStatus-fs = "00"
               perform until eof = "y"
                   read woFile next record
                       at end
                           move "y" to eof
                       not at end
                           if woStatus = "C" and woType not = "R"
                               perform JUDGE-ONE-JOB
                           end-if
                   end-read
               end-perform
           end-if
           close woFile
           if totLate = 0
               move "  (none)" to onTimeLine
               perform WRITE-RPT-LINE
           end-if

           move spaces to onTimeLine
           perform WRITE-RPT-LINE
           open input techDataFile
           perform varying printSite from 1 by 1
                   until printSite > siteCount
               perform PRINT-ONE-SITE
           end-perform
           close techDataFile

           move spaces to onTimeLine
           perform WRITE-RPT-LINE
           if totDone - totNoPromise > 0
               compute onTimePct rounded = totOnTime * 100
                   / (totDone - totNoPromise)
           else
               move 0 to onTimePct
           end-if
           move onTimePct to displayPct
           move spaces to onTimeLine
           string "All sites  ready: " totDone
               "  on time: " totOnTime "  late: " totLate
               "  no promise: " totNoPromise
               "  on time %: " displayPct
               delimited by size into onTimeLine
           perform WRITE-RPT-LINE
           if tableFull = "y"
               move spaces to onTimeLine
               string "** more sites or technicians than the "
                   "report holds; totals above are complete, the "
                   "breakdown is not **"
                   delimited by size into onTimeLine
               perform WRITE-RPT-LINE
           end-if
           close onTimeFile

           move "ONTIME" to spoolType
           move "ONTIME.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.
       goback.

      *> a job counts on the day it was first ready; one never
      *> marked ready counts on its completion day
       JUDGE-ONE-JOB.
           if woReadyDate numeric and woReadyDate > 0
               move woReadyDate to jobReadyDate
               move woReadyTime to jobReadyTime
           else
               if woDoneDate not numeric
                   exit paragraph
               end-if
               move woDoneDate to jobReadyDate
               move 1700 to jobReadyTime
           end-if
           if jobReadyDate not = rptDate
               exit paragraph
           end-if
           if woTechNumber numeric
               move woTechNumber to jobTech
           else
               move 0 to jobTech
           end-if
           call "garageCode" using woGarage, siteCode
           add 1 to totDone

           move "n" to jobLate
           if woPromDate numeric and woPromDate > 0
               if jobReadyDate * 10000 + jobReadyTime
                   > woPromDate * 10000 + woPromTime
                   move "y" to jobLate
                   add 1 to totLate
                   compute promMinutes = function integer-of-date(
                       woPromDate) * 1440
                       + function integer-part(woPromTime / 100) * 60
                       + function mod(woPromTime, 100)
                   compute readyMinutes = function integer-of-date(
                       jobReadyDate) * 1440
                       + function integer-part(jobReadyTime / 100)
                       * 60
                       + function mod(jobReadyTime, 100)
                   compute lateMinutes = readyMinutes - promMinutes
                   move spaces to onTimeLine
                   string "  ** WO " woNumber "  site " siteCode
                       "  tech " jobTech "  promised " woPromDate
                       " " woPromTime "  ready " jobReadyDate " "
                       jobReadyTime "  late by " lateMinutes
                       " min"
                       delimited by size into onTimeLine
                   perform WRITE-RPT-LINE
               else
                   add 1 to totOnTime
               end-if
           else
               move "x" to jobLate
               add 1 to totNoPromise
           end-if
           perform COUNT-SITE
           perform COUNT-TECH.

       COUNT-SITE.
           move 0 to siteFoundIdx
           perform varying stIdx from 1 by 1
                   until stIdx > siteCount
               if stSite(stIdx) = siteCode
                   set siteFoundIdx to stIdx
               end-if
           end-perform
           if siteFoundIdx = 0
               if siteCount >= 20
                   move "y" to tableFull
                   exit paragraph
               end-if
               add 1 to siteCount
               move siteCount to siteFoundIdx
               move siteCode to stSite(siteFoundIdx)
               move 0 to stDone(siteFoundIdx)
               move 0 to stOnTime(siteFoundIdx)
               move 0 to stLate(siteFoundIdx)
               move 0 to stNoPromise(siteFoundIdx)
           end-if
           add 1 to stDone(siteFoundIdx)
           evaluate jobLate
               when "y"
                   add 1 to stLate(siteFoundIdx)
               when "n"
                   add 1 to stOnTime(siteFoundIdx)
               when other
                   add 1 to stNoPromise(siteFoundIdx)
           end-evaluate.

       COUNT-TECH.
           if jobLate = "x"
               exit paragraph
           end-if
           move 0 to techFoundIdx
           perform varying ttIdx from 1 by 1
                   until ttIdx > techCount
               if ttSite(ttIdx) = siteCode
                   and ttTech(ttIdx) = jobTech
                   set techFoundIdx to ttIdx
               end-if
           end-perform
           if techFoundIdx = 0
               if techCount >= 100
                   move "y" to tableFull
                   exit paragraph
               end-if
               add 1 to techCount
               move techCount to techFoundIdx
               move siteCode to ttSite(techFoundIdx)
               move jobTech to ttTech(techFoundIdx)
               move 0 to ttDone(techFoundIdx)
               move 0 to ttOnTime(techFoundIdx)
               move 0 to ttLate(techFoundIdx)
           end-if
           add 1 to ttDone(techFoundIdx)
           if jobLate = "y"
               add 1 to ttLate(techFoundIdx)
           else
               add 1 to ttOnTime(techFoundIdx)
           end-if.

      *> the site line is laid out for the dashboard: "Site " and
      *> the four-character code in the first nine places
       PRINT-ONE-SITE.
           if stDone(printSite) - stNoPromise(printSite) > 0
               compute onTimePct rounded = stOnTime(printSite) * 100
                   / (stDone(printSite) - stNoPromise(printSite))
           else
               move 0 to onTimePct
           end-if
           move onTimePct to displayPct
           move spaces to onTimeLine
           string "Site " stSite(printSite)
               "  ready: " stDone(printSite)
               "  on time: " stOnTime(printSite)
               "  late: " stLate(printSite)
               "  no promise: " stNoPromise(printSite)
               "  on time %: " displayPct
               delimited by size into onTimeLine
           perform WRITE-RPT-LINE
           perform varying printTech from 1 by 1
                   until printTech > techCount
               if ttSite(printTech) = stSite(printSite)
                   perform PRINT-ONE-TECH
               end-if
           end-perform.

       PRINT-ONE-TECH.
           move spaces to techName
           if ttTech(printTech) = 0
               move "(unassigned)" to techName
           else
               if techStatus = "00"
                   move ttTech(printTech) to techNumber
                   read techDataFile
                       invalid key
                           move "(not on file)" to techName
                   end-read
               end-if
           end-if
           compute onTimePct rounded = ttOnTime(printTech) * 100
               / ttDone(printTech)
           move onTimePct to displayPct
           move spaces to onTimeLine
           string "    tech " ttTech(printTech) " " techName
               "  ready: " ttDone(printTech)
               "  on time: " ttOnTime(printTech)
               "  late: " ttLate(printTech)
               "  on time %: " displayPct
               delimited by size into onTimeLine
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           write onTimeLine
           if otMode not = "N"
               display function trim(onTimeLine trailing)
           end-if.
