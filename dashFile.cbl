                       record key is partNumber
                       file status is partsStatus.

                   select optional meLogFile
                       assign to "MELOG.DAT"
                       organization is line sequential
                       file status is meLogStatus.

                   select optional invoiceDataFile
                       assign to "INVOICE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is invNumber
                       file status is invFileStatus.

                   select optional onTimeFile
                       assign to "ONTIME.DAT"
                       organization is line sequential
                       file status is onTimeStatus.
        DATA DIVISION.
           file section.
               fd batchLogFile.
                   copy "APPTREC.CPY".
               fd partsDataFile.
                   copy "PARTREC.CPY".
               fd meLogFile.
                   01 meLogLine pic x(80).
               fd invoiceDataFile.
                   copy "INVREC.CPY".
               fd onTimeFile.
                   01 onTimeLine pic x(132).
           WORKING-STORAGE SECTION.
               01 batchLogStatus pic xx.
               01 exceptStatus pic xx.
               01 dueTotal pic 9(09)v99.
               01 overdueTotal pic 9(09)v99.
               01 dueAmount pic 9(07)v99.
               01 workCredited pic 9(07)v99.
               01 todayInt pic 9(09).
               01 invInt pic 9(09).
               01 ageDays pic s9(05).
               01 displayMoney pic z(08)9.99.
               01 displayMoney2 pic z(08)9.99.
               01 stkAction pic x(01).
               01 stkQty pic s9(05).
               01 stkOnHand pic 9(05).
               01 stkReorder pic 9(05).
               01 meLogStatus pic xx.
               01 lastMeLine pic x(80).
               01 meWarn pic x.
               01 meLineNo pic 9(05).
               01 meStartLine pic 9(05).
               01 onTimeStatus pic xx.
               01 onTimeHeader pic x(132).
               01 onTimeSite pic x(132).
               01 siteCode pic x(04).
               01 wasteOverCount pic 9(02).
               01 wasteOverList pic x(40).
               01 wasteOverPtr pic 9(02).
               01 waAction pic x(01).
               01 waQty pic 9(05)v99.
               01 waPartNumber pic x(10).
               01 waCarId pic 9(06).
               01 waDate pic 9(08).
               01 waOnSite pic s9(06)v99.
               01 waLimit pic 9(05)v99.
               01 waOver pic x(01).
               copy "MESTEPREC.CPY".
               copy "WASTECATS.CPY".
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
      *> count, today's bookings per bay, parts at reorder, and
      *> the money still owed - with a keystroke into whichever
      *> program handles the thing that looks wrong
           move "M" to meMode
           perform with test after until dashExitFlag = 'y'
               call "SYSTEM" using "cls"
               perform GATHER-AND-SHOW

               display spaces
               display "[1] Appointments  [2] Parts  "
                   "[3] Invoicing  [4] Refresh  "
                   "[5] Month-End Log  [00] Back"
               display "Enter choice >" no advancing
               accept dashChoice

                   when "2"
                       call "SYSTEM" using "cls"
                       call "partsFile" using currentUser,
                           currentRole, carsFileName

                   when "3"
                       call "SYSTEM" using "cls"
                       call "invoiceFile" using carsFileName,
                           currentRole, currentUser, meStep

                   when "5"
                       call "SYSTEM" using "cls"
                       perform SHOW-MONTH-END-LOG
                       call "SYSTEM" using "pause"

                   when other
                       continue
               end-if
           end-if

           *> the last month-end run: how it ended, and whether
           *> a step failed or a cross-check disagreed
           move spaces to lastMeLine
           move "n" to meWarn
           move "n" to eof
           open input meLogFile
           if meLogStatus = "00"
               perform until eof = "y"
                   read meLogFile
                       at end
                           move "y" to eof
                       not at end
                           if meLogLine(1:13) = "Month-end run"
                               move meLogLine to lastMeLine
                               if meLogLine(22:7) = "started"
                                   move "n" to meWarn
                               end-if
                           end-if
                           if meLogLine(3:2) = "**"
                               move "y" to meWarn
                           end-if
                   end-read
               end-perform
           end-if
           close meLogFile
           if lastMeLine = spaces
               display "Month-end: no run on record."
           else
               display "Month-end: " function trim(lastMeLine)
               if meWarn = "y"
                   display "  ** The last month-end run has a "
                       "failed step or a cross-check warning - "
                       "see [5] **"
               end-if
           end-if

           *> data-quality exceptions off the sweep's own trailer
           move 0 to exceptCount
           move "n" to exceptSeen
               end-if
           end-perform

           *> parts at or below reorder on this garage's shelf
           move 0 to reorderCount
           move "n" to eof
           open input partsDataFile
                       at end
                           move "y" to eof
                       not at end
                           move "Q" to stkAction
                           move 0 to stkQty
                           call "siteStock" using stkAction,
                               carsFileName, partNumber,
                               partOnHand, partReorderPoint,
                               stkQty, stkOnHand, stkReorder
                           if stkOnHand <= stkReorder
                               add 1 to reorderCount
                           end-if
                   end-read
                       at end
                           move "y" to eof
                       not at end
                           if invCredited numeric
                               move invCredited to workCredited
                           else
                               move 0 to workCredited
                           end-if
                           if invPaid + workCredited < invTotal
                               compute dueAmount =
                                   invTotal - workCredited
                                   - invPaid
                               add dueAmount to dueTotal
                               compute invInt = function
                                   integer-of-date(invDate)
           move overdueTotal to displayMoney2
           display "Receivables outstanding: " displayMoney
               "  (of which 30+ days overdue: " displayMoney2
               ")"

           *> yesterday's jobs against their promised times, off
           *> the nightly run's on-time report
           call "garageCode" using carsFileName, siteCode
           move spaces to onTimeHeader
           move spaces to onTimeSite
           move "n" to eof
           open input onTimeFile
           if onTimeStatus = "00"
               perform until eof = "y"
                   read onTimeFile
                       at end
                           move "y" to eof
                       not at end
                           if onTimeLine(1:14) = "On-time comple"
                               move onTimeLine to onTimeHeader
                           end-if
                           if onTimeLine(1:5) = "Site "
                               and onTimeLine(6:4) = siteCode
                               move onTimeLine to onTimeSite
                           end-if
                   end-read
               end-perform
           end-if
           close onTimeFile
           if onTimeHeader = spaces
               display "On-time completions: no report on file."
           else
               if onTimeSite = spaces
                   display "On-time completions ("
                       onTimeHeader(25:8)
                       "): no jobs ready here that day."
               else
                   display "On-time completions ("
                       onTimeHeader(25:8) "): "
                       function trim(onTimeSite(10:))
               end-if
           end-if

           *> waste stored here beyond what the site's permit allows
           move 0 to wasteOverCount
           move spaces to wasteOverList
           move 1 to wasteOverPtr
           if siteCode not = spaces
               perform varying wcIdx from 1 by 1 until wcIdx > 6
                   move "Q" to waAction
                   move 0 to waQty
                   move spaces to waPartNumber
                   move 0 to waCarId
                   move 0 to waDate
                   call "wasteStore" using waAction, siteCode,
                       wcCode(wcIdx), waQty, waPartNumber, waCarId,
                       waDate, waOnSite, waLimit, waOver
                   if waOver = "y"
                       add 1 to wasteOverCount
                       string " " wcCode(wcIdx) delimited by size
                           into wasteOverList
                           with pointer wasteOverPtr
                   end-if
               end-perform
           end-if
           if wasteOverCount > 0
               display "  ** WASTE ALERT: " wasteOverCount
                   " categories over the storage permit:"
                   function trim(wasteOverList trailing)
                   " - book a carrier collection"
           else
               display "Waste storage: within permitted limits."
           end-if.

      *> the last month-end run's log, from its start line on
       SHOW-MONTH-END-LOG.
           move 0 to meLineNo
           move 0 to meStartLine
           move "n" to eof
           open input meLogFile
           if meLogStatus not = "00"
               close meLogFile
               display "No month-end run on record."
               exit paragraph
           end-if
           perform until eof = "y"
               read meLogFile
                   at end
                       move "y" to eof
                   not at end
                       add 1 to meLineNo
                       if meLogLine(1:13) = "Month-end run"
                           and meLogLine(22:7) = "started"
                           move meLineNo to meStartLine
                       end-if
               end-read
           end-perform
           close meLogFile

           move 0 to meLineNo
           move "n" to eof
           open input meLogFile
           perform until eof = "y"
               read meLogFile
                   at end
                       move "y" to eof
                   not at end
                       add 1 to meLineNo
                       if meLineNo >= meStartLine
                           display function trim(meLogLine)
                       end-if
               end-read
           end-perform
           close meLogFile.
