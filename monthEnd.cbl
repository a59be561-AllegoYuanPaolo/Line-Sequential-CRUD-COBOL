        IDENTIFICATION DIVISION.
        PROGRAM-ID. monthEnd.
       environment division.
           input-output section.
               file-control.
                   select optional meCtlFile
                       assign to "MERUNCTL.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is mcMonth
                       file status is meCtlStatus.

                   select optional meLogFile
                       assign to "MELOG.DAT"
                       organization is line sequential.

                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is sequential
                       record key is garCode
                       file status is garageRegStatus.
        DATA DIVISION.
           file section.
               fd meCtlFile.
                   *> one row per month run: which steps have
                   *> finished and what each produced, so a rerun
                   *> resumes from the failed step and the totals
                   *> survive to be cross-checked at the end
                   01 meCtl-rec.
                       02 mcMonth pic 9(06).
                       *> R started and not yet through, C complete
                       02 mcStatus pic x(01).
                       02 mcRunDate pic 9(08).
                       02 mcUser pic x(08).
                       02 mcStep occurs 8 times.
                           *> Y done, N still to do, - not due this
                           *> month
                           03 mcDone pic x(01).
                           03 mcCount pic 9(07).
                           03 mcAmount pic s9(09)v99.
               fd meLogFile.
                   01 meLogLine pic x(80).
               fd garageRegFile.
                   copy "GARREC.CPY".
           WORKING-STORAGE SECTION.
               01 meCtlStatus pic xx.
               01 garageRegStatus pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-Month pic 9(06).
               01 runYear pic 9(04).
               01 runMm pic 9(02).
               01 runAbort pic x(01).
               01 runFailed pic x(01).
               01 overrideWord pic x(08).
               01 stepNo pic 9(01).
               01 stepName pic x(08).
               01 batchRole pic x(01) value "S".
               01 batchUser pic x(08).
               01 carsFileName pic x(40).
               01 displayCount pic z(06)9.
               01 displayAmount pic -(09)9.99.
               01 displayAmount2 pic -(09)9.99.
               01 garageCount pic 9(02).
               01 garageIdx pic 9(02).
               01 garage-table.
                   02 garageFileName pic x(40) occurs 20 times.

               *> the steps in the order they depend on each other:
               *> fleet invoices are raised before anything reads the
               *> invoice file, statements and aging before the
               *> accountant's extract, and the service history is
               *> only archived once everything has billed off it; the
               *> prepaid plan report reads nothing the others write
               01 stepList.
                   02 filler pic x(08) value "FLEETBIL".
                   02 filler pic x(08) value "STMTRUN".
                   02 filler pic x(08) value "AGING".
                   02 filler pic x(08) value "COMMISSN".
                   02 filler pic x(08) value "ACCTEXT".
                   02 filler pic x(08) value "TAXRPT".
                   02 filler pic x(08) value "SVCYREND".
                   02 filler pic x(08) value "SVCPLAN".
               01 stepListR redefines stepList.
                   02 stepNameOf pic x(08) occurs 8 times.

               copy "MESTEPREC.CPY".
               01 commCount pic 9(07).
               01 commAmount pic s9(09)v99.
               01 commFailed pic x(01).
           LINKAGE SECTION.
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING currentUser.
      *> the month-end jobs in one unattended run: each step is
      *> driven in dependency order, its result kept on the run
      *> control file, and the log carries every step's counts and
      *> money totals so the outputs can be tied to each other
           accept todaysDate from date yyyymmdd
           move currentUser to batchUser
           display "Month-end run for month (YYYYMM, enter for "
               "last month): " no advancing
           accept in-Month
           if in-Month = 0
               move todaysDate(1:4) to runYear
               move todaysDate(5:2) to runMm
               if runMm = 1
                   subtract 1 from runYear
                   move 12 to runMm
               else
                   subtract 1 from runMm
               end-if
               compute in-Month = runYear * 100 + runMm
           end-if
           move in-Month(1:4) to runYear
           move in-Month(5:2) to runMm
           if runMm < 1 or runMm > 12
               display "Month " in-Month " is not a valid YYYYMM."
               goback
           end-if
           if in-Month > todaysDate(1:6)
               display "Month " in-Month " has not started yet; "
                   "nothing run."
               goback
           end-if

           perform CHECK-RUN-CONTROL
           if runAbort = "y"
               goback
           end-if

           accept nowTime from time
           move spaces to meLogLine
           string "Month-end run " in-Month " started " todaysDate
               " " nowTime(1:6) " by " function trim(currentUser)
               delimited by size into meLogLine
           perform WRITE-LOG

           move "n" to runFailed
           perform varying stepNo from 1 by 1
                   until stepNo > 8 or runFailed = "y"
               perform RUN-ONE-STEP
           end-perform

           if runFailed = "y"
               move spaces to meLogLine
               string "Month-end run " in-Month " STOPPED at step "
                   function trim(stepName) "; rerun to resume from "
                   "it" delimited by size into meLogLine
               perform WRITE-LOG
               goback
           end-if

           move "C" to mcStatus
           perform SAVE-RUN-CONTROL
           perform CROSS-CHECKS
           accept nowTime from time
           move spaces to meLogLine
           string "Month-end run " in-Month " complete " todaysDate
               " " nowTime(1:6) delimited by size into meLogLine
           perform WRITE-LOG
       goback.

      *> decide fresh run / resume / refused rerun, and leave the
      *> month's run-control row primed
       CHECK-RUN-CONTROL.
           move "n" to runAbort
           open i-o meCtlFile
           if meCtlStatus not = "00"
               close meCtlFile
               open output meCtlFile
               close meCtlFile
               open i-o meCtlFile
           end-if
           move in-Month to mcMonth
           read meCtlFile
               invalid key
                   close meCtlFile
                   perform RESET-RUN-CONTROL
                   exit paragraph
           end-read
           close meCtlFile

           if mcStatus = "C"
               display "Month-end for " in-Month " already ran to "
                   "completion on " mcRunDate "."
               display "Running it twice re-issues the statements "
                   "and re-sends the extract; a supervisor must "
                   "approve."
               display "Type OVERRIDE (in full) to run again: "
                   no advancing
               accept overrideWord
               if overrideWord not = "OVERRIDE"
                   display "Second run refused; nothing done."
                   move "y" to runAbort
                   exit paragraph
               end-if
               move spaces to meLogLine
               string "Month-end rerun for " in-Month
                   " approved by override by "
                   function trim(currentUser)
                   delimited by size into meLogLine
               perform WRITE-LOG
               perform RESET-RUN-CONTROL
               exit paragraph
           end-if

           display "An earlier month-end run for " in-Month
               " did not finish; resuming from the first "
               "incomplete step.".

       RESET-RUN-CONTROL.
           move in-Month to mcMonth
           move "R" to mcStatus
           move todaysDate to mcRunDate
           move currentUser to mcUser
           perform varying stepNo from 1 by 1 until stepNo > 8
               move "N" to mcDone(stepNo)
               move 0 to mcCount(stepNo)
               move 0 to mcAmount(stepNo)
           end-perform
           perform SAVE-RUN-CONTROL.

       SAVE-RUN-CONTROL.
           open i-o meCtlFile
           write meCtl-rec
               invalid key
                   rewrite meCtl-rec
           end-write
           close meCtlFile.

      *> one step: skipped when already done, otherwise driven in
      *> batch mode and its result put on the control row; a step
      *> that cannot run stops everything after it
       RUN-ONE-STEP.
           move stepNameOf(stepNo) to stepName
           if mcDone(stepNo) = "Y" or mcDone(stepNo) = "-"
               move spaces to meLogLine
               string "  step " stepName " already complete for "
                   in-Month "; skipped" delimited by size
                   into meLogLine
               perform WRITE-LOG
               exit paragraph
           end-if

           accept nowTime from time
           move spaces to meLogLine
           string "  step " stepName " start " todaysDate " "
               nowTime(1:6) delimited by size into meLogLine
           perform WRITE-LOG

           move "B" to meMode
           move stepName to meJob
           move in-Month to meMonth
           move 0 to meCount
           move 0 to meAmount
           move "N" to meResult
           move "cars.dat" to carsFileName
           evaluate stepName
               when "FLEETBIL"
                   call "fleetBill" using meStep
               when "STMTRUN"
                   call "invoiceFile" using carsFileName, batchRole,
                       batchUser, meStep
               when "AGING"
                   call "invoiceFile" using carsFileName, batchRole,
                       batchUser, meStep
               when "COMMISSN"
                   perform COMMISSION-ALL-GARAGES
               when "ACCTEXT"
                   call "acctExtract" using meStep
               when "TAXRPT"
                   if runMm = 3 or runMm = 6 or runMm = 9
                       or runMm = 12
                       call "invoiceFile" using carsFileName,
                           batchRole, batchUser, meStep
                   else
                       move "-" to meResult
                   end-if
               when "SVCYREND"
                   if runMm = 12
                       call "svcYearEnd" using meStep
                   else
                       move "-" to meResult
                   end-if
               when "SVCPLAN"
                   call "servicePlan" using batchUser, batchRole,
                       carsFileName, meStep
           end-evaluate

           if meResult = "-"
               move "-" to mcDone(stepNo)
               perform SAVE-RUN-CONTROL
               move spaces to meLogLine
               string "  step " stepName " not due for " in-Month
                   delimited by size into meLogLine
               perform WRITE-LOG
               exit paragraph
           end-if
           if meResult not = "Y"
               move "y" to runFailed
               move spaces to meLogLine
               string "  ** STEP FAILED: " stepName
                   " could not run for " in-Month
                   delimited by size into meLogLine
               perform WRITE-LOG
               exit paragraph
           end-if

           move "Y" to mcDone(stepNo)
           move meCount to mcCount(stepNo)
           move meAmount to mcAmount(stepNo)
           perform SAVE-RUN-CONTROL
           accept nowTime from time
           move meCount to displayCount
           move meAmount to displayAmount
           move spaces to meLogLine
           string "  step " stepName " end " nowTime(1:6)
               "  records " displayCount "  amount " displayAmount
               delimited by size into meLogLine
           perform WRITE-LOG.

      *> commission is worked out garage by garage off each one's
      *> own cars file; the statements all land in COMMSTMT.DAT
       COMMISSION-ALL-GARAGES.
           move 0 to garageCount
           move "n" to eof
           open input garageRegFile
           if garageRegStatus not = "35"
               perform until eof = "y"
                   read garageRegFile next record
                       at end
                           move "y" to eof
                       not at end
                           if garActive = "A" and garageCount < 20
                               add 1 to garageCount
                               move garFileName
                                   to garageFileName(garageCount)
                           end-if
                   end-read
               end-perform
           end-if
           close garageRegFile
           if garageCount = 0
               move 1 to garageCount
               move "cars.dat" to garageFileName(1)
           end-if

           call "SYSTEM" using "del COMMSTMT.DAT"
           move 0 to commCount
           move 0 to commAmount
           move "n" to commFailed
           perform varying garageIdx from 1 by 1
                   until garageIdx > garageCount
               move garageFileName(garageIdx) to carsFileName
               move "B" to meMode
               move "COMMISSN" to meJob
               move in-Month to meMonth
               move 0 to meCount
               move 0 to meAmount
               move "N" to meResult
               call "saleFile" using carsFileName, batchUser,
                   batchRole, meStep
               if meResult = "Y"
                   add meCount to commCount
                   add meAmount to commAmount
               else
                   move "y" to commFailed
               end-if
           end-perform
           move commCount to meCount
           move commAmount to meAmount
           if commFailed = "y"
               move "N" to meResult
           else
               move "Y" to meResult
           end-if.

      *> the outputs are tied to each other: the invoices on the
      *> statements are the invoices in the accountant's extract,
      *> and the fleet invoices raised are among them
       CROSS-CHECKS.
           move mcAmount(2) to displayAmount
           move mcAmount(5) to displayAmount2
           move spaces to meLogLine
           if mcAmount(2) = mcAmount(5)
               string "  check: statement charges " displayAmount
                   " agree with extract" delimited by size
                   into meLogLine
           else
               string "  ** CROSS-CHECK: statements " displayAmount
                   " extract " displayAmount2 delimited by size
                   into meLogLine
           end-if
           perform WRITE-LOG

           move mcAmount(1) to displayAmount
           move spaces to meLogLine
           if mcAmount(1) > mcAmount(5)
               string "  ** CROSS-CHECK: fleet billing "
                   displayAmount " exceeds the extract"
                   delimited by size into meLogLine
           else
               string "  check: fleet billing " displayAmount
                   " within the extract" delimited by size
                   into meLogLine
           end-if
           perform WRITE-LOG.

       WRITE-LOG.
           open extend meLogFile
               write meLogLine
           close meLogFile
           display function trim(meLogLine).
