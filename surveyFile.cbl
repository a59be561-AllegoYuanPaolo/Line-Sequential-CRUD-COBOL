        IDENTIFICATION DIVISION.
        PROGRAM-ID. surveyFile.
       environment division.
           input-output section.
               file-control.
                   select optional surveyDataFile
                       assign to "SURVEY.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is svNumber
                       alternate record key is svEvent
                       file status is surveyStatus.

                   select optional nextSvyFile
                       assign to "NEXTSVY.DAT"
                       organization is line sequential.

                   select optional svyThreshFile
                       assign to "SURVTHR.DAT"
                       organization is line sequential
                       file status is svyThreshStatus.

                   select optional woFile
                       assign to "WORKORD.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is woNumber
                       file status is woStatus-fs.

                   select optional customerFile
                       assign to "CUSTOMER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is custNumber
                       file status is customerStatus.

                   select optional techDataFile
                       assign to "TECH.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is techNumber
                       file status is techStatus.

                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is sequential
                       record key is garCode
                       file status is garageRegStatus.

                   select optional carsFile
                       assign to sweepFileName
                       organization is indexed
                       access mode is sequential
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional svyExtFile
                       assign to "SURVEXT.CSV"
                       organization is line sequential.

                   select optional svyRetFile
                       assign to "SURVRET.CSV"
                       organization is line sequential
                       file status is svyRetStatus.

                   select optional svyRptFile
                       assign to svyRptName
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd surveyDataFile.
                   copy "SURVEYREC.CPY".
               fd nextSvyFile.
                   01 nextSvy-rec pic 9(06).
               fd svyThreshFile.
                   01 svyThresh-rec pic 9(02).
               fd woFile.
                   copy "WOREC.CPY".
               fd customerFile.
                   copy "CUSTREC.CPY".
               fd techDataFile.
                   copy "TECHREC.CPY".
               fd garageRegFile.
                   copy "GARREC.CPY".
               fd carsFile.
                   copy "CARREC.CPY".
               fd svyExtFile.
                   01 svyExtLine pic x(200).
               fd svyRetFile.
                   01 svyRetLine pic x(120).
               fd svyRptFile.
                   01 svyRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 surveyStatus pic xx.
               01 svyThreshStatus pic xx.
               01 woStatus-fs pic xx.
               01 customerStatus pic xx.
               01 techStatus pic xx.
               01 garageRegStatus pic xx.
               01 carsFileStatus pic xx.
               01 svyRetStatus pic xx.
               01 sweepFileName pic x(40).
               01 svyRptName pic x(12).
               01 svyChoice pic xx.
               01 svyExitFlag pic x value 'n'.
               01 eof pic x.
               01 sweepEof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 deniedOption pic x(32).
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
               01 nextSvy pic 9(06).
               01 threshold pic 9(02).
               01 siteCode pic x(04).
               01 fromDate pic 9(08).
               01 in-FromDate pic 9(08).
               01 in-Month pic 9(06).
               01 in-SvNumber pic 9(06).
               01 in-Threshold pic 9(02).
               01 in-Note pic x(40).
               01 extractCount pic 9(05).
               01 alreadyCount pic 9(05).
               01 loadedCount pic 9(05).
               01 rejectCount pic 9(05).
               01 detractorCount pic 9(05).
               01 lineNo pic 9(05).
               01 csvName pic x(24).
               01 csvPhone pic x(14).
               01 csvMobile pic x(14).
               01 csvEmail pic x(40).
               01 csvTechName pic x(24).

               *> one line of the return file: survey,type,ref,
               *> score,comment - the comment is everything after
               *> the fourth comma, commas and all
               01 ret-SvNumber pic x(08).
               01 ret-Type pic x(04).
               01 ret-Ref pic x(08).
               01 ret-Score pic x(04).
               01 ret-Comment pic x(60).
               01 retPos pic 9(03).
               01 retNumber pic 9(06).
               01 retRef pic 9(06).
               01 retScore pic 9(02).

               01 callByDate pic 9(08).
               01 overdueFlag pic x(08).
               01 avgScore pic 9(02)v9.
               01 displayAvg pic z9.9.

               01 garage-table.
                   02 garage-entry occurs 20 times
                           indexed by garageIdx.
                       03 garageFileName pic x(40).
                       03 garageSite pic x(04).
               01 garageCount pic 9(02) value 0.

               *> the month's scores, added up three ways
               01 techScore-table.
                   02 techScore-entry occurs 50 times
                           indexed by tsIdx.
                       03 tsTechNumber pic 9(04).
                       03 tsCount pic 9(05).
                       03 tsTotal pic 9(07).
               01 techScoreCount pic 9(02) value 0.
               01 spScore-table.
                   02 spScore-entry occurs 50 times
                           indexed by ssIdx.
                       03 ssUser pic x(08).
                       03 ssCount pic 9(05).
                       03 ssTotal pic 9(07).
               01 spScoreCount pic 9(02) value 0.
               01 siteScore-table.
                   02 siteScore-entry occurs 20 times
                           indexed by gsIdx.
                       03 gsCode pic x(04).
                       03 gsCount pic 9(05).
                       03 gsTotal pic 9(07).
               01 siteScoreCount pic 9(02) value 0.
               01 allCount pic 9(05).
               01 allTotal pic 9(07).
               01 tableFull pic x.
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
        PROCEDURE DIVISION USING currentUser, currentRole.
           perform with test after until svyExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Customer Satisfaction Surveys --"
               display "[1] - Send Survey Extract (SURVEXT.CSV)"
               display "[2] - Load Survey Scores (SURVRET.CSV)"
               display "[3] - Monthly Score Report"
               display "[4] - Detractors Awaiting a Call-Back"
               display "[5] - Record a Call-Back"
               display "[6] - Detractor Threshold"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept svyChoice

               evaluate svyChoice
                   when "00"
                       move 'y' to svyExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       perform SEND-EXTRACT
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform LOAD-SCORES
                       call "SYSTEM" using "pause"

                   when "3"
                       call "SYSTEM" using "cls"
                       perform MONTHLY-SCORES
                       call "SYSTEM" using "pause"

                   when "4"
                       call "SYSTEM" using "cls"
                       perform DETRACTOR-LIST
                       call "SYSTEM" using "pause"

                   when "5"
                       call "SYSTEM" using "cls"
                       perform RECORD-CALL-BACK
                       call "SYSTEM" using "pause"

                   when "6"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "Survey Detractor Threshold"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform SET-THRESHOLD
                       end-if
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> what goes to the survey company: every customer work order
      *> completed and every vehicle sold since the from-date that
      *> has not been surveyed already, one line each with a survey
      *> number they quote back. Email and mobile go only where the
      *> customer agreed to be contacted that way.
       SEND-EXTRACT.
           accept todaysDate from date yyyymmdd
           compute fromDate = function date-of-integer(
               function integer-of-date(todaysDate) - 30)
           display "Work and sales completed since (YYYYMMDD, "
               "enter for " fromDate "): " no advancing
           accept in-FromDate
           if in-FromDate not = 0
               move in-FromDate to fromDate
           end-if
           move 0 to extractCount
           move 0 to alreadyCount

           open input nextSvyFile
               read nextSvyFile
                   at end
                       move 0 to nextSvy
                   not at end
                       move nextSvy-rec to nextSvy
               end-read
           close nextSvyFile

           open i-o surveyDataFile
           if surveyStatus not = "00"
               close surveyDataFile
               open output surveyDataFile
               close surveyDataFile
               open i-o surveyDataFile
           end-if
           open input customerFile
           open input techDataFile
           open output svyExtFile
           move spaces to svyExtLine
           string "HDR," todaysDate delimited by size
               into svyExtLine
           write svyExtLine

           move "n" to eof
           open input woFile
           if woStatus-fs not = "00"
               move "y" to eof
           end-if
           perform until eof = "y"
               read woFile next record
                   at end
                       move "y" to eof
                   not at end
                       if woStatus = "C" and woType not = "R"
                           and woDoneDate numeric
                           and woDoneDate >= fromDate
                           perform EXTRACT-WORK-ORDER
                       end-if
               end-read
           end-perform
           close woFile

           perform BUILD-GARAGE-LIST
           perform varying garageIdx from 1 by 1
                   until garageIdx > garageCount
               move garageFileName(garageIdx) to sweepFileName
               move "n" to sweepEof
               open input carsFile
               if carsFileStatus = "35"
                   close carsFile
               else
                   perform until sweepEof = "y"
                       read carsFile next record
                           at end
                               move "y" to sweepEof
                           not at end
                               if saleStatus = "S"
                                   and saleDate numeric
                                   and saleDate >= fromDate
                                   and buyerCustNumber numeric
                                   and buyerCustNumber not = 0
                                   perform EXTRACT-SALE
                               end-if
                       end-read
                   end-perform
                   close carsFile
               end-if
           end-perform

           move spaces to svyExtLine
           string "TRL," extractCount delimited by size
               into svyExtLine
           write svyExtLine
           close svyExtFile
           close techDataFile
           close customerFile
           close surveyDataFile

           open output nextSvyFile
               move nextSvy to nextSvy-rec
               write nextSvy-rec
           close nextSvyFile

           display "Survey extract written to SURVEXT.CSV: "
               extractCount " survey(s); " alreadyCount
               " already sent before and left out.".

       EXTRACT-WORK-ORDER.
           call "garageCode" using woGarage, siteCode
           move spaces to survey-rec
           move "W" to svType
           move siteCode to svGarage
           move woNumber to svRef
           move woDoneDate to svEventDate
           move woCustNumber to svCustNumber
           if woTechNumber numeric
               move woTechNumber to svTechNumber
           else
               move 0 to svTechNumber
           end-if
           move spaces to svSalesperson
           perform WRITE-SURVEY.

       EXTRACT-SALE.
           if saleGarage not = spaces
               move saleGarage to siteCode
           else
               move garageSite(garageIdx) to siteCode
           end-if
           move spaces to survey-rec
           move "S" to svType
           move siteCode to svGarage
           move recordId to svRef
           move saleDate to svEventDate
           move buyerCustNumber to svCustNumber
           move 0 to svTechNumber
           move saleSalesperson to svSalesperson
           perform WRITE-SURVEY.

      *> the event key is unique: an event already on file fails
      *> the write and is counted as sent before
       WRITE-SURVEY.
           add 1 to nextSvy
           move nextSvy to svNumber
           move todaysDate to svSentDate
           move "S" to svStatus
           move 0 to svScore
           move 0 to svScoredDate
           move 0 to svCallDate
           write survey-rec
               invalid key
                   subtract 1 from nextSvy
                   add 1 to alreadyCount
                   exit paragraph
           end-write

           move spaces to csvName
           move spaces to csvPhone
           move spaces to csvMobile
           move spaces to csvEmail
           move svCustNumber to custNumber
           read customerFile
               invalid key
                   continue
               not invalid key
                   move custName to csvName
                   move custPhone to csvPhone
                   if custSmsOk = "Y" and custSmsBad not = "B"
                       move custMobile to csvMobile
                   end-if
                   if custEmailOk = "Y" and custEmailBad not = "B"
                       move custEmail to csvEmail
                   end-if
           end-read
           inspect csvName replacing all "," by " "
           move spaces to csvTechName
           if svTechNumber not = 0
               move svTechNumber to techNumber
               read techDataFile
                   invalid key
                       continue
                   not invalid key
                       move techName to csvTechName
               end-read
           end-if
           inspect csvTechName replacing all "," by " "

           move spaces to svyExtLine
           string svNumber "," svType "," svRef
               "," function trim(svGarage)
               "," svCustNumber
               "," function trim(csvName)
               "," function trim(csvPhone)
               "," function trim(csvMobile)
               "," function trim(csvEmail)
               "," svTechNumber
               "," function trim(csvTechName)
               "," function trim(svSalesperson)
               "," svEventDate
               delimited by size into svyExtLine
           write svyExtLine
           add 1 to extractCount.

      *> the survey company's return: survey,type,ref,score,comment.
      *> A line is only taken when its survey number, type and
      *> reference all match what we sent; anything else is listed
      *> on SURVLOAD.DAT and left alone
       LOAD-SCORES.
           accept todaysDate from date yyyymmdd
           perform GET-THRESHOLD
           move 0 to loadedCount
           move 0 to rejectCount
           move 0 to detractorCount
           move 0 to lineNo
           move "n" to eof
           open input svyRetFile
           if svyRetStatus not = "00"
               close svyRetFile
               display "SURVRET.CSV was not found; nothing to load."
               exit paragraph
           end-if
           open i-o surveyDataFile
           if surveyStatus not = "00"
               close surveyDataFile
               close svyRetFile
               display "No surveys have been sent yet."
               exit paragraph
           end-if
           move "SURVLOAD.DAT" to svyRptName
           open output svyRptFile
           move spaces to svyRptLine
           string "Survey score load  run date: " todaysDate
               delimited by size into svyRptLine
           write svyRptLine

           perform until eof = "y"
               read svyRetFile
                   at end
                       move "y" to eof
                   not at end
                       add 1 to lineNo
                       perform LOAD-ONE-SCORE
               end-read
           end-perform

           move spaces to svyRptLine
           string "Loaded: " loadedCount "  rejected: " rejectCount
               "  below " threshold ": " detractorCount
               delimited by size into svyRptLine
           write svyRptLine
           close svyRptFile
           close surveyDataFile
           close svyRetFile
           display "Score load done: " loadedCount " loaded, "
               rejectCount " rejected, " detractorCount
               " detractor(s) to call back."
           display "Details in SURVLOAD.DAT.".

       LOAD-ONE-SCORE.
           if function trim(svyRetLine) = spaces
               or svyRetLine(1:4) = "HDR,"
               or svyRetLine(1:4) = "TRL,"
               exit paragraph
           end-if
           move spaces to ret-SvNumber
           move spaces to ret-Type
           move spaces to ret-Ref
           move spaces to ret-Score
           move spaces to ret-Comment
           move 1 to retPos
           unstring svyRetLine delimited by ","
               into ret-SvNumber ret-Type ret-Ref ret-Score
               with pointer retPos
           end-unstring
           if retPos <= 120
               move svyRetLine(retPos:) to ret-Comment
           end-if

           if function test-numval(ret-SvNumber) not = 0
               or function test-numval(ret-Ref) not = 0
               or function test-numval(ret-Score) not = 0
               or ret-SvNumber = spaces or ret-Score = spaces
               move "not a survey line" to in-Note
               perform REJECT-LINE
               exit paragraph
           end-if
           move function numval(ret-SvNumber) to retNumber
           move function numval(ret-Ref) to retRef
           move function numval(ret-Score) to retScore
           if retScore > 10
               move "score is not 0 to 10" to in-Note
               perform REJECT-LINE
               exit paragraph
           end-if

           move retNumber to svNumber
           read surveyDataFile
               invalid key
                   move "no such survey was sent" to in-Note
                   perform REJECT-LINE
                   exit paragraph
           end-read
           if svType not = ret-Type(1:1) or svRef not = retRef
               move "does not match the survey sent" to in-Note
               perform REJECT-LINE
               exit paragraph
           end-if
           if svStatus not = "S"
               move "score already loaded" to in-Note
               perform REJECT-LINE
               exit paragraph
           end-if

           move retScore to svScore
           move ret-Comment to svComment
           move todaysDate to svScoredDate
           move "R" to svStatus
           rewrite survey-rec
           add 1 to loadedCount
           if svScore < threshold
               add 1 to detractorCount
               move spaces to svyRptLine
               string "  survey " svNumber " scored " svScore
                   " - customer " svCustNumber
                   " to be called back"
                   delimited by size into svyRptLine
               write svyRptLine
           end-if.

       REJECT-LINE.
           add 1 to rejectCount
           move spaces to svyRptLine
           string "  line " lineNo ": " function trim(in-Note)
               " - " function trim(svyRetLine)
               delimited by size into svyRptLine
           write svyRptLine.

      *> average score for the month's work and sales by
      *> technician, by salesperson and by site, with every score
      *> under the threshold listed for the manager
       MONTHLY-SCORES.
           accept todaysDate from date yyyymmdd
           perform GET-THRESHOLD
           display "Scores for month (YYYYMM): " no advancing
           accept in-Month
           move 0 to techScoreCount
           move 0 to spScoreCount
           move 0 to siteScoreCount
           move 0 to allCount
           move 0 to allTotal
           move 0 to detractorCount
           move "n" to tableFull

           move "n" to eof
           open input surveyDataFile
           if surveyStatus not = "00"
               close surveyDataFile
               display "No surveys have been sent yet."
               exit paragraph
           end-if
           perform until eof = "y"
               read surveyDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if svStatus not = "S"
                           and svEventDate(1:6) = in-Month
                           perform ADD-MONTH-SCORE
                       end-if
               end-read
           end-perform
           close surveyDataFile

           move "SURVRPT.DAT" to svyRptName
           open output svyRptFile
           move spaces to svyRptLine
           string "Customer satisfaction for " in-Month
               "   run date: " todaysDate
               delimited by size into svyRptLine
           perform WRITE-RPT-LINE
           if allCount = 0
               move "No scores returned for the month." to svyRptLine
               perform WRITE-RPT-LINE
               close svyRptFile
               exit paragraph
           end-if
           compute avgScore rounded = allTotal / allCount
           move avgScore to displayAvg
           move spaces to svyRptLine
           string "Surveys scored: " allCount "   average: "
               displayAvg delimited by size into svyRptLine
           perform WRITE-RPT-LINE

           move spaces to svyRptLine
           perform WRITE-RPT-LINE
           move "By technician:" to svyRptLine
           perform WRITE-RPT-LINE
           open input techDataFile
           perform varying tsIdx from 1 by 1
                   until tsIdx > techScoreCount
               move spaces to csvTechName
               if tsTechNumber(tsIdx) = 0
                   move "(unassigned)" to csvTechName
               else
                   move tsTechNumber(tsIdx) to techNumber
                   read techDataFile
                       invalid key
                           move "(not on master)" to csvTechName
                       not invalid key
                           move techName to csvTechName
                   end-read
               end-if
               compute avgScore rounded =
                   tsTotal(tsIdx) / tsCount(tsIdx)
               move avgScore to displayAvg
               move spaces to svyRptLine
               string "  " tsTechNumber(tsIdx) " " csvTechName
                   "  surveys " tsCount(tsIdx)
                   "  average " displayAvg
                   delimited by size into svyRptLine
               perform WRITE-RPT-LINE
           end-perform
           close techDataFile

           move spaces to svyRptLine
           perform WRITE-RPT-LINE
           move "By salesperson:" to svyRptLine
           perform WRITE-RPT-LINE
           perform varying ssIdx from 1 by 1
                   until ssIdx > spScoreCount
               compute avgScore rounded =
                   ssTotal(ssIdx) / ssCount(ssIdx)
               move avgScore to displayAvg
               move spaces to svyRptLine
               string "  " ssUser(ssIdx)
                   "  surveys " ssCount(ssIdx)
                   "  average " displayAvg
                   delimited by size into svyRptLine
               perform WRITE-RPT-LINE
           end-perform

           move spaces to svyRptLine
           perform WRITE-RPT-LINE
           move "By site:" to svyRptLine
           perform WRITE-RPT-LINE
           perform varying gsIdx from 1 by 1
                   until gsIdx > siteScoreCount
               compute avgScore rounded =
                   gsTotal(gsIdx) / gsCount(gsIdx)
               move avgScore to displayAvg
               move spaces to svyRptLine
               string "  " gsCode(gsIdx)
                   "  surveys " gsCount(gsIdx)
                   "  average " displayAvg
                   delimited by size into svyRptLine
               perform WRITE-RPT-LINE
           end-perform

           move spaces to svyRptLine
           perform WRITE-RPT-LINE
           move spaces to svyRptLine
           string "Scores below " threshold ":"
               delimited by size into svyRptLine
           perform WRITE-RPT-LINE
           move "n" to eof
           open input surveyDataFile
           open input customerFile
           perform until eof = "y"
               read surveyDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if svStatus not = "S"
                           and svEventDate(1:6) = in-Month
                           and svScore < threshold
                           perform DETRACTOR-LINE
                       end-if
               end-read
           end-perform
           close customerFile
           close surveyDataFile
           move spaces to svyRptLine
           string "Detractors: " detractorCount
               delimited by size into svyRptLine
           perform WRITE-RPT-LINE
           close svyRptFile

           move "SURVEYS" to spoolType
           move "SURVRPT.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser
           display "Report written to SURVRPT.DAT.".

       ADD-MONTH-SCORE.
           add 1 to allCount
           add svScore to allTotal
           if svType = "W"
               perform varying tsIdx from 1 by 1
                       until tsIdx > techScoreCount
                   if tsTechNumber(tsIdx) = svTechNumber
                       exit perform
                   end-if
               end-perform
               if tsIdx > techScoreCount
                   if techScoreCount < 50
                       add 1 to techScoreCount
                       set tsIdx to techScoreCount
                       move svTechNumber to tsTechNumber(tsIdx)
                       move 0 to tsCount(tsIdx)
                       move 0 to tsTotal(tsIdx)
                   else
                       perform NOTE-TABLE-FULL
                   end-if
               end-if
               if tsIdx <= techScoreCount
                   add 1 to tsCount(tsIdx)
                   add svScore to tsTotal(tsIdx)
               end-if
           else
               perform varying ssIdx from 1 by 1
                       until ssIdx > spScoreCount
                   if ssUser(ssIdx) = svSalesperson
                       exit perform
                   end-if
               end-perform
               if ssIdx > spScoreCount
                   if spScoreCount < 50
                       add 1 to spScoreCount
                       set ssIdx to spScoreCount
                       move svSalesperson to ssUser(ssIdx)
                       move 0 to ssCount(ssIdx)
                       move 0 to ssTotal(ssIdx)
                   else
                       perform NOTE-TABLE-FULL
                   end-if
               end-if
               if ssIdx <= spScoreCount
                   add 1 to ssCount(ssIdx)
                   add svScore to ssTotal(ssIdx)
               end-if
           end-if

           perform varying gsIdx from 1 by 1
                   until gsIdx > siteScoreCount
               if gsCode(gsIdx) = svGarage
                   exit perform
               end-if
           end-perform
           if gsIdx > siteScoreCount
               if siteScoreCount < 20
                   add 1 to siteScoreCount
                   set gsIdx to siteScoreCount
                   move svGarage to gsCode(gsIdx)
                   move 0 to gsCount(gsIdx)
                   move 0 to gsTotal(gsIdx)
               else
                   perform NOTE-TABLE-FULL
               end-if
           end-if
           if gsIdx <= siteScoreCount
               add 1 to gsCount(gsIdx)
               add svScore to gsTotal(gsIdx)
           end-if.

       NOTE-TABLE-FULL.
           if tableFull = "n"
               display "Warning: too many technicians, salespeople "
                   "or sites for one report; some scores only "
                   "count in the overall average."
               move "y" to tableFull
           end-if.

      *> every detractor not yet called back, with the date the
      *> call is due - a week from the score coming in
       DETRACTOR-LIST.
           accept todaysDate from date yyyymmdd
           perform GET-THRESHOLD
           move 0 to detractorCount
           move "n" to eof
           open input surveyDataFile
           if surveyStatus not = "00"
               close surveyDataFile
               display "No surveys have been sent yet."
               exit paragraph
           end-if
           move "SURVDET.DAT" to svyRptName
           open output svyRptFile
           move spaces to svyRptLine
           string "Detractors awaiting a call-back (score below "
               threshold ")   run date: " todaysDate
               delimited by size into svyRptLine
           perform WRITE-RPT-LINE
           open input customerFile
           perform until eof = "y"
               read surveyDataFile next record
                   at end
                       move "y" to eof
                   not at end
                       if svStatus = "R" and svScore < threshold
                           perform DETRACTOR-LINE
                       end-if
               end-read
           end-perform
           close customerFile
           close surveyDataFile
           move spaces to svyRptLine
           string "Detractors to call: " detractorCount
               delimited by size into svyRptLine
           perform WRITE-RPT-LINE
           close svyRptFile

           move "DETRACTORS" to spoolType
           move "SURVDET.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       DETRACTOR-LINE.
           add 1 to detractorCount
           move spaces to csvName
           move spaces to csvPhone
           move spaces to csvMobile
           move svCustNumber to custNumber
           read customerFile
               invalid key
                   continue
               not invalid key
                   move custName to csvName
                   move custPhone to csvPhone
                   move custMobile to csvMobile
           end-read
           compute callByDate = function date-of-integer(
               function integer-of-date(svScoredDate) + 7)
           move spaces to overdueFlag
           if svStatus = "C"
               move "CALLED" to overdueFlag
           else
               if todaysDate > callByDate
                   move "OVERDUE" to overdueFlag
               end-if
           end-if
           move spaces to svyRptLine
           string "  " svNumber "  score " svScore "  "
               svType " " svRef " " svGarage
               "  " svCustNumber " " csvName
               " " csvPhone " " csvMobile
               "  call by " callByDate " " overdueFlag
               delimited by size into svyRptLine
           perform WRITE-RPT-LINE
           if svComment not = spaces
               move spaces to svyRptLine
               string "      """ function trim(svComment) """"
                   delimited by size into svyRptLine
               perform WRITE-RPT-LINE
           end-if.

      *> the manager's call is logged against the survey, which
      *> takes it off the call-back list
       RECORD-CALL-BACK.
           display "Survey number: " no advancing
           accept in-SvNumber
           open i-o surveyDataFile
           if surveyStatus not = "00"
               close surveyDataFile
               display "No surveys have been sent yet."
               exit paragraph
           end-if
           move in-SvNumber to svNumber
           read surveyDataFile
               invalid key
                   display "No survey " in-SvNumber " on file."
                   close surveyDataFile
                   exit paragraph
           end-read
           if svStatus not = "R"
               if svStatus = "C"
                   display "Survey " svNumber " was already called "
                       "back on " svCallDate " by "
                       function trim(svCallUser) "."
               else
                   display "Survey " svNumber " has no score back "
                       "yet."
               end-if
               close surveyDataFile
               exit paragraph
           end-if
           display "Scored " svScore ": " function trim(svComment)
           display "Outcome of the call: " no advancing
           accept in-Note
           if in-Note = spaces
               display "Nothing recorded."
               close surveyDataFile
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           move "C" to svStatus
           move currentUser to svCallUser
           move todaysDate to svCallDate
           move in-Note to svCallNote
           rewrite survey-rec
           close surveyDataFile
           display "Call-back recorded against survey " svNumber ".".

       SET-THRESHOLD.
           perform GET-THRESHOLD
           display "Scores below this are detractors (0-10, now "
               threshold "): " no advancing
           accept in-Threshold
           if in-Threshold = 0 or in-Threshold > 10
               display "Threshold unchanged."
               exit paragraph
           end-if
           move in-Threshold to threshold
           open output svyThreshFile
               move threshold to svyThresh-rec
               write svyThresh-rec
           close svyThreshFile
           display "Detractor threshold set to " threshold ".".

      *> seeded at 7 the first time through: a 6 or below is a
      *> customer to ring
       GET-THRESHOLD.
           open input svyThreshFile
           if svyThreshStatus not = "00"
               close svyThreshFile
               move 7 to threshold
               open output svyThreshFile
                   move threshold to svyThresh-rec
                   write svyThresh-rec
               close svyThreshFile
           else
               read svyThreshFile
                   at end
                       move 7 to threshold
                   not at end
                       move svyThresh-rec to threshold
               end-read
               close svyThreshFile
           end-if.

       WRITE-RPT-LINE.
           write svyRptLine
           display function trim(svyRptLine trailing).

       BUILD-GARAGE-LIST.
           move 0 to garageCount
           move "n" to sweepEof
           open input garageRegFile
           if garageRegStatus not = "35"
               perform until sweepEof = "y"
                   read garageRegFile next record
                       at end
                           move "y" to sweepEof
                       not at end
                           if garActive = "A" and garageCount < 20
                               add 1 to garageCount
                               move garFileName
                                   to garageFileName(garageCount)
                               move garCode
                                   to garageSite(garageCount)
                           end-if
                   end-read
               end-perform
           end-if
           close garageRegFile
           if garageCount = 0
               move 1 to garageCount
               move "cars.dat" to garageFileName(1)
               move spaces to garageSite(1)
           end-if.

       NOTE-DENIED.
           display "Option " function trim(deniedOption)
               " needs a supervisor login; ask one to do this."
           move spaces to audit-rec
           accept todaysDate from date yyyymmdd
           accept nowTime from time
           string todaysDate nowTime(1:6) delimited by size
               into auditTimestamp
           move "DENIED" to auditOperation
           move 0 to beforeId
           move spaces to beforeOwner
           move spaces to beforeCar
           move spaces to beforeVin
           move 0 to beforeYear
           move spaces to beforeColor
           move 0 to beforeMileage
           move 0 to afterId
           move spaces to afterOwner
           move deniedOption to afterCar
           move spaces to afterVin
           move 0 to afterYear
           move spaces to afterColor
           move 0 to afterMileage
           move currentUser to auditUser
           move "SURVTHR.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
