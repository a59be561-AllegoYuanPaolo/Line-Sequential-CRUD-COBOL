        IDENTIFICATION DIVISION.
        PROGRAM-ID. marketValue.
       environment division.
           input-output section.
               file-control.
                   select optional carsFile
                       assign to carsFileName
                       organization is indexed
                       access mode is dynamic
                       record key is recordId
                       alternate record key is owner
                           with duplicates
                       alternate record key is vin
                       file status is carsFileStatus.

                   select optional valueFile
                       assign to "VALUE.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is valKey
                       file status is valueStatus.

                   select optional makeModelFile-fd
                       assign to "MAKEMODEL.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is mmModel
                       file status is mmStatus.

                   select optional valInFile
                       assign to "VALUATION.CSV"
                       organization is line sequential
                       file status is valInStatus.

                   select optional valRptFile
                       assign to valRptName
                       organization is line sequential.

                   select optional auditFile
                       assign to "AUDIT.DAT"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd carsFile.
                   copy "CARREC.CPY".
               fd valueFile.
                   copy "VALUEREC.CPY".
               fd makeModelFile-fd.
                   copy "MMREC.CPY".
               fd valInFile.
                   01 valInLine pic x(120).
               fd valRptFile.
                   01 valRptLine pic x(132).
               fd auditFile.
                   copy "AUDITREC.CPY".
           WORKING-STORAGE SECTION.
               01 carsFileStatus pic xx.
               01 valueStatus pic xx.
               01 mmStatus pic xx.
               01 valInStatus pic xx.
               01 valRptName pic x(12).
               01 mvExitFlag pic x value 'n'.
               01 mvChoice pic xx.
               01 eof pic x.
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               01 in-Month pic 9(06).
               01 in-Note pic x(40).
               01 deniedOption pic x(30).
               01 lineNo pic 9(05).
               01 loadedCount pic 9(05).
               01 rejectCount pic 9(05).

               *> one line of the guide: model,year,band,retail,trade
               01 vfPos pic 9(03).
               01 vf-Model pic x(32).
               01 vf-Year pic x(06).
               01 vf-Band pic x(04).
               01 vf-Retail pic x(12).
               01 vf-Trade pic x(12).

               *> the comparison: A priced above market, B below
               *> trade, P paid more than trade for it
               01 passCode pic x(01).
               01 passCount pic 9(04).
               01 stockCount pic 9(04).
               01 unvaluedCount pic 9(04).
               01 vlRetail pic 9(07)v99.
               01 vlTrade pic 9(07)v99.
               01 vlMonth pic 9(06).
               01 vlFound pic x(01).
               01 gapAmount pic s9(07)v99.
               01 displayMoney pic z(06)9.99.
               01 displayMoney2 pic z(06)9.99.
               01 displaySigned pic -(06)9.99.
               01 spoolType pic x(12).
               01 spoolSrc pic x(40).
           LINKAGE SECTION.
               01 currentUser pic x(08).
               01 currentRole pic x.
               01 carsFileName pic x(40).
      *> the month's trade guide - retail and trade values by model,
      *> year and mileage band - set against what the stock on this
      *> lot is priced at and what was paid for it, so price cuts
      *> and trade-in allowances are argued from the market rather
      *> than from days on the lot alone
        PROCEDURE DIVISION USING currentUser, currentRole,
               carsFileName.
           perform with test after until mvExitFlag = 'y'
           call "SYSTEM" using "cls"

               display "-- Market Valuations --"
               display "[1] - Load Valuation Guide (VALUATION.CSV)"
               display "[2] - Stock Against Market Report"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
               accept mvChoice

               evaluate mvChoice
                   when "00"
                       move 'y' to mvExitFlag

                   when "1"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "[1] Load Valuation Guide"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           perform LOAD-GUIDE
                       end-if
                       call "SYSTEM" using "pause"

                   when "2"
                       call "SYSTEM" using "cls"
                       perform MARKET-REPORT
                       call "SYSTEM" using "pause"

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
               end-evaluate

           end-perform
       goback.

      *> each month's guide replaces the last one outright; a line
      *> for a model that is not on MAKEMODEL.DAT could never match
      *> a car and is rejected on VALLOAD.DAT
       LOAD-GUIDE.
           display "Guide month (yyyymm): " no advancing
           accept in-Month
           if in-Month(5:2) < "01" or in-Month(5:2) > "12"
               display "Not a valid month; nothing loaded."
               exit paragraph
           end-if
           accept todaysDate from date yyyymmdd
           move 0 to lineNo
           move 0 to loadedCount
           move 0 to rejectCount
           move "n" to eof
           open input valInFile
           if valInStatus not = "00"
               close valInFile
               display "VALUATION.CSV was not found; nothing "
                   "loaded."
               exit paragraph
           end-if
           open input makeModelFile-fd
           if mmStatus not = "00"
               close makeModelFile-fd
               close valInFile
               display "The make/model reference is empty; set it "
                   "up before loading a guide."
               exit paragraph
           end-if
           open output valueFile
           close valueFile
           open i-o valueFile
           move "VALLOAD.DAT" to valRptName
           open output valRptFile
           move spaces to valRptLine
           string "Valuation guide load  month: " in-Month
               "  run date: " todaysDate
               delimited by size into valRptLine
           write valRptLine

           perform until eof = "y"
               read valInFile
                   at end
                       move "y" to eof
                   not at end
                       add 1 to lineNo
                       perform LOAD-ONE-VALUE
               end-read
           end-perform

           move spaces to valRptLine
           string "Loaded: " loadedCount "  rejected: " rejectCount
               delimited by size into valRptLine
           write valRptLine
           close valRptFile
           close valueFile
           close makeModelFile-fd
           close valInFile
           display "Guide load done: " loadedCount " value(s) "
               "loaded, " rejectCount " rejected."
           display "Details in VALLOAD.DAT.".

       LOAD-ONE-VALUE.
           if function trim(valInLine) = spaces
               or valInLine(1:4) = "HDR,"
               or valInLine(1:4) = "TRL,"
               exit paragraph
           end-if
           move spaces to vf-Model
           move spaces to vf-Year
           move spaces to vf-Band
           move spaces to vf-Retail
           move spaces to vf-Trade
           move 1 to vfPos
           unstring valInLine delimited by ","
               into vf-Model vf-Year vf-Band vf-Retail vf-Trade
               with pointer vfPos
           end-unstring

           if vf-Model = spaces or vf-Year = spaces
               or vf-Band = spaces or vf-Retail = spaces
               or vf-Trade = spaces
               or function test-numval(vf-Year) not = 0
               or function test-numval(vf-Band) not = 0
               or function test-numval(vf-Retail) not = 0
               or function test-numval(vf-Trade) not = 0
               move "not a valuation line" to in-Note
               perform REJECT-LINE
               exit paragraph
           end-if

           move vf-Model to mmModel
           read makeModelFile-fd
               invalid key
                   move "model not on MAKEMODEL.DAT" to in-Note
                   perform REJECT-LINE
                   exit paragraph
           end-read

           move spaces to value-rec
           move vf-Model to valModel
           move function numval(vf-Year) to valYear
           move function numval(vf-Band) to valBand
           if valBand > 10
               move 10 to valBand
           end-if
           move function numval(vf-Retail) to valRetail
           move function numval(vf-Trade) to valTrade
           move in-Month to valMonth
           move todaysDate to valLoadDate
           write value-rec
               invalid key
                   move "repeats an earlier line" to in-Note
                   perform REJECT-LINE
                   exit paragraph
           end-write
           add 1 to loadedCount.

       REJECT-LINE.
           add 1 to rejectCount
           move spaces to valRptLine
           string "  line " lineNo ": " function trim(in-Note)
               " - " function trim(valInLine)
               delimited by size into valRptLine
           write valRptLine.

      *> the lot's stock in three lists: asking more than the
      *> guide's retail value, asking less than its trade value,
      *> and bought in for more than the trade value
       MARKET-REPORT.
           accept todaysDate from date yyyymmdd
           open input carsFile
           if carsFileStatus = "35"
               close carsFile
               display "Data file " function trim(carsFileName)
                   " does not exist yet."
               exit paragraph
           end-if
           close carsFile
           move "MKTVAL.DAT" to valRptName
           open output valRptFile
           move spaces to valRptLine
           string "Stock against market  run date: " todaysDate
               "  (" function trim(carsFileName) ")"
               delimited by size into valRptLine
           perform WRITE-RPT-LINE

           move "A" to passCode
           move spaces to valRptLine
           perform WRITE-RPT-LINE
           move "Priced above market (asking over retail value)"
               to valRptLine
           perform WRITE-RPT-LINE
           perform MARKET-PASS

           move "B" to passCode
           move spaces to valRptLine
           perform WRITE-RPT-LINE
           move "Priced below trade value" to valRptLine
           perform WRITE-RPT-LINE
           perform MARKET-PASS

           move "P" to passCode
           move spaces to valRptLine
           perform WRITE-RPT-LINE
           move "Bought in for more than trade value"
               to valRptLine
           perform WRITE-RPT-LINE
           perform MARKET-PASS

           move spaces to valRptLine
           perform WRITE-RPT-LINE
           move spaces to valRptLine
           string "In stock: " stockCount
               "  not in the guide: " unvaluedCount
               delimited by size into valRptLine
           perform WRITE-RPT-LINE
           close valRptFile
           display "Report written to MKTVAL.DAT."

           move "MARKETVAL" to spoolType
           move "MKTVAL.DAT" to spoolSrc
           call "spoolSave" using spoolType, spoolSrc, currentUser.

       MARKET-PASS.
           move 0 to passCount
           move 0 to stockCount
           move 0 to unvaluedCount
           move "n" to eof
           open input carsFile
           perform until eof = "y"
               read carsFile next record
                   at end
                       move "y" to eof
                   not at end
                       if saleStatus = "I"
                           perform MARKET-ONE-CAR
                       end-if
               end-read
           end-perform
           close carsFile
           if passCount = 0
               move "  (none)" to valRptLine
               perform WRITE-RPT-LINE
           end-if.

       MARKET-ONE-CAR.
           add 1 to stockCount
           call "valLookup" using carOwned, modelYear, mileage,
               vlRetail, vlTrade, vlMonth, vlFound
           if vlFound not = "y"
               add 1 to unvaluedCount
               exit paragraph
           end-if
           evaluate passCode
               when "A"
                   if askingPrice <= vlRetail
                       exit paragraph
                   end-if
                   compute gapAmount = askingPrice - vlRetail
                   move askingPrice to displayMoney
                   move vlRetail to displayMoney2
               when "B"
                   if askingPrice = 0 or askingPrice >= vlTrade
                       exit paragraph
                   end-if
                   compute gapAmount = askingPrice - vlTrade
                   move askingPrice to displayMoney
                   move vlTrade to displayMoney2
               when "P"
                   if acquisitionCost = 0
                       or acquisitionCost <= vlTrade
                       exit paragraph
                   end-if
                   compute gapAmount = acquisitionCost - vlTrade
                   move acquisitionCost to displayMoney
                   move vlTrade to displayMoney2
           end-evaluate
           add 1 to passCount
           move gapAmount to displaySigned
           move spaces to valRptLine
           evaluate passCode
               when "P"
                   string "  ID " recordId "  " carOwned " "
                       modelYear "  mileage " mileage
                       "  paid " displayMoney
                       "  trade " displayMoney2
                       "  over by " displaySigned
                       delimited by size into valRptLine
               when other
                   string "  ID " recordId "  " carOwned " "
                       modelYear "  mileage " mileage
                       "  asking " displayMoney
                       "  guide " displayMoney2
                       "  diff " displaySigned
                       delimited by size into valRptLine
           end-evaluate
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           write valRptLine
           display function trim(valRptLine trailing).

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
           move "VALUE.DAT" to auditGarage
           open extend auditFile
               write audit-rec
           close auditFile.
