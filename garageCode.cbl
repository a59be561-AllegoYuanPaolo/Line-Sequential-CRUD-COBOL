        IDENTIFICATION DIVISION.
        PROGRAM-ID. garageCode.
       environment division.
           input-output section.
               file-control.
                   select optional garageRegFile
                       assign to "GARAGES.DAT"
                       organization is indexed
                       access mode is sequential
                       record key is garCode
                       file status is garageRegStatus.
        DATA DIVISION.
           file section.
               fd garageRegFile.
                   copy "GARREC.CPY".
            LOCAL-STORAGE SECTION.
               01 garageRegStatus pic xx.
               01 eof pic x value "n".
           LINKAGE SECTION.
               01 gcFileName pic x(40).
               01 gcCode pic x(04).
      *> which site is a session's data file? the registry entry
      *> naming the file gives the code that invoices, payments,
      *> parts issues and sales are tagged with; a file the
      *> registry does not know comes back as spaces
        PROCEDURE DIVISION USING gcFileName, gcCode.
           move spaces to gcCode
           open input garageRegFile
           if garageRegStatus not = "00"
               close garageRegFile
               goback
           end-if
           perform until eof = "y"
               read garageRegFile next record
                   at end
                       move "y" to eof
                   not at end
                       if function trim(garFileName)
                           = function trim(gcFileName)
                           move garCode to gcCode
                           move "y" to eof
                       end-if
               end-read
           end-perform
           close garageRegFile
       goback.
