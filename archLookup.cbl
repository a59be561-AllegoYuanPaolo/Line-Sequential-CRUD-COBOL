        IDENTIFICATION DIVISION.
        PROGRAM-ID. archLookup.
       environment division.
           input-output section.
               file-control.
                   select optional archFile
                       assign to "VEHARCH.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is arKey
                       alternate record key is arVin
                           with duplicates
                       alternate record key is arOwner
                           with duplicates
                       file status is archStatus.
        DATA DIVISION.
           file section.
               fd archFile.
                   copy "ARCHREC.CPY".
           WORKING-STORAGE SECTION.
               01 archStatus pic xx.
               01 eof pic x.
           LINKAGE SECTION.
               *> I by record id, V by VIN, O by owner - the key
               *> is taken from the caller's car record, and on a
               *> hit the archived vehicle comes back in it
               01 alMode pic x(01).
               01 alGarage pic x(40).
               01 alFound pic x(01).
               01 alArchivedDate pic 9(08).
               copy "CARREC.CPY".
        PROCEDURE DIVISION USING alMode, alGarage, alFound,
               alArchivedDate, carFile-rec.
           move "n" to alFound
           move 0 to alArchivedDate
           open input archFile
           if archStatus not = "00"
               close archFile
               goback
           end-if
           evaluate alMode
               when "I"
                   move alGarage to arGarage
                   move recordId to arRecordId
                   read archFile
                       invalid key
                           continue
                       not invalid key
                           perform RETURN-ARCHIVED
                   end-read
               when "V"
                   move vin to arVin
                   perform FIND-BY-VIN
               when "O"
                   move owner to arOwner
                   perform FIND-BY-OWNER
           end-evaluate
           close archFile
       goback.

      *> the archive is shared by every garage; only the caller's
      *> garage's vehicles are handed back
       FIND-BY-VIN.
           move "n" to eof
           start archFile key is = arVin
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read archFile next record
                   at end
                       move "y" to eof
                   not at end
                       if arVin not = vin
                           move "y" to eof
                       else
                           if arGarage = alGarage
                               perform RETURN-ARCHIVED
                               move "y" to eof
                           end-if
                       end-if
               end-read
           end-perform.

       FIND-BY-OWNER.
           move "n" to eof
           start archFile key is = arOwner
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read archFile next record
                   at end
                       move "y" to eof
                   not at end
                       if arOwner not = owner
                           move "y" to eof
                       else
                           if arGarage = alGarage
                               perform RETURN-ARCHIVED
                               move "y" to eof
                           end-if
                       end-if
               end-read
           end-perform.

       RETURN-ARCHIVED.
           move arCarImage to carFile-rec
           move arArchivedDate to alArchivedDate
           move "y" to alFound.
