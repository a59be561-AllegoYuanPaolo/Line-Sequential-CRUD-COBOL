        IDENTIFICATION DIVISION.
        PROGRAM-ID. notifyQueue.
       environment division.
           input-output section.
               file-control.
                   select optional notifyFile
                       assign to "NOTIFYQ.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is nqKey
                       alternate record key is nqMsgId
                           with duplicates
                       file status is notifyStatus.
        DATA DIVISION.
           file section.
               fd notifyFile.
                   copy "NOTIFYREC.CPY".
            LOCAL-STORAGE SECTION.
               01 notifyStatus pic xx.
               01 todaysDate pic 9(08).
           LINKAGE SECTION.
               01 nqEventIn pic x(06).
               01 nqRefIn pic x(20).
               01 nqCustIn pic 9(06).
               01 nqTextIn pic x(60).
      *> puts one customer event on the outbound queue for the
      *> nightly gateway run; an event already queued under the
      *> same key is left as it is
        PROCEDURE DIVISION USING nqEventIn, nqRefIn, nqCustIn,
               nqTextIn.
           if nqCustIn = 0
               goback
           end-if
           open i-o notifyFile
           if notifyStatus not = "00"
               close notifyFile
               open output notifyFile
               close notifyFile
               open i-o notifyFile
           end-if

           accept todaysDate from date yyyymmdd
           move spaces to notify-rec
           move nqEventIn to nqEvent
           move nqRefIn to nqRef
           move nqCustIn to nqCustNumber
           move todaysDate to nqRaisedDate
           move nqTextIn to nqText
           move "Q" to nqStatus
           move 0 to nqMsgId
           move 0 to nqSentDate
           move 0 to nqResultDate
           write notify-rec
               invalid key
                   continue
           end-write
           close notifyFile
       goback.
