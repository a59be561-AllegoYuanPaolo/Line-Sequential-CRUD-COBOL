               01 retainYears pic 9(02).
               01 movedCount pic 9(06) value 0.
               01 keptCount pic 9(06) value 0.
           LINKAGE SECTION.
               copy "MESTEPREC.CPY".
        PROCEDURE DIVISION USING meStep.
      *> the service history's lifecycle, in the same spirit as the
      *> nightly audit rollover and the recycle-bin retention:
      *> closed-out (invoiced) lines older than the retention
      *> file stays the size of recent history. Un-invoiced work
      *> never archives, however old - money still owed is live
      *> business.
           move 0 to meCount
           move 0 to meAmount
           move "Y" to meResult
           accept todaysDate from date yyyymmdd
           move todaysDate(1:4) to currentYear

           display "Service archival complete: " movedCount
               " line(s) into SVCARCH-YYYY.DAT file(s), "
               keptCount " kept live."
           move movedCount to meCount
       goback.

      *> each line lands in its own year's archive; the archives
