        IDENTIFICATION DIVISION.
        PROGRAM-ID. tierLookup.
       environment division.
           input-output section.
               file-control.
                   select optional priceTierFile
                       assign to "PRICETIER.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is tierCode
                       file status is tierStatus.
        DATA DIVISION.
           file section.
               fd priceTierFile.
                   copy "TIERREC.CPY".
            LOCAL-STORAGE SECTION.
               01 tierStatus pic xx.
           LINKAGE SECTION.
               01 tlCode pic x(01).
               01 tlName pic x(12).
               01 tlLabourFactor pic 9(01)v999.
               01 tlPartsPct pic s9(02)v99.
      *> the customer's price tier, as pricing needs it: a blank or
      *> unknown tier prices at retail, list price on everything.
      *> The four standard tiers are seeded the first time through;
      *> their rates are then set from the price tier screen.
        PROCEDURE DIVISION USING tlCode, tlName, tlLabourFactor,
               tlPartsPct.
           open input priceTierFile
           if tierStatus not = "00"
               close priceTierFile
               perform SEED-TIERS
               open input priceTierFile
           end-if

           if tlCode = space
               move "R" to tlCode
           end-if
           move tlCode to tierCode
           read priceTierFile
               invalid key
                   move "R" to tlCode
                   move "RETAIL" to tlName
                   move 1.000 to tlLabourFactor
                   move 0 to tlPartsPct
               not invalid key
                   move tierName to tlName
                   move tierLabourFactor to tlLabourFactor
                   move tierPartsPct to tlPartsPct
           end-read
           close priceTierFile
       goback.

       SEED-TIERS.
           open output priceTierFile
               move "R" to tierCode
               move "RETAIL" to tierName
               move 1.000 to tierLabourFactor
               move 0 to tierPartsPct
               write priceTier-rec
               move "F" to tierCode
               move "FLEET" to tierName
               move 0.900 to tierLabourFactor
               move -5.00 to tierPartsPct
               write priceTier-rec
               move "S" to tierCode
               move "STAFF" to tierName
               move 0.800 to tierLabourFactor
               move -15.00 to tierPartsPct
               write priceTier-rec
               move "T" to tierCode
               move "TRADE" to tierName
               move 0.950 to tierLabourFactor
               move -10.00 to tierPartsPct
               write priceTier-rec
           close priceTierFile.
