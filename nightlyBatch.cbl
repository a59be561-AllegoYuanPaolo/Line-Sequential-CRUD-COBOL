                       02 sweepMileage pic 9(07).
                       02 sweepDateAdded pic 9(08).
                       02 sweepCustNumber pic 9(06).
                       02 filler pic x(71).
               fd exceptFile.
                   01 exceptLine pic x(132).
               fd deletedFile.
                       02 rcStepPurge pic x(01).
                       02 rcStepAudit pic x(01).
                       02 rcStepSpool pic x(01).
                       02 rcStepNotify pic x(01).
                       02 rcStepKeeper pic x(01).
                       02 rcStepOnTime pic x(01).
               fd spoolCatFile.
                   01 spoolCat-rec.
                       02 scTimestamp pic 9(14).
               01 overrideWord pic x(08).
               01 nowTime pic 9(08).
               01 stepName pic x(16).
               *> the notification run takes no questions at night
               01 notifyMode pic x(01) value "N".
               01 keeperMode pic x(01) value "N".
               01 otMode pic x(01) value "N".
               01 batchRole pic x(01) value "S".
               01 spoolCatStatus pic xx.
               01 spoolRetStatus pic xx.
               01 spoolRetDays pic 9(03).
               perform LOG-STEP-END
           end-if

           if rcStepNotify = "Y"
               move "NOTIFY" to stepName
               perform LOG-STEP-SKIPPED
           else
               move "NOTIFY" to stepName
               perform LOG-STEP-START
               call "notifyFile" using notifyMode
               move "Y" to rcStepNotify
               perform SAVE-RUN-CONTROL
               perform LOG-STEP-END
           end-if

           *> yesterday's acknowledgements in, today's changes of
           *> keeper out to the licensing authority
           if rcStepKeeper = "Y"
               move "KEEPER-NOTICES" to stepName
               perform LOG-STEP-SKIPPED
           else
               move "KEEPER-NOTICES" to stepName
               perform LOG-STEP-START
               call "keeperFile" using keeperMode, spoolUserName,
                   batchRole
               move "Y" to rcStepKeeper
               perform SAVE-RUN-CONTROL
               perform LOG-STEP-END
           end-if

           *> yesterday's jobs against their promised times, for
           *> the morning dashboard
           if rcStepOnTime = "Y"
               move "ON-TIME" to stepName
               perform LOG-STEP-SKIPPED
           else
               move "ON-TIME" to stepName
               perform LOG-STEP-START
               call "onTimeRpt" using otMode, spoolUserName
               move "Y" to rcStepOnTime
               perform SAVE-RUN-CONTROL
               perform LOG-STEP-END
           end-if

           display "Nightly batch complete. " recCount
               " record(s) archived and reconciled."
       goback.
           if rcStepArchive = "Y" and rcStepTrans = "Y"
               and rcStepSweep = "Y" and rcStepPurge = "Y"
               and rcStepAudit = "Y" and rcStepSpool = "Y"
               and rcStepNotify = "Y" and rcStepKeeper = "Y"
               and rcStepOnTime = "Y"
               display "The nightly batch already ran to "
                   "completion for " todaysDate "."
               display "Running it twice re-purges and "
           move "N" to rcStepPurge
           move "N" to rcStepAudit
           move "N" to rcStepSpool
           move "N" to rcStepNotify
           move "N" to rcStepKeeper
           move "N" to rcStepOnTime
           perform SAVE-RUN-CONTROL.

       SAVE-RUN-CONTROL.
