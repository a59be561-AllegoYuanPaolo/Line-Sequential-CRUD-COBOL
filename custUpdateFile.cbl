               01 newWord pic x(40).
               01 newLimit pic 9(07)v99.
               01 newStop pic x.
               01 aqAction pic x(01).
               01 aqApAction pic x(06).
               01 aqGarage pic x(40).
               01 aqRef pic x(44).
               01 aqBefore pic x(30).
               01 aqAfter pic x(30).
               01 aqAmountBefore pic 9(07)v99.
               01 aqAmountAfter pic 9(07)v99.
               01 aqNumber pic 9(06).
           LINKAGE SECTION.
               01 currentRole pic x.
               01 currentUser pic x(08).
        PROCEDURE DIVISION USING currentRole, currentUser.

           display "Enter customer number to update: "
           accept searchNumber

           display "Change which field, (n)ame, (p)hone, (a)ddress, "
               "(e)mail, (m)obile, reminder (c)onsent, "
               "credit (l)imit, on-(s)top flag, (f)leet "
               "account flag or price (t)ier? " no advancing
           accept fieldChoice

           *> the credit standing and fleet flag are
           *> meant to block must not be able to lift it
           if (fieldChoice = 'l' or fieldChoice = 'L'
               or fieldChoice = 's' or fieldChoice = 'S'
               or fieldChoice = 'f' or fieldChoice = 'F'
               or fieldChoice = 't' or fieldChoice = 'T')
               and currentRole not = 'S'
               display "Changing the credit limit, on-stop flag, "
                   "fleet flag or price tier needs a supervisor "
                   "login; ask one to do this."
               goback
           end-if

                                   "new work needs a supervisor "
                                   "override."
                           else
                               *> lifting a stop is a second
                               *> supervisor's decision; it waits
                               *> on the approvals queue until then
                               if custOnStop = "Y"
                                   move "R" to aqAction
                                   move "CRSTOP" to aqApAction
                                   move spaces to aqGarage
                                   move custNumber to aqRef
                                   move "On stop" to aqBefore
                                   move "Released from stop" to aqAfter
                                   move custCreditLimit to aqAmountBefore
                                   move custCreditLimit to aqAmountAfter
                                   call "approvalQueue" using aqAction,
                                       aqApAction, aqGarage, aqRef,
                                       aqBefore, aqAfter, aqAmountBefore,
                                       aqAmountAfter, currentUser, aqNumber
                               end-if
                           end-if
                       when 'f'
                       when 'F'
                           else
                               move "N" to custFleetFlag
                           end-if
                       *> a re-keyed address or number is taken to be
                       *> a good one again, so the bad flag clears
                       when 'e'
                       when 'E'
                           display "Enter new email: " no advancing
                           accept newWord
                           move newWord to custEmail
                           move "N" to custEmailBad
                       when 'm'
                       when 'M'
                           display "Enter new mobile: " no advancing
                           accept newWord
                           move newWord to custMobile
                           move "N" to custSmsBad
                       when 'c'
                       when 'C'
                           display "Happy to be emailed reminders? "
                               "(y/n): " no advancing
                           accept newStop
                           if newStop = 'y' or newStop = 'Y'
                               move "Y" to custEmailOk
                           else
                               move "N" to custEmailOk
                           end-if
                           display "Happy to be texted reminders? "
                               "(y/n): " no advancing
                           accept newStop
                           if newStop = 'y' or newStop = 'Y'
                               move "Y" to custSmsOk
                           else
                               move "N" to custSmsOk
                           end-if
                       when 't'
                       when 'T'
                           display "Price tier, (r)etail, (f)leet, "
                               "(t)rade or (s)taff: " no advancing
                           accept newStop
                           move function upper-case(newStop)
                               to newStop
                           if newStop = 'R' or newStop = 'F'
                               or newStop = 'T' or newStop = 'S'
                               move newStop to custPriceTier
                           else
                               display "Unrecognised tier; left as "
                                   "it was."
                           end-if
                       when other
                           display "Enter new address: " no advancing
                           accept newWord
