           WORKING-STORAGE SECTION.
               01 exitFlag pic x value 'n'.
               01 choice pic xx.
               01 notifyMode pic x value "M".
               01 inspMode pic x value "M".
               01 keeperMode pic x value "M".
               01 inspWoNumber pic 9(06) value 0.
               01 resetAnswer pic x.
               01 garageChoice pic x(40).
               01 currentUser pic x(08) value spaces.
               01 deniedOption pic x(32).
               01 todaysDate pic 9(08).
               01 nowTime pic 9(08).
               copy "MESTEPREC.CPY".
        PROCEDURE DIVISION.
           move "M" to meMode
           call "SYSTEM" using "cls"
           call "loginFile" using currentUser, loginOk, currentRole

               display "[45] - As-Of Snapshot Inquiry"
               display "[46] - Morning Dashboard"
               display "[47] - Report Spool (Browse/Reprint)"
               display "[48] - Accounting Period Close"
               display "[49] - Customer Notifications"
               display "[50] - Price Tiers"
               display "[51] - Vehicle Inspections"
               display "[52] - Key Cabinet"
               display "[53] - Seasonal Tyre Storage"
               display "[54] - Consignment Sales"
               display "[55] - Finance Deals and Lenders"
               display "[56] - Test Drives"
               display "[57] - Reconditioning"
               display "[58] - Vehicle Archive"
               display "[59] - Approvals"
               display "[60] - Month-End Run"
               display "[61] - Site Profitability"
               display "[62] - Customer Surveys"
               display "[63] - Customer Complaints"
               display "[64] - Workshop Equipment"
               display "[65] - Change of Keeper Notices"
               display "[66] - Sublet Work"
               display "[67] - Prepaid Service Plans"
               display "[68] - Waste Register"
               display spaces
               display "[77] - Reset File"
               display "[00] - Exit"
                   when "26"
                       call "SYSTEM" using "cls"
                       call "invoiceFile" using garageChoice,
                           currentRole, currentUser, meStep

                   when "27"
                       call "SYSTEM" using "cls"
                       call "partsFile" using currentUser,
                           currentRole, garageChoice

                   when "28"
                       call "SYSTEM" using "cls"
                   when "33"
                       call "SYSTEM" using "cls"
                       call "saleFile" using garageChoice,
                           currentUser, currentRole, meStep

                   when "34"
                       call "SYSTEM" using "cls"

                   when "37"
                       call "SYSTEM" using "cls"
                       call "fleetBill" using meStep
                       call "SYSTEM" using "pause"

                   when "38"
                       call "SYSTEM" using "cls"
                       call "acctExtract" using meStep
                       call "SYSTEM" using "pause"

                   when "39"
                       call "SYSTEM" using "cls"
                       call "spoolFile"

                   when "48"
                       call "SYSTEM" using "cls"
                       call "periodClose" using currentUser,
                           currentRole

                   when "49"
                       call "SYSTEM" using "cls"
                       call "notifyFile" using notifyMode

                   when "50"
                       call "SYSTEM" using "cls"
                       call "priceTier" using currentUser,
                           currentRole

                   when "51"
                       call "SYSTEM" using "cls"
                       call "inspectFile" using inspMode, inspWoNumber,
                           currentUser, currentRole

                   when "52"
                       call "SYSTEM" using "cls"
                       call "keyCabinet" using garageChoice,
                           currentUser

                   when "53"
                       call "SYSTEM" using "cls"
                       call "tyreStore" using garageChoice,
                           currentUser, currentRole

                   when "54"
                       call "SYSTEM" using "cls"
                       call "consignFile" using garageChoice,
                           currentUser, currentRole

                   when "55"
                       call "SYSTEM" using "cls"
                       call "financeFile" using currentUser,
                           currentRole, garageChoice

                   when "56"
                       call "SYSTEM" using "cls"
                       call "testDrive" using garageChoice, currentUser

                   when "57"
                       call "SYSTEM" using "cls"
                       call "reconFile" using garageChoice,
                           currentUser, currentRole

                   when "58"
                       call "SYSTEM" using "cls"
                       call "archiveFile" using garageChoice,
                           currentUser, currentRole

                   when "59"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "[59] Approvals" to deniedOption
                           perform NOTE-DENIED
                           call "SYSTEM" using "pause"
                       else
                           call "approvalFile" using currentUser
                       end-if

                   when "60"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "[60] Month-End Run" to deniedOption
                           perform NOTE-DENIED
                       else
                           call "monthEnd" using currentUser
                       end-if
                       call "SYSTEM" using "pause"

                   when "61"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
                           move "[61] Site Profitability"
                               to deniedOption
                           perform NOTE-DENIED
                       else
                           call "siteProfit" using currentUser
                       end-if
                       call "SYSTEM" using "pause"

                   when "62"
                       call "SYSTEM" using "cls"
                       call "surveyFile" using currentUser,
                           currentRole

                   when "63"
                       call "SYSTEM" using "cls"
                       call "complaintFile" using currentUser,
                           currentRole, garageChoice

                   when "64"
                       call "SYSTEM" using "cls"
                       call "equipFile" using currentUser,
                           currentRole, garageChoice

                   when "65"
                       call "SYSTEM" using "cls"
                       call "keeperFile" using keeperMode,
                           currentUser, currentRole

                   when "66"
                       call "SYSTEM" using "cls"
                       call "subletFile" using currentUser,
                           currentRole, garageChoice

                   when "67"
                       call "SYSTEM" using "cls"
                       move "M" to meMode
                       call "servicePlan" using currentUser,
                           currentRole, garageChoice, meStep

                   when "68"
                       call "SYSTEM" using "cls"
                       call "wasteFile" using currentUser,
                           currentRole, garageChoice

                    when "77"
                       call "SYSTEM" using "cls"
                       if currentRole not = 'S'
