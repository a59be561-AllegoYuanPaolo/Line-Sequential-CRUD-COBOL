               display "[2] - Match Campaign Across Garages"
               display "[3] - Record Remediation"
               display "[4] - Campaign Status / Close-Out"
               display "[5] - Manufacturer Warranty Claims"
               display spaces
               display "[00] - Back"
               display "Enter choice >" no advancing
                       perform CAMPAIGN-STATUS
                       call "SYSTEM" using "pause"

                   when "5"
                       call "warrantyClaim" using currentUser

                   when other
                       display "   > Invalid option."
                       call "SYSTEM" using "pause"
