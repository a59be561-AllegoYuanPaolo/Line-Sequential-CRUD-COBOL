       01 case-rec.
           02 caseNumber pic 9(06).
           02 caseCustNumber pic 9(06).
           *> what the complaint is about, where it can be tied
           *> down: W a work order, I an invoice, S a vehicle sale
           *> (the car's record id at the selling site), C a
           *> comeback service line (its SVCHIST line number);
           *> space when the complaint stands on its own
           02 caseLinkType pic x(01).
           02 caseLinkRef pic 9(08).
           *> filled in from the link when the case is opened: the
           *> vehicle, the site, the technician, and the invoice
           *> goodwill is credited against
           02 caseCarId pic 9(06).
           02 caseGarage pic x(04).
           02 caseTechNumber pic 9(04).
           02 caseInvNumber pic 9(06).
           *> QW quality of work, DL delay, PR price or billing,
           *> ST staff, DM damage, PT parts, SL the sale, OT other
           02 caseCategory pic x(02).
           02 caseSummary pic x(60).
           *> who is seeing it through, and by when
           02 caseOwner pic x(08).
           02 caseTargetDate pic 9(08).
           02 caseOpenDate pic 9(08).
           02 caseOpenUser pic x(08).
           *> O open, R resolved
           02 caseStatus pic x(01).
           02 caseResolvedDate pic 9(08).
           02 caseResolvedUser pic x(08).
           02 caseOutcome pic x(60).
           *> goodwill given, tax included, and the credit note it
           *> went out on; 0 when none was given
           02 caseGoodwill pic 9(07)v99.
           02 caseCrnNumber pic 9(06).
