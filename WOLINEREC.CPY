       01 woLine-rec.
           02 wlWoNumber pic 9(06).
           02 wlDescription pic x(30).
           02 wlCost pic 9(05)v99.
           *> L labour, S sundries (consumables, disposal, the odd
           *> charge); lines keyed before the split read back as
           *> spaces and bill as labour
           02 wlType pic x(01).
           *> catalog job the line came from; spaces for free text
           02 wlJobCode pic x(08).
           *> the catalog price before the customer's tier was
           *> applied; the difference is the discount given
           02 wlListCost pic 9(05)v99.
