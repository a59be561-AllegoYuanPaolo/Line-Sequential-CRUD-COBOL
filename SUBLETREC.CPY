       01 sublet-rec.
           02 sbNumber pic 9(06).
           02 sbWoNumber pic 9(06).
           *> the GARAGES.DAT code of the site that sent it out
           02 sbGarage pic x(04).
           *> the outside vendor, from SUPPLIER.DAT
           02 sbSuppNumber pic 9(04).
           *> B bodywork, W windscreen, U upholstery, A alignment,
           *> O other
           02 sbCategory pic x(01).
           02 sbDescription pic x(30).
           02 sbExpCost pic 9(05)v99.
           02 sbSentDate pic 9(08).
           02 sbDueDate pic 9(08).
           *> O out with the vendor, B back, X cancelled
           02 sbStatus pic x(01).
           02 sbBackDate pic 9(08).
           *> the vendor's own invoice against the job
           02 sbVendInvoice pic x(12).
           02 sbActualCost pic 9(05)v99.
           *> what went on the customer's invoice: the cost it was
           *> charged on (the actual when known, else the expected),
           *> the markup used and the line amount; 0 until invoiced
           02 sbChargedCost pic 9(05)v99.
           02 sbMarkupPct pic 9(03)v99.
           02 sbCharge pic 9(05)v99.
           02 sbInvNumber pic 9(06).
           02 sbUser pic x(08).
