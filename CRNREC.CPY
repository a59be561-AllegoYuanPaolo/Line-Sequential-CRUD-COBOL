       01 crednote-rec.
           02 crnNumber pic 9(06).
           *> the invoice the credit reverses, wholly or in part
           02 crnInvNumber pic 9(06).
           02 crnCustNumber pic 9(06).
           02 crnDate pic 9(08).
           *> gross amount credited, tax included; crnTax is the tax
           *> portion backed out of the quarter the credit falls in
           02 crnAmount pic 9(07)v99.
           02 crnTax pic 9(07)v99.
           02 crnReason pic x(30).
           02 crnUser pic x(08).
           *> money handed back when the credit leaves the invoice
           *> overpaid: C cash, D card, T bank transfer, space when
           *> the credit only reduced what was still owed
           02 crnRefundAmount pic 9(07)v99.
           02 crnRefundMethod pic x(01).
