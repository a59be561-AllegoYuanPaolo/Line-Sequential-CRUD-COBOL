       01 invline-rec.
           02 ivlInvNumber pic 9(06).
           02 ivlLineNo pic 9(03).
           *> L labour, P parts, S sundries - the three subtotals
           *> on the printed invoice
           02 ivlType pic x(01).
           02 ivlDescription pic x(30).
           02 ivlQty pic 9(05).
           02 ivlUnitPrice pic 9(05)v99.
           *> quantity times unit price, and the tax charged on it;
           *> the invoice's total and tax are the sums of these
           02 ivlNet pic 9(07)v99.
           02 ivlTax pic 9(07)v99.
