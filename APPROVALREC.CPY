       01 approval-rec.
           02 apNumber pic 9(06).
           *> CRSTOP release a customer from credit stop, BKOVR
           *> book on a stopped account, PRICE cut an asking price,
           *> STKVAR post a stocktake, UNLOCK break an edit lock
           02 apAction pic x(06).
           02 apRequester pic x(08).
           02 apReqDate pic 9(08).
           02 apReqTime pic 9(06).
           02 apGarage pic x(40).
           *> what the change is to: customer number, car record
           *> id, the garage counted, or the lock file's name
           02 apRef pic x(44).
           02 apBefore pic x(30).
           02 apAfter pic x(30).
           *> the amounts behind a price change, or the size of
           *> a stocktake variance
           02 apAmountBefore pic 9(07)v99.
           02 apAmountAfter pic 9(07)v99.
           02 apReason pic x(40).
           *> P pending, A approved and applied, R rejected,
           *> X expired unanswered, U an approved booking override
           *> since used
           02 apStatus pic x(01).
           02 apDecider pic x(08).
           02 apDecDate pic 9(08).
           02 apDecTime pic 9(06).
