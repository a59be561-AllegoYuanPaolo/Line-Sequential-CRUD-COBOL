       01 caselog-rec.
           02 clCaseNumber pic 9(06).
           02 clDate pic 9(08).
           02 clTime pic 9(06).
           02 clUser pic x(08).
           02 clAction pic x(60).
