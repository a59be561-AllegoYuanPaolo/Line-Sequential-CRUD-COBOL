       01 runLog-rec.
           *> FLEETBIL fleet billing, STMTRUN customer statements,
           *> TAXRPT the quarterly tax report
           02 rlRunType pic x(08).
           *> the month the run covers - the quarter's last month
           *> for the tax report
           02 rlMonth pic 9(06).
           02 rlRunDate pic 9(08).
           02 rlUser pic x(08).
