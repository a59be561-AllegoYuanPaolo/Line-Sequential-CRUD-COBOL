       01 meStep.
           *> B when the month-end run drives the step unattended;
           *> anything else is an operator working from the menu
           02 meMode pic x(01).
           *> which job a program with several is to run
           02 meJob pic x(08).
           *> the month the run is for
           02 meMonth pic 9(06).
           *> what the step did, for the run log's cross-checks:
           *> records it produced and the money they add up to
           02 meCount pic 9(07).
           02 meAmount pic s9(09)v99.
           *> Y the step finished, N it could not run
           02 meResult pic x(01).
