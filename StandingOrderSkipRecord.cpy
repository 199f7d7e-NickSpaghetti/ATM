      *> StandingOrderSkipRecord.cpy
      *> Shared record layout for StandingOrderSkips.dat, the
      *> machine-readable copy of the SKIPPED lines on
      *> StandingOrders.rpt. PostStandingOrders.cob rewrites the file
      *> on every run with one entry per due order it could not post;
      *> the CustomerAlerts job reads it to tell the customer. COPY this
      *> into the FD of any program that writes or reads the skip list,
      *> so the layout only has to change in one place.
       01 StandingOrderSkipEntry.
      *> The business date the order was skipped on.
           02 SKBusinessDate PIC 9(08).
           02 SKOrderNumber PIC 9(08).
           02 SKAccountNumber PIC 9(08).
           02 SKFromAccountType PIC X(10).
           02 SKToAccountType PIC X(10).
           02 SKReason PIC X(30).
               88 SKInsufficientFunds VALUE "INSUFFICIENT FUNDS".
      *> The record ends in a numeric field on purpose: the file is
      *> LINE SEQUENTIAL, which strips trailing spaces.
           02 SKAmount PIC 9(07)V99.
