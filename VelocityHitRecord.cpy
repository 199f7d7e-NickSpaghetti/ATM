      *> VelocityHitRecord.cpy
      *> Shared record layout for VelocityHits.dat, one record for
      *> every velocity rule an ATM session breached. The terminal
      *> writes it at the moment it declines the transaction and
      *> freezes the account; the nightly VelocityReview report lists
      *> them, and the fraud desk confirms or clears each one through
      *> TellerMaintenance. Keyed on the date, time and terminal of the
      *> breach - a terminal freezes the account and ends the session
      *> on a hit, so it can never write two in the same second. COPY
      *> this into the FD of any program that reads or writes the hit
      *> file, so the layout only has to change in one place.
       01 VelocityHitRecord.
           02 VHHitKey.
               03 VHHitDate PIC 9(08).
               03 VHHitTime PIC 9(06).
               03 VHTerminalId PIC X(08).
           02 VHAccountNumber PIC 9(08).
           02 VHRuleCode PIC X(10).
      *> What the customer was doing: Logon, Widthdrawl, Transfer or
      *> BillPay, and the amount asked for (zero at logon).
           02 VHAttempted PIC X(10).
           02 VHAmount PIC S9(07)V99.
      *> How many matching records the rule counted (the one being
      *> asked for included), and for TERMHOP the terminal the card
      *> was last used at.
           02 VHObservedCount PIC 9(03).
           02 VHOtherTerminal PIC X(08).
      *> TransactionRef of the FreezePlaced record the hit wrote.
           02 VHFreezeRef PIC 9(10).
      *> Open until the fraud desk reviews it. Confirmed keeps the
      *> account frozen; Cleared lifts the freeze.
           02 VHStatus PIC X(10).
               88 VHStatusOpen VALUE "Open".
               88 VHStatusConfirmed VALUE "Confirmed".
               88 VHStatusCleared VALUE "Cleared".
           02 VHReviewedBy PIC X(08).
           02 VHReviewDate PIC 9(08).
