      *> ATMJournalRecord.cpy
      *> Shared record layout for ATMJournal.dat, the terminals'
      *> electronic journal of every customer turned away or
      *> transaction abandoned at the machine - the events ATM.cob used
      *> to DISPLAY and forget. Money never moves on a journal event,
      *> so none of it reaches TransactionsHistory; this is where a
      *> "the machine wouldn't give me my money" dispute is researched.
      *> The lobby and vestibule machines share the one file, each
      *> entry stamped with the terminal it happened at. COPY this into
      *> the FD of any program that writes or reads the journal, so the
      *> layout only has to change in one place. DeclineAnalysis.cob
      *> reports the business date's events by terminal and reason.
       01 ATMJournalEntry.
           02 JRTerminalId PIC X(08).
           02 JRReasonCode PIC X(12).
      *> Declines - the terminal refused what the customer asked for.
               88 JRWrongPin VALUE "WrongPin".
               88 JRPinLockout VALUE "PinLockout".
               88 JRDailyLimit VALUE "DailyLimit".
               88 JROverBalance VALUE "OverBalance".
               88 JRNotWholeNotes VALUE "NotWholeAmt".
               88 JRLowCash VALUE "LowCash".
               88 JRNoNoteMix VALUE "NoNoteMix".
               88 JROutOfService VALUE "OutOfService".
               88 JRCutover VALUE "Cutover".
               88 JRAccountFrozen VALUE "AcctFrozen".
               88 JRAccountClosed VALUE "AcctClosed".
               88 JRAccountLocked VALUE "AcctLocked".
               88 JRAccountDormant VALUE "AcctDormant".
               88 JRAccountChargedOff VALUE "AcctChgOff".
               88 JRCardRetained VALUE "CardRetained".
      *> A velocity rule was breached - the account has been frozen
      *> and the breach written to VelocityHits.dat.
               88 JRVelocityBreach VALUE "Velocity".
      *> Abandoned - the customer backed out of a widthdrawl.
               88 JRCancelled VALUE "Cancelled".
      *> What the customer was doing: Logon, Session (between menu
      *> actions), Widthdrawl, Transfer or BillPay.
           02 JRAttempted PIC X(10).
      *> Zero before the card is read (a cutover turn-away).
           02 JRAccountNumber PIC 9(08).
           02 JRDate PIC 9(08).
           02 JRTime PIC 9(06).
      *> What the customer asked for - zero where no amount had been
      *> keyed yet. The record ends in numeric fields on purpose: the
      *> journal is LINE SEQUENTIAL, which strips trailing spaces.
           02 JRRequestedAmount PIC 9(08)V99.
