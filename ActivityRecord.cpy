           02 AAAmount PIC S99999999V99.
           02 AABallance PIC S99999999V99.
           02 AAAccountType PIC X(10).
      *> Terminal and time of day the history record was written,
      *> carried so the session velocity checks can see how recent a
      *> widthdrawl was and which machine it came from. Zero time when
      *> the history record predates the time stamp.
           02 AATerminalId PIC X(08).
           02 AATransactionTime PIC 9(06).
