      *> CardRecord.cpy
      *> Shared record layout for CardMaster.dat, the ATM card file
      *> keyed by card number. Every card belongs to one account and
      *> to one named owner on it - owner 1 is CMFullName, owner 2 the
      *> CMSecondOwnerName joint holder - so the PIN checked at the
      *> terminal is that owner's PIN alone. COPY this into the FD of
      *> any program that reads or writes the card file, so the layout
      *> only has to change in one place. MaintainCards.cob issues,
      *> replaces and hot-lists cards; ATM.cob refuses any card that
      *> is not Active or has run past its expiry month.
       01 CardRecord.
           02 CDCardNumber PIC 9(16).
           02 CDAccountNumber PIC 9(08).
           02 CDOwnerNumber PIC 9(01).
               88 CDFirstOwnerCard VALUE 1.
               88 CDSecondOwnerCard VALUE 2.
      *> The card is good through the last day of this month (YYYYMM),
      *> the same as the MM/YY embossed on the front of it.
           02 CDExpiryYearMonth PIC 9(06).
           02 CDIssueDate PIC 9(08).
      *> Lost and Stolen are the hot-list statuses set by a teller;
      *> Captured is set by the terminal that retained a hot-listed
      *> card, Expired by the terminal (or a replacement) once the
      *> expiry month has passed.
           02 CDStatus PIC X(10).
               88 CDStatusActive VALUE "Active".
               88 CDStatusLost VALUE "Lost".
               88 CDStatusStolen VALUE "Stolen".
               88 CDStatusExpired VALUE "Expired".
               88 CDStatusCaptured VALUE "Captured".
               88 CDStatusHotListed VALUE "Lost" "Stolen".
      *> The card that replaced this one, zero until it is replaced.
           02 CDReplacedBy PIC 9(16).
