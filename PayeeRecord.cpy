      *> PayeeRecord.cpy
      *> Shared record layout for Payees.dat, the bill-pay payee file
      *> keyed by payee number. Every payee belongs to one customer
      *> account - the same biller registered by two customers is two
      *> payees. COPY this into the FD of any program that reads or
      *> writes the payee file, so the layout only has to change in
      *> one place. MaintainPayees.cob registers, corrects and removes
      *> payees; ATM.cob pays Active payees only; PostReturnedPayments
      *> puts a payee under Review when a payment to it comes back.
       01 PayeeRecord.
           02 PYPayeeNumber PIC 9(08).
           02 PYAccountNumber PIC 9(08).
           02 PYPayeeName PIC X(40).
      *> The payee's bank routing (ABA) number and their account there -
      *> where the clearing partner sends the money.
           02 PYRoutingNumber PIC 9(09).
           02 PYPayeeAccount PIC X(17).
      *> Review is set by a returned payment and holds every further
      *> payment to the payee until a teller has checked the details
      *> with the customer and cleared it.
           02 PYStatus PIC X(10).
               88 PYStatusActive VALUE "Active".
               88 PYStatusReview VALUE "Review".
               88 PYStatusRemoved VALUE "Removed".
           02 PYAddedDate PIC 9(08).
      *> The clearing partner's return code from the payment that put
      *> the payee under Review, spaces otherwise.
           02 PYReviewReason PIC X(03).
