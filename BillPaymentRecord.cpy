      *> BillPaymentRecord.cpy
      *> Shared record layout for BillPayments.dat, the outbound bill
      *> payment file keyed by payment number. ATM.cob writes a Pending
      *> record for every bill payment it posts, carrying the history
      *> reference of the "BillPayment" debit; SendBillPayments.cob
      *> gathers the Pending payments into the clearing partner's
      *> outbound file at end of day and marks them Sent; and
      *> PostReturnedPayments.cob marks a payment the partner hands
      *> back Returned once the customer has been re-credited. COPY
      *> this into the FD of any program that reads or writes the
      *> payment file, so the layout only has to change in one place.
       01 BillPaymentRecord.
           02 BPPaymentNumber PIC 9(08).
           02 BPAccountNumber PIC 9(08).
           02 BPPayeeNumber PIC 9(08).
           02 BPAmount PIC S9(07)V99.
           02 BPPaymentDate PIC 9(08).
           02 BPTransactionRef PIC 9(10).
           02 BPStatus PIC X(10).
               88 BPStatusPending VALUE "Pending".
               88 BPStatusSent VALUE "Sent".
               88 BPStatusReturned VALUE "Returned".
      *> The outbound batch the payment went out in (the business date
      *> it was sent), zero until it is sent.
           02 BPSentDate PIC 9(08).
           02 BPReturnedDate PIC 9(08).
           02 BPReturnCode PIC X(03).
