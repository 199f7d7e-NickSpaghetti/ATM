      *> make the records come out variable length.
           02 TransactionRef PIC 9(10).
           02 LinkedRef PIC 9(10).
      *> Time of day the record was written (HHMMSS), so the session
      *> velocity checks can tell how close together a customer's
      *> widthdrawls and terminal changes fall. Records written before
      *> this field existed read as spaces - treat them as "time not
      *> known", never as midnight. Numeric, and last, for the same
      *> LINE SEQUENTIAL reason as the reference fields above.
           02 TransactionTime PIC 9(06).
