                   MOVE WSRecordDateNum TO WSActMarkerDate(WSActIndex)
               END-IF
           WHEN "InterestCredit"
           WHEN "MaintenanceFee"
           WHEN "ChargeOff"
           WHEN "HoldReleased"
           WHEN "DormantFlagged"
           WHEN "BillPaymentReturned"
*> Things that happen TO an account, not things the customer did -
*> interest, fees and system markers must never keep an account
*> looking active.
               CONTINUE
           WHEN OTHER
               IF WSRecordDateNum > WSActLastDate(WSActIndex)
       EVALUATE CMAccountStatus
           WHEN "Closed"
               CONTINUE
           WHEN "ChargedOff"
*> Written off and with collections - the account is being chased,
*> not abandoned.
               CONTINUE
           WHEN "Frozen"
*> A freeze is a deliberate hold placed by a teller - it is not
*> abandonment, and flagging it dormant would fight the fraud
       PERFORM GetNextTransactionRef
       MOVE TRRNextRef TO TransactionRef
       MOVE ZERO TO LinkedRef
       MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime
       WRITE TransactionData
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO WRITE TRANSACTION RECORD - STATUS " WSFileStatus
