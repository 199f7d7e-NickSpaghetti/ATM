           WHEN "DormantReactivated"
           WHEN "PinChanged"
           WHEN "MasterRestore"
           WHEN "CardIssued"
           WHEN "CardReplaced"
           WHEN "CardHotListed"
           WHEN "TaxInfoChanged"
           WHEN "AlertsChanged"
           WHEN "PayeeAdded"
           WHEN "PayeeChanged"
           WHEN "PayeeRemoved"
           WHEN "PayeeReviewCleared"
           WHEN "FraudConfirmed"
           WHEN "FraudCleared"
               CONTINUE
           WHEN OTHER
               PERFORM HandleMonetaryRecord
           END-IF
           ADD 1 TO WSSectionLineCount
           COMPUTE WSRunningBallance = WSRunningBallance + Amount
           IF Action = "OverdraftFee" OR Action = "MaintenanceFee"
               COMPUTE WSTotalFees = WSTotalFees + (Amount * -1)
           END-IF
           IF Action = "InterestCredit"
