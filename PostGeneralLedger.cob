*> on no ledger line but must still be recognized so an unknown
*> action can be refused. GL accounts: 1010 cash in terminals, 1030
*> payroll clearing, 1090 teller adjustment suspense, 2010 customer
*> deposits, 2090 internal transfer clearing, 2095 outbound bill
*> payment clearing, 4010 fee income, 5010 interest expense, 5020
*> overdraft charge-off losses.
01 GLMapValues.
       02 FILLER PIC X(59) VALUE "Deposit                                           10102010N".
       02 FILLER PIC X(59) VALUE "Widthdrawl                                        10102010N".
       02 FILLER PIC X(59) VALUE "OverdraftFee                                      40102010N".
       02 FILLER PIC X(59) VALUE "MaintenanceFee                                    40102010N".
       02 FILLER PIC X(59) VALUE "ChargeOff                                         50202010N".
       02 FILLER PIC X(59) VALUE "DirectDeposit                                     10302010N".
       02 FILLER PIC X(59) VALUE "InterestCredit                                    50102010N".
       02 FILLER PIC X(59) VALUE "TransferIn                                        20902010N".
       02 FILLER PIC X(59) VALUE "TransferOut                                       20902010N".
       02 FILLER PIC X(59) VALUE "Reversal                                          10902010N".
       02 FILLER PIC X(59) VALUE "BillPayment                                       20952010N".
       02 FILLER PIC X(59) VALUE "BillPaymentReturned                               20952010N".
       02 FILLER PIC X(59) VALUE "OpeningBallance                                   00000000Y".
       02 FILLER PIC X(59) VALUE "HoldReleased                                      00000000Y".
       02 FILLER PIC X(59) VALUE "PinUnlock                                         00000000Y".
       02 FILLER PIC X(59) VALUE "DormantFlagged                                    00000000Y".
       02 FILLER PIC X(59) VALUE "DormantReactivated                                00000000Y".
       02 FILLER PIC X(59) VALUE "MasterRestore                                     00000000Y".
       02 FILLER PIC X(59) VALUE "CardIssued                                        00000000Y".
       02 FILLER PIC X(59) VALUE "CardReplaced                                      00000000Y".
       02 FILLER PIC X(59) VALUE "CardHotListed                                     00000000Y".
       02 FILLER PIC X(59) VALUE "TaxInfoChanged                                    00000000Y".
       02 FILLER PIC X(59) VALUE "AlertsChanged                                     00000000Y".
       02 FILLER PIC X(59) VALUE "PayeeAdded                                        00000000Y".
       02 FILLER PIC X(59) VALUE "PayeeChanged                                      00000000Y".
       02 FILLER PIC X(59) VALUE "PayeeRemoved                                      00000000Y".
       02 FILLER PIC X(59) VALUE "PayeeReviewCleared                                00000000Y".
       02 FILLER PIC X(59) VALUE "FraudConfirmed                                    00000000Y".
       02 FILLER PIC X(59) VALUE "FraudCleared                                      00000000Y".
01 GLMapTable REDEFINES GLMapValues.
       02 GLMapEntry OCCURS 36 TIMES.
           03 GLMapAction PIC X(50).
           03 GLMapDrAccount PIC 9(04).
           03 GLMapCrAccount PIC 9(04).
*> order.
01 ActionTotalsTable.
       02 WSActionCount PIC 9(02) VALUE ZERO.
       02 WSActionEntry OCCURS 42 TIMES.
           03 WSActionName PIC X(50).
           03 WSActionTotal PIC S9(11)V99.

       IF WSActionSlotFound
           SUBTRACT 1 FROM WSActionIndex
       ELSE
           IF WSActionCount >= 42
               DISPLAY "ACTION TABLE FULL - RAISE THE TABLE SIZE AND RERUN"
               PERFORM FailBatchRunControl
               STOP RUN
LookUpGLMapEntry.
       MOVE 'N' TO WSMapFound
       PERFORM VARYING WSMapIndex FROM 1 BY 1
           UNTIL WSMapIndex > 36 OR WSMapSlotFound
           IF GLMapAction(WSMapIndex) = WSActionName(WSActionIndex)
               MOVE 'Y' TO WSMapFound
           END-IF
