                                      ==CMProductTier==        BY ==BakProductTier==
                                      ==CMSecondOwnerName==    BY ==BakSecondOwnerName==
                                      ==CMSecondOwnerPin==     BY ==BakSecondOwnerPin==
                                      ==CMHasSecondOwner==     BY ==BakHasSecondOwner==
                                      ==CMOverdrawnSince==     BY ==BakOverdrawnSince==
                                      ==CMTaxId==              BY ==BakTaxId==
                                      ==CMMailingAddress==     BY ==BakMailingAddress==
                                      ==CMMailStreet==         BY ==BakMailStreet==
                                      ==CMMailCity==           BY ==BakMailCity==
                                      ==CMMailState==          BY ==BakMailState==
                                      ==CMMailZip==            BY ==BakMailZip==
                                      ==CMAlertSettings==      BY ==BakAlertSettings==
                                      ==CMAlertPhone==         BY ==BakAlertPhone==
                                      ==CMAlertEmail==         BY ==BakAlertEmail==
                                      ==CMAlertChannel==       BY ==BakAlertChannel==
                                      ==CMAlertWidthdrawlOver== BY ==BakAlertWidthdrawlOver==
                                      ==CMAlertBallanceFloor== BY ==BakAlertBallanceFloor==
                                      ==CMAlertOnOverdraft==   BY ==BakAlertOnOverdraft==
                                      ==CMAlertOnDirectDeposit== BY ==BakAlertOnDirectDeposit==
                                      ==CMAlertOnHoldRelease== BY ==BakAlertOnHoldRelease==
                                      ==CMAlertOnOrderSkipped== BY ==BakAlertOnOrderSkipped==.

FD  CashSnapshot.
       COPY CashInventoryRecord REPLACING ==CashInventoryRecord== BY ==BakCashRecord==
                                  ==TPTierCode==             BY ==BakTierCode==
                                  ==TPDailyWithdrawlLimit==  BY ==BakDailyWithdrawlLimit==
                                  ==TPOverdraftLimit==       BY ==BakOverdraftLimit==
                                  ==TPOverdraftFee==         BY ==BakOverdraftFee==
                                  ==TPMaintenanceFee==       BY ==BakMaintenanceFee==
                                  ==TPFeeWaiverBallance==    BY ==BakFeeWaiverBallance==
                                  ==TPChargeOffDays==        BY ==BakChargeOffDays==.

FD  SnapshotControl.
*> The proof the restore utility checks before it will reload
