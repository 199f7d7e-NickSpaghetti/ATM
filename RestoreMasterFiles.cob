*> still check out, so a snapshot that rotted on disk can never be
*> loaded over a master file that might still be recoverable. The
*> restore is posted to TransactionsHistory as a zero-amount
*> "MasterRestore" audit record carrying the signed-on operator's ID,
*> so the fact that the ledger jumped back in time is itself on the
*> record. Only a Supervisor may run a restore.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
01 SnapshotControlRecord.
       02 WSSnapshotDate PIC 9(08) VALUE ZERO.
       02 WSConfirm PIC X(01) VALUE 'N'.
           88 WSConfirmed VALUE 'Y'.
       02 WSSignOnTries PIC 9(01) VALUE ZERO.

01 SnapshotNames.
       02 WSCustomerBakName PIC X(40) VALUE SPACE.
01 DollarFormat PIC $$,$$$,$$$,$$$,$$9.99-.

       COPY TransactionRefRequest.
       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       MOVE FUNCTION CURRENT-DATE(1:8) TO SessionDate

       PERFORM SignOnOperator
*> The audit trail carries the verified operator ID, not a typed name.
       MOVE OSOperatorId TO WSOperatorName
       DISPLAY "Snapshot date to restore (YYYYMMDD): "
       ACCEPT WSSnapshotDate
       PERFORM BuildSnapshotNames
       DISPLAY "Remember the transaction history was NOT rolled back - run the reports before reopening."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "RestoreMasterFiles" TO OSProgram
       MOVE "SignOn" TO OSFunctionName
       MOVE "Supervisor" TO OSRequiredRole
       MOVE ZERO TO WSSignOnTries
       MOVE '81' TO OSResult
       PERFORM UNTIL OSRequestOk OR WSSignOnTries = 3
           ADD 1 TO WSSignOnTries
           DISPLAY "Operator ID: "
           ACCEPT OSOperatorId
           DISPLAY "Password: "
           ACCEPT OSPassword
           CALL 'OperatorSignOn' USING OperatorSignOnRequest
           IF NOT OSRequestOk
               DISPLAY OSMessage
               IF NOT OSSignOnFailed
                   STOP RUN
               END-IF
           END-IF
       END-PERFORM
       IF NOT OSRequestOk
           STOP RUN
       END-IF
       MOVE SPACE TO OSPassword
       DISPLAY "Signed on: " OSOperatorId " " OSOperatorName.

BuildSnapshotNames.
       STRING "CustomerMaster." DELIMITED BY SIZE
           WSSnapshotDate DELIMITED BY SIZE
       PERFORM GetNextTransactionRef
       MOVE TRRNextRef TO TransactionRef
       MOVE ZERO TO LinkedRef
       MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime
       WRITE TransactionData
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO WRITE TRANSACTION RECORD - STATUS " WSFileStatus
