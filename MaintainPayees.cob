       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainPayees.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Teller-run bill-pay payee maintenance utility. Registers a payee
*> against a customer's account (name, bank routing number and the
*> payee's account there), corrects a payee's details, removes a
*> payee the customer no longer pays, and clears the Review hold a
*> returned payment puts on a payee once the details have been
*> checked with the customer. Payee numbers are handed out past the
*> highest number on file. Routing numbers must pass the ABA check
*> digit, so a mistyped digit is caught at the counter rather than
*> coming back from the clearing partner days later. Every action
*> is written to TransactionsHistory as a zero-amount audit record
*> carrying the signed-on operator's ID, the same trail
*> TellerMaintenance leaves for the account status lifecycle. Any
*> Teller or Supervisor may sign on.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TransactionsHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSFileStatus.
       SELECT CustomerMaster ASSIGN TO "CustomerMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT Payees ASSIGN TO "Payees.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PYPayeeNumber
           FILE STATUS  WSPayeeFileStatus.
       SELECT BillPayments ASSIGN TO "BillPayments.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BPPaymentNumber
           FILE STATUS  WSPaymentFileStatus.
DATA DIVISION.
FILE SECTION.
FD  TransactionsHistory.
       COPY TransactionRecord.
FD  CustomerMaster.
       COPY CustomerRecord.
FD  Payees.
       COPY PayeeRecord.
FD  BillPayments.
       COPY BillPaymentRecord.
WORKING-STORAGE SECTION.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
       88 WSCustomerNotFound VALUE '23'.
01 WSPayeeFileStatus PIC X(2).
       88 WSPayeeFileOk VALUE '00'.
       88 WSPayeeNotFound VALUE '23'.
       88 WSPayeeFileNotCreated VALUE '35'.
01 WSPaymentFileStatus PIC X(2).
       88 WSPaymentFileOk VALUE '00'.
       88 WSPaymentFileNotCreated VALUE '35'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSTodayDateNum REDEFINES SessionDate PIC 9(08).

01 MaintenanceSession.
       02 WSTellerName PIC X(500).
       02 WSWorkAccountNumber PIC 9(08) VALUE ZERO.
       02 WSMenuChoice PIC S9 VALUE -1.
       02 WSMoreWork PIC X(01) VALUE 'Y'.
           88 WSWantsMoreWork VALUE 'Y'.
       02 WSConfirm PIC X(01) VALUE 'N'.
           88 WSConfirmed VALUE 'Y'.
       02 WSAuditAction PIC X(50) VALUE SPACE.
       02 WSSignOnTries PIC 9(01) VALUE ZERO.

01 PayeeWork.
       02 WSWorkPayeeNumber PIC 9(08) VALUE ZERO.
       02 WSNextPayeeNumber PIC 9(08) VALUE ZERO.
       02 WSPayeesListed PIC 9(03) VALUE ZERO.
       02 WSEndOfPayees PIC X(01) VALUE 'N'.
           88 WSAtEndOfPayees VALUE 'Y'.
       02 WSNewPayeeName PIC X(40) VALUE SPACE.
       02 WSNewPayeeAccount PIC X(17) VALUE SPACE.
       02 WSNewRouting PIC X(09) VALUE SPACE.
       02 WSPendingPayments PIC 9(05) VALUE ZERO.
       02 WSEndOfPayments PIC X(01) VALUE 'N'.
           88 WSAtEndOfPayments VALUE 'Y'.

*> The ABA check: three times digits 1, 4 and 7, plus seven times
*> digits 2, 5 and 8, plus digits 3, 6 and 9 must be a multiple of
*> ten.
01 RoutingCheck.
       02 WSRoutingNumber PIC 9(09) VALUE ZERO.
       02 WSRoutingDigits REDEFINES WSRoutingNumber.
           03 WSRoutingDigit PIC 9(01) OCCURS 9 TIMES.
       02 WSRoutingSum PIC 9(04) VALUE ZERO.
       02 WSRoutingQuotient PIC 9(04) VALUE ZERO.
       02 WSRoutingRemainder PIC 9(01) VALUE ZERO.
       02 WSRoutingValid PIC X(01) VALUE 'N'.
           88 WSRoutingIsValid VALUE 'Y'.

01 AccountSlotControl.
       02 WSCheckingSlot PIC 9(01) VALUE 1.
       02 WSSavingsSlot PIC 9(01) VALUE 2.

       COPY TransactionRefRequest.
       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       MOVE FUNCTION CURRENT-DATE(1:8) TO SessionDate

       PERFORM SignOnOperator
*> The audit trail carries the verified operator ID, not a typed name.
       MOVE OSOperatorId TO WSTellerName

       OPEN INPUT CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           STOP RUN
       END-IF
       OPEN I-O Payees
       IF WSPayeeFileNotCreated
*> First payee on this install - create the empty file so the open
*> below can succeed, same as CustomerMaster gets.
           PERFORM CreatePayeesFile
           OPEN I-O Payees
       END-IF
       IF NOT WSPayeeFileOk
           DISPLAY "UNABLE TO OPEN PAYEES - STATUS " WSPayeeFileStatus
           CLOSE CustomerMaster
           STOP RUN
       END-IF

       PERFORM UNTIL NOT WSWantsMoreWork
           PERFORM MaintainOneAccount
           DISPLAY "Work another account? (Y/N)"
           ACCEPT WSMoreWork
       END-PERFORM

       CLOSE Payees
       CLOSE CustomerMaster
       DISPLAY "Done."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "MaintainPayees" TO OSProgram
       MOVE "SignOn" TO OSFunctionName
       MOVE "Teller" TO OSRequiredRole
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

CreatePayeesFile.
       OPEN OUTPUT Payees
       CLOSE Payees.

ResolveAccountSlots.
       MOVE 1 TO WSCheckingSlot
       MOVE 2 TO WSSavingsSlot
       IF CMAccountType(1) = "Savings"
           MOVE 2 TO WSCheckingSlot
           MOVE 1 TO WSSavingsSlot
       END-IF.

MaintainOneAccount.
       DISPLAY "Account Number (8 digits): "
       ACCEPT WSWorkAccountNumber
       MOVE WSWorkAccountNumber TO CMAccountNumber
       READ CustomerMaster
           INVALID KEY
               CONTINUE
       END-READ
       IF WSCustomerNotFound
           DISPLAY "Account not found."
       ELSE
           PERFORM ResolveAccountSlots
           DISPLAY "Customer: " CMFullName
           IF CMSecondOwnerOnFile
               DISPLAY "Joint:    " CMSecondOwnerName
           END-IF
           DISPLAY "Status:   " CMAccountStatus
           PERFORM ListAccountPayees
           PERFORM RunPayeeMenu
       END-IF.

RunPayeeMenu.
       COMPUTE WSMenuChoice = -1
       PERFORM UNTIL WSMenuChoice = 0
           DISPLAY "Please select one of the following options:"
           DISPLAY "0. Back"
           DISPLAY "1. Register Payee"
           DISPLAY "2. Correct Payee Details"
           DISPLAY "3. Remove Payee"
           DISPLAY "4. Clear Payee Review"
           ACCEPT WSMenuChoice
           EVALUATE WSMenuChoice
               WHEN 0
                   CONTINUE
               WHEN 1
                   PERFORM RegisterPayee
                   PERFORM ListAccountPayees
               WHEN 2
                   PERFORM CorrectPayee
                   PERFORM ListAccountPayees
               WHEN 3
                   PERFORM RemovePayee
                   PERFORM ListAccountPayees
               WHEN 4
                   PERFORM ClearPayeeReview
                   PERFORM ListAccountPayees
               WHEN OTHER
                   DISPLAY "You Entered an Incorrect value please select from one of the 5 options above"
           END-EVALUATE
       END-PERFORM.

ListAccountPayees.
*> Every payee the account has that has not been removed - the file
*> is shared across every account, so filter on the account being
*> worked. The scan also remembers the highest payee number on file
*> so a new payee can be numbered past it.
       MOVE ZERO TO WSPayeesListed
       MOVE ZERO TO WSNextPayeeNumber
       MOVE 'N' TO WSEndOfPayees
       MOVE ZERO TO PYPayeeNumber
       START Payees KEY IS NOT LESS THAN PYPayeeNumber
           INVALID KEY
               MOVE 'Y' TO WSEndOfPayees
       END-START
       PERFORM UNTIL WSAtEndOfPayees
           READ Payees NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfPayees
               NOT AT END
                   MOVE PYPayeeNumber TO WSNextPayeeNumber
                   IF PYAccountNumber = CMAccountNumber
                       AND NOT PYStatusRemoved
                       PERFORM DisplayOnePayee
                   END-IF
           END-READ
       END-PERFORM
       ADD 1 TO WSNextPayeeNumber
       IF WSPayeesListed = ZERO
           DISPLAY "No payees registered for this account."
       END-IF.

DisplayOnePayee.
       ADD 1 TO WSPayeesListed
       DISPLAY "Payee " PYPayeeNumber "  " PYPayeeName "  Routing " PYRoutingNumber "  Acct " PYPayeeAccount "  " PYStatus
       IF PYStatusReview
           DISPLAY "         Payment returned - code " PYReviewReason ". Check the details with the customer before clearing."
       END-IF.

RegisterPayee.
       IF CMAccountStatus = "Closed" OR CMAccountStatus = "ChargedOff"
           DISPLAY "Account is " CMAccountStatus " - a payee cannot be registered."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Payee Name: "
       ACCEPT WSNewPayeeName
       IF WSNewPayeeName = SPACE
           DISPLAY "A payee needs a name - nothing registered."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Payee's Bank Routing Number (9 digits): "
       ACCEPT WSNewRouting
       PERFORM CheckRoutingNumber
       IF NOT WSRoutingIsValid
           DISPLAY "That is not a valid routing number - nothing registered."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Payee's Account Number at that bank: "
       ACCEPT WSNewPayeeAccount
       IF WSNewPayeeAccount = SPACE
           DISPLAY "A payee needs an account number - nothing registered."
           EXIT PARAGRAPH
       END-IF
       MOVE "PayeeAdded" TO WSAuditAction
       PERFORM WriteAuditRecord
       MOVE WSNextPayeeNumber TO PYPayeeNumber
       MOVE CMAccountNumber TO PYAccountNumber
       MOVE WSNewPayeeName TO PYPayeeName
       MOVE WSRoutingNumber TO PYRoutingNumber
       MOVE WSNewPayeeAccount TO PYPayeeAccount
       MOVE "Active" TO PYStatus
       MOVE WSTodayDateNum TO PYAddedDate
       MOVE SPACE TO PYReviewReason
       WRITE PayeeRecord
           INVALID KEY
               DISPLAY "UNABLE TO WRITE PAYEES RECORD - STATUS " WSPayeeFileStatus
               STOP RUN
       END-WRITE
       DISPLAY "Payee " PYPayeeNumber " registered."
       PERFORM ClearPayeeEntry.

CorrectPayee.
*> A blank answer keeps what is on file. Correcting the details does
*> not lift a Review hold by itself - clearing it is its own step,
*> so the trail shows somebody decided the payee was good again.
       PERFORM ReadAccountPayee
       IF NOT WSPayeeFileOk
           EXIT PARAGRAPH
       END-IF
       DISPLAY "New Payee Name (blank to keep): "
       ACCEPT WSNewPayeeName
       DISPLAY "New Routing Number (blank to keep): "
       ACCEPT WSNewRouting
       IF WSNewRouting NOT = SPACE
           PERFORM CheckRoutingNumber
           IF NOT WSRoutingIsValid
               DISPLAY "That is not a valid routing number - nothing changed."
               PERFORM ClearPayeeEntry
               EXIT PARAGRAPH
           END-IF
       END-IF
       DISPLAY "New Payee Account Number (blank to keep): "
       ACCEPT WSNewPayeeAccount
       IF WSNewPayeeName = SPACE AND WSNewRouting = SPACE
           AND WSNewPayeeAccount = SPACE
           DISPLAY "Nothing changed."
           EXIT PARAGRAPH
       END-IF
       IF WSNewPayeeName NOT = SPACE
           MOVE WSNewPayeeName TO PYPayeeName
       END-IF
       IF WSNewRouting NOT = SPACE
           MOVE WSRoutingNumber TO PYRoutingNumber
       END-IF
       IF WSNewPayeeAccount NOT = SPACE
           MOVE WSNewPayeeAccount TO PYPayeeAccount
       END-IF
       MOVE "PayeeChanged" TO WSAuditAction
       PERFORM ApplyPayeeAction
       PERFORM ClearPayeeEntry.

RemovePayee.
*> A payment already taken from the customer but not yet sent to the
*> clearing partner still needs the payee's details - the payee
*> stays until tonight's run has sent it.
       PERFORM ReadAccountPayee
       IF NOT WSPayeeFileOk
           EXIT PARAGRAPH
       END-IF
       PERFORM CountPendingPayments
       IF WSPendingPayments > ZERO
           DISPLAY "Payee has " WSPendingPayments " payment(s) waiting to be sent - remove it after end of day."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Remove payee " PYPayeeName "? (Y/N)"
       ACCEPT WSConfirm
       IF WSConfirmed
           MOVE "Removed" TO PYStatus
           MOVE "PayeeRemoved" TO WSAuditAction
           PERFORM ApplyPayeeAction
       ELSE
           DISPLAY "Payee not removed."
       END-IF
       MOVE 'N' TO WSConfirm.

ClearPayeeReview.
       PERFORM ReadAccountPayee
       IF NOT WSPayeeFileOk
           EXIT PARAGRAPH
       END-IF
       IF NOT PYStatusReview
           DISPLAY "Payee is not under review - nothing to clear."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Have the payee details been confirmed with the customer? (Y/N)"
       ACCEPT WSConfirm
       IF WSConfirmed
           MOVE "Active" TO PYStatus
           MOVE SPACE TO PYReviewReason
           MOVE "PayeeReviewCleared" TO WSAuditAction
           PERFORM ApplyPayeeAction
       ELSE
           DISPLAY "Payee left under review."
       END-IF
       MOVE 'N' TO WSConfirm.

ReadAccountPayee.
*> Payee numbers are unique across the file - never let one
*> account's maintenance touch (or confirm the existence of) another
*> account's payee.
       DISPLAY "Payee number: "
       ACCEPT WSWorkPayeeNumber
       MOVE WSWorkPayeeNumber TO PYPayeeNumber
       READ Payees
           INVALID KEY
               CONTINUE
       END-READ
       IF WSPayeeFileOk
           IF PYAccountNumber NOT = CMAccountNumber OR PYStatusRemoved
               MOVE '23' TO WSPayeeFileStatus
           END-IF
       END-IF
       IF NOT WSPayeeFileOk
           DISPLAY "No payee with that number on this account."
       END-IF.

CheckRoutingNumber.
       MOVE 'N' TO WSRoutingValid
       IF WSNewRouting IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       MOVE WSNewRouting TO WSRoutingNumber
       COMPUTE WSRoutingSum =
           3 * (WSRoutingDigit(1) + WSRoutingDigit(4) + WSRoutingDigit(7))
           + 7 * (WSRoutingDigit(2) + WSRoutingDigit(5) + WSRoutingDigit(8))
           + WSRoutingDigit(3) + WSRoutingDigit(6) + WSRoutingDigit(9)
       DIVIDE WSRoutingSum BY 10
           GIVING WSRoutingQuotient
           REMAINDER WSRoutingRemainder
       IF WSRoutingRemainder = ZERO AND WSRoutingNumber NOT = ZERO
           MOVE 'Y' TO WSRoutingValid
       END-IF.

CountPendingPayments.
*> No payment file on disk just means no bill has ever been paid.
       MOVE ZERO TO WSPendingPayments
       MOVE 'N' TO WSEndOfPayments
       OPEN INPUT BillPayments
       IF WSPaymentFileNotCreated
           EXIT PARAGRAPH
       END-IF
       IF NOT WSPaymentFileOk
           DISPLAY "UNABLE TO OPEN BILLPAYMENTS - STATUS " WSPaymentFileStatus
           STOP RUN
       END-IF
       MOVE ZERO TO BPPaymentNumber
       START BillPayments KEY IS NOT LESS THAN BPPaymentNumber
           INVALID KEY
               MOVE 'Y' TO WSEndOfPayments
       END-START
       PERFORM UNTIL WSAtEndOfPayments
           READ BillPayments NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfPayments
               NOT AT END
                   IF BPPayeeNumber = PYPayeeNumber
                       AND BPStatusPending
                       ADD 1 TO WSPendingPayments
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BillPayments.

ClearPayeeEntry.
       MOVE SPACE TO WSNewPayeeName
       MOVE SPACE TO WSNewPayeeAccount
       MOVE SPACE TO WSNewRouting.

ApplyPayeeAction.
       PERFORM WriteAuditRecord
       REWRITE PayeeRecord
       IF NOT WSPayeeFileOk
           DISPLAY "UNABLE TO REWRITE PAYEES RECORD - STATUS " WSPayeeFileStatus
           STOP RUN
       END-IF
       DISPLAY WSAuditAction " applied."
       MOVE SPACE TO WSAuditAction.

GetNextTransactionRef.
       CALL 'NextTransactionRef' USING TransactionRefRequest
       IF NOT TRRRequestOk
           DISPLAY TRRMessage
           STOP RUN
       END-IF.

WriteAuditRecord.
*> Audit record first, payee file second - the same order every
*> other program uses, so a crash between the two leaves a trail of
*> the attempt rather than a silent payee change. Re-read the clock
*> so a session left open past midnight stamps the right date.
       MOVE FUNCTION CURRENT-DATE(1:8) TO SessionDate
       OPEN EXTEND TransactionsHistory
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO OPEN TRANSACTIONSHISTORY - STATUS " WSFileStatus
           STOP RUN
       END-IF
       MOVE CMAccountNumber TO AccountNumber
       MOVE CMAccountBallance(WSCheckingSlot) TO Ballance
       MOVE WSTodayYear TO CurrentYear
       MOVE WSTodayMonth TO CurrentMonth
       MOVE WSTodayDay TO CurrentDay
       MOVE WSAuditAction TO Action
       MOVE ZERO TO Amount
       MOVE WSTellerName TO FullName
       MOVE "Checking" TO AccountType
       MOVE "TELLER" TO TerminalId
       PERFORM GetNextTransactionRef
       MOVE TRRNextRef TO TransactionRef
       MOVE ZERO TO LinkedRef
       MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime
       WRITE TransactionData
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO WRITE TRANSACTION RECORD - STATUS " WSFileStatus
           STOP RUN
       END-IF
*> Keep the keyed activity mirror in step with the confirmed write
*> so the live session's reads see this record too.
       CALL 'MirrorActivity' USING TransactionData
       CLOSE TransactionsHistory
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO CLOSE TRANSACTIONSHISTORY - STATUS " WSFileStatus
           STOP RUN
       END-IF.
