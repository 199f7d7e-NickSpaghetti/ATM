       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PostReturnedPayments.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Returned bill payment intake batch job. Reads the clearing
*> partner's returns file (BillPayReturns.dat - our payment number,
*> the partner's return code, the return date and the amount) and
*> for every bill payment handed back: re-credits the customer's
*> Checking with a "BillPaymentReturned" posting (history first,
*> master second) that PostGeneralLedger maps back out of 2095
*> outbound clearing, marks the payment Returned, and puts the
*> payee under Review so no further payment goes to it until a
*> teller has checked the details with the customer in
*> MaintainPayees. A return that does not match a Sent payment for
*> the same amount is listed on BillPayReturns.rpt as an exception
*> for operations to take up with the partner, never posted.
*>
*> The run is safe to restart after a crash: a payment already
*> marked Returned is not credited again, and every return is also
*> cross-checked against the "BillPaymentReturned" records already
*> on TransactionsHistory for this business date, which closes the
*> window where a crash landed between the credit and marking the
*> payment Returned.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PaymentReturns ASSIGN TO "BillPayReturns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReturnsFileStatus.
       SELECT TransactionsHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSFileStatus.
       SELECT CustomerMaster ASSIGN TO "CustomerMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT BillPayments ASSIGN TO "BillPayments.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BPPaymentNumber
           FILE STATUS  WSPaymentFileStatus.
       SELECT Payees ASSIGN TO "Payees.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PYPayeeNumber
           FILE STATUS  WSPayeeFileStatus.
       SELECT ReturnsReport ASSIGN TO "BillPayReturns.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD  PaymentReturns.
*> Fixed layout agreed with the clearing partner. The payment number
*> is the one we sent them on the outbound detail record.
01 ReturnedPaymentItem.
       02 RTPaymentNumber PIC 9(08).
       02 RTReturnCode PIC X(03).
       02 RTReturnDate PIC 9(08).
       02 RTAmount PIC 9(09)V99.
FD  TransactionsHistory.
       COPY TransactionRecord.
FD  CustomerMaster.
       COPY CustomerRecord.
FD  BillPayments.
       COPY BillPaymentRecord.
FD  Payees.
       COPY PayeeRecord.
FD  ReturnsReport.
01 ReportLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSReturnsFileStatus PIC X(2).
*> '05' is OPTIONAL-file-was-missing - nothing came back today.
       88 WSReturnsFileOk VALUE '00' '05'.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
       88 WSHistoryFileMissing VALUE '35'.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
01 WSPaymentFileStatus PIC X(2).
       88 WSPaymentFileOk VALUE '00'.
01 WSPayeeFileStatus PIC X(2).
       88 WSPayeeFileOk VALUE '00'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSTodayDateNum REDEFINES SessionDate PIC 9(08).

01 WSEndOfReturns PIC X(01) VALUE 'N'.
       88 WSAtEndOfReturns VALUE 'Y'.
01 WSEndOfHistory PIC X(01) VALUE 'N'.
       88 WSAtEndOfHistory VALUE 'Y'.

*> Every "BillPaymentReturned" record already on history for this
*> business date, counted per account/amount - a crashed attempt's
*> credits. A return whose payment is still marked Sent but matches
*> a remaining count was credited before the crash: it is finished
*> off (payment and payee marked) without paying the customer twice.
01 PostedTodayTable.
       02 WSPostedCount PIC 9(04) VALUE ZERO.
       02 WSPostedEntry OCCURS 2000 TIMES.
           03 WSPostedAccountNumber PIC 9(08).
           03 WSPostedAmount PIC S9(09)V99.
           03 WSPostedRemaining PIC 9(04).

01 PostedLookupControl.
       02 WSPostedIndex PIC 9(04) VALUE ZERO.
       02 WSLookupAccountNumber PIC 9(08) VALUE ZERO.
       02 WSLookupAmount PIC S9(09)V99 VALUE ZERO.
       02 WSPostedFound PIC X(01) VALUE 'N'.
           88 WSPostedSlotFound VALUE 'Y'.

01 ReturnWork.
       02 WSOutcome PIC X(36) VALUE SPACE.
       02 WSCreditedBefore PIC X(01) VALUE 'N'.
           88 WSAlreadyCredited VALUE 'Y'.

01 ReturnTotals.
       02 WSReturnsRead PIC 9(07) VALUE ZERO.
       02 WSReturnsPosted PIC 9(07) VALUE ZERO.
       02 WSReturnsExceptions PIC 9(07) VALUE ZERO.
       02 WSTotalCredited PIC 9(11)V99 VALUE ZERO.
       02 WSPayeesFlagged PIC 9(07) VALUE ZERO.

01 AccountSlotControl.
       02 WSCheckingSlot PIC 9(01) VALUE 1.
       02 WSSavingsSlot PIC 9(01) VALUE 2.

01 DollarFormat PIC $$$,$$$,$$9.99-.
01 TotalFormat PIC $$,$$$,$$$,$$$,$$9.99-.

       COPY BatchControlRequest.
       COPY TransactionRefRequest.
PROCEDURE DIVISION.
Main.
       PERFORM StartBatchRunControl
*> Credits post under the operator's business date so the run-control
*> gate, the posted records and a same-date restart all agree.
       MOVE BRCBusinessDate TO SessionDate
       PERFORM BuildPostedTodayTable

       OPEN INPUT PaymentReturns
       IF NOT WSReturnsFileOk
           DISPLAY "UNABLE TO OPEN BILLPAYRETURNS.DAT - STATUS " WSReturnsFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN OUTPUT ReturnsReport
       IF NOT WSReportFileOk
           DISPLAY "UNABLE TO OPEN BILLPAYRETURNS.RPT - STATUS " WSReportFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintReportHeader

       MOVE 'N' TO WSEndOfReturns
       READ PaymentReturns
           AT END
               MOVE 'Y' TO WSEndOfReturns
       END-READ
       IF NOT WSAtEndOfReturns
           PERFORM OpenPaymentFiles
           PERFORM UNTIL WSAtEndOfReturns
               PERFORM HandleReturnedPayment
               READ PaymentReturns
                   AT END
                       MOVE 'Y' TO WSEndOfReturns
               END-READ
           END-PERFORM
           CLOSE Payees
           CLOSE BillPayments
           CLOSE CustomerMaster
       END-IF
       CLOSE PaymentReturns

       PERFORM PrintReportTotals
       CLOSE ReturnsReport

       PERFORM CompleteBatchRunControl
       DISPLAY "Returned payment intake complete. Returns read: " WSReturnsRead
       DISPLAY "Returns credited: " WSReturnsPosted
       MOVE WSTotalCredited TO TotalFormat
       DISPLAY "Total credited: " TotalFormat
       DISPLAY "Payees put under review: " WSPayeesFlagged
       DISPLAY "Exceptions: " WSReturnsExceptions
       DISPLAY "Listing written to BillPayReturns.rpt"
       STOP RUN.

StartBatchRunControl.
*> Posting job - one returns file per business date, and never
*> credited twice.
       MOVE "Start" TO BRCFunction
       MOVE "BillPayReturns" TO BRCJobName
       MOVE SPACE TO BRCPrerequisite
       MOVE 'N' TO BRCRerunAllowed
       CALL 'BatchRunControl' USING BatchControlRequest
       IF NOT BRCRequestOk
           DISPLAY BRCMessage
           STOP RUN
       END-IF.

CompleteBatchRunControl.
       MOVE "Complete" TO BRCFunction
       CALL 'BatchRunControl' USING BatchControlRequest
       IF NOT BRCRequestOk
           DISPLAY BRCMessage
       END-IF.

FailBatchRunControl.
       MOVE "Fail" TO BRCFunction
       CALL 'BatchRunControl' USING BatchControlRequest
       IF NOT BRCRequestOk
           DISPLAY BRCMessage
       END-IF.

OpenPaymentFiles.
       OPEN I-O CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN I-O BillPayments
       IF NOT WSPaymentFileOk
           DISPLAY "UNABLE TO OPEN BILLPAYMENTS - STATUS " WSPaymentFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN I-O Payees
       IF NOT WSPayeeFileOk
           DISPLAY "UNABLE TO OPEN PAYEES - STATUS " WSPayeeFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

ResolveAccountSlots.
       MOVE 1 TO WSCheckingSlot
       MOVE 2 TO WSSavingsSlot
       IF CMAccountType(1) = "Savings"
           MOVE 2 TO WSCheckingSlot
           MOVE 1 TO WSSavingsSlot
       END-IF.

BuildPostedTodayTable.
       MOVE ZERO TO WSPostedCount
       MOVE 'N' TO WSEndOfHistory
       OPEN INPUT TransactionsHistory
       IF WSHistoryFileMissing
*> No history file yet means nothing was credited yet.
           EXIT PARAGRAPH
       END-IF
       IF NOT WSFileOperationOk
*> Any other failure means the guard cannot be built - refuse to
*> run blind rather than risk crediting anyone twice.
           DISPLAY "UNABLE TO OPEN TRANSACTIONSHISTORY - STATUS " WSFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM UNTIL WSAtEndOfHistory
           READ TransactionsHistory
               AT END
                   MOVE 'Y' TO WSEndOfHistory
               NOT AT END
                   IF Action = "BillPaymentReturned"
                       AND CurrentYear = WSTodayYear
                       AND CurrentMonth = WSTodayMonth
                       AND CurrentDay = WSTodayDay
                       MOVE AccountNumber TO WSLookupAccountNumber
                       MOVE Amount TO WSLookupAmount
                       PERFORM NotePostedRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TransactionsHistory
       IF WSPostedCount > ZERO
           DISPLAY "Found " WSPostedCount " return(s) already credited this business date by a prior attempt."
       END-IF.

NotePostedRecord.
       PERFORM LookUpPostedEntry
       IF WSPostedSlotFound
           ADD 1 TO WSPostedRemaining(WSPostedIndex)
       ELSE
           IF WSPostedCount >= 2000
               DISPLAY "POSTED-TODAY TABLE FULL - RAISE THE TABLE SIZE AND RERUN"
               PERFORM FailBatchRunControl
               STOP RUN
           END-IF
           ADD 1 TO WSPostedCount
           MOVE WSLookupAccountNumber TO WSPostedAccountNumber(WSPostedCount)
           MOVE WSLookupAmount TO WSPostedAmount(WSPostedCount)
           MOVE 1 TO WSPostedRemaining(WSPostedCount)
       END-IF.

LookUpPostedEntry.
       MOVE 'N' TO WSPostedFound
       PERFORM VARYING WSPostedIndex FROM 1 BY 1
           UNTIL WSPostedIndex > WSPostedCount OR WSPostedSlotFound
           IF WSPostedAccountNumber(WSPostedIndex) = WSLookupAccountNumber
               AND WSPostedAmount(WSPostedIndex) = WSLookupAmount
               MOVE 'Y' TO WSPostedFound
           END-IF
       END-PERFORM
       IF WSPostedSlotFound
           SUBTRACT 1 FROM WSPostedIndex
       END-IF.

HandleReturnedPayment.
       ADD 1 TO WSReturnsRead
       MOVE 'N' TO WSCreditedBefore
       MOVE SPACE TO WSOutcome
       MOVE RTPaymentNumber TO BPPaymentNumber
       READ BillPayments
           INVALID KEY
               MOVE "PAYMENT NOT ON FILE" TO WSOutcome
       END-READ
       IF WSOutcome = SPACE
           EVALUATE TRUE
               WHEN BPStatusReturned
                   MOVE "ALREADY RETURNED" TO WSOutcome
               WHEN BPStatusPending
                   MOVE "PAYMENT WAS NEVER SENT" TO WSOutcome
               WHEN BPAmount NOT = RTAmount
                   MOVE "AMOUNT DOES NOT MATCH PAYMENT" TO WSOutcome
           END-EVALUATE
       END-IF
       IF WSOutcome = SPACE
           MOVE BPAccountNumber TO CMAccountNumber
           READ CustomerMaster
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WSOutcome
           END-READ
       END-IF
       IF WSOutcome NOT = SPACE
           ADD 1 TO WSReturnsExceptions
           PERFORM PrintReturnLine
           EXIT PARAGRAPH
       END-IF

       IF WSPostedCount > ZERO
           MOVE BPAccountNumber TO WSLookupAccountNumber
           MOVE BPAmount TO WSLookupAmount
           PERFORM LookUpPostedEntry
           IF WSPostedSlotFound
               AND WSPostedRemaining(WSPostedIndex) > ZERO
               SUBTRACT 1 FROM WSPostedRemaining(WSPostedIndex)
               MOVE 'Y' TO WSCreditedBefore
           END-IF
       END-IF
       IF WSAlreadyCredited
           MOVE "Credited by prior run - marked" TO WSOutcome
       ELSE
           PERFORM CreditCustomer
           MOVE "Credited" TO WSOutcome
       END-IF
       PERFORM MarkPaymentReturned
       PERFORM FlagPayeeForReview
       ADD 1 TO WSReturnsPosted
       ADD BPAmount TO WSTotalCredited
       PERFORM PrintReturnLine.

CreditCustomer.
*> The money is the customer's whatever state the account is in now -
*> it goes back to the Checking it was paid from.
       PERFORM ResolveAccountSlots
       COMPUTE CMAccountBallance(WSCheckingSlot) =
           CMAccountBallance(WSCheckingSlot) + BPAmount
*> History first, master second - same order as ATM.cob, so a crash
*> between the two shows up as a reconciliation exception rather
*> than a credited customer with no audit trail.
       PERFORM WriteReturnTransaction
       REWRITE CustomerMasterRecord
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO REWRITE CUSTOMERMASTER RECORD - STATUS " WSCustomerFileStatus
           DISPLAY "Stopping - the history record for account " CMAccountNumber " is written but the stored ballance is not updated."
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

MarkPaymentReturned.
       MOVE "Returned" TO BPStatus
       MOVE WSTodayDateNum TO BPReturnedDate
       MOVE RTReturnCode TO BPReturnCode
       REWRITE BillPaymentRecord
       IF NOT WSPaymentFileOk
           DISPLAY "UNABLE TO REWRITE BILLPAYMENTS RECORD - STATUS " WSPaymentFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

FlagPayeeForReview.
*> A removed payee stays removed - there is nothing left to review.
       MOVE BPPayeeNumber TO PYPayeeNumber
       READ Payees
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       IF PYStatusRemoved
           EXIT PARAGRAPH
       END-IF
       IF NOT PYStatusReview
           ADD 1 TO WSPayeesFlagged
       END-IF
       MOVE "Review" TO PYStatus
       MOVE RTReturnCode TO PYReviewReason
       REWRITE PayeeRecord
       IF NOT WSPayeeFileOk
           DISPLAY "UNABLE TO REWRITE PAYEES RECORD - STATUS " WSPayeeFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

WriteReturnTransaction.
       OPEN EXTEND TransactionsHistory
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO OPEN TRANSACTIONSHISTORY - STATUS " WSFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       MOVE CMAccountNumber TO AccountNumber
       MOVE CMAccountBallance(WSCheckingSlot) TO Ballance
       MOVE WSTodayYear TO CurrentYear
       MOVE WSTodayMonth TO CurrentMonth
       MOVE WSTodayDay TO CurrentDay
       MOVE "BillPaymentReturned" TO Action
       MOVE BPAmount TO Amount
       MOVE CMFullName TO FullName
       MOVE "Checking" TO AccountType
       MOVE "BATCH" TO TerminalId
       PERFORM GetNextTransactionRef
       MOVE TRRNextRef TO TransactionRef
       MOVE ZERO TO LinkedRef
       MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime
       WRITE TransactionData
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO WRITE TRANSACTION RECORD - STATUS " WSFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
*> Keep the keyed activity mirror in step with the confirmed write
*> so the live session's reads see this record too.
       CALL 'MirrorActivity' USING TransactionData
       CLOSE TransactionsHistory
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO CLOSE TRANSACTIONSHISTORY - STATUS " WSFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

GetNextTransactionRef.
       CALL 'NextTransactionRef' USING TransactionRefRequest
       IF NOT TRRRequestOk
           DISPLAY TRRMessage
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

PrintReportHeader.
       MOVE SPACE TO ReportLine
       STRING "Returned Bill Payments - " DELIMITED BY SIZE
           SessionDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Payment   Code  Returned  Account   Payee               Amount  Outcome" TO ReportLine
       WRITE ReportLine.

PrintReturnLine.
       MOVE SPACE TO ReportLine
       MOVE RTPaymentNumber TO ReportLine(1:8)
       MOVE RTReturnCode TO ReportLine(11:3)
       MOVE RTReturnDate TO ReportLine(17:8)
*> Account and payee come from our payment record, so there are none
*> to show when the partner quoted a number we never sent.
       IF WSOutcome NOT = "PAYMENT NOT ON FILE"
           MOVE BPAccountNumber TO ReportLine(27:8)
           MOVE BPPayeeNumber TO ReportLine(37:8)
       END-IF
       MOVE RTAmount TO DollarFormat
       MOVE DollarFormat TO ReportLine(46:15)
       MOVE WSOutcome TO ReportLine(63:36)
       WRITE ReportLine.

PrintReportTotals.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Returns read:       " DELIMITED BY SIZE
           WSReturnsRead DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSTotalCredited TO TotalFormat
       STRING "Returns credited:   " DELIMITED BY SIZE
           WSReturnsPosted DELIMITED BY SIZE
           "   Total: " DELIMITED BY SIZE
           TotalFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Payees put under review: " DELIMITED BY SIZE
           WSPayeesFlagged DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Exceptions (not posted): " DELIMITED BY SIZE
           WSReturnsExceptions DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
