       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PostOverdraftAging.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> End-of-day batch job for overdrawn Checking. For every account
*> whose Checking ballance is below zero it first sweeps whatever
*> the customer's own Savings slot can spare - the Savings ballance
*> less any unreleased check holds in Holds.dat - across as a
*> TransferOut/TransferIn pair, written the same way
*> PostStandingOrders writes a transfer. Whatever is still overdrawn
*> is aged from the first business date of the unbroken run
*> (CMOverdrawnSince), and once the days reach the tier's
*> TPChargeOffDays the debt is written off with a "ChargeOff"
*> posting (mapped to the 5020 loss account by PostGeneralLedger) and
*> the account is set to ChargedOff. CollectionsAging.rpt lists each
*> account in its 30/60/90-day bucket with what was done to it, and
*> the bucket totals. Replaces the collections spreadsheet.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerMaster ASSIGN TO "CustomerMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT Holds ASSIGN TO "Holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HDHoldNumber
           FILE STATUS  WSHoldFileStatus.
       SELECT TierParameters ASSIGN TO "TierParameters.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TPTierCode
           FILE STATUS  WSTierFileStatus.
       SELECT TransactionsHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSFileStatus.
       SELECT AgingReport ASSIGN TO "CollectionsAging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD  CustomerMaster.
       COPY CustomerRecord.
FD  Holds.
       COPY HoldRecord.
FD  TierParameters.
       COPY TierRecord.
FD  TransactionsHistory.
       COPY TransactionRecord.
FD  AgingReport.
01 ReportLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
01 WSHoldFileStatus PIC X(2).
       88 WSHoldFileOk VALUE '00'.
       88 WSHoldFileMissing VALUE '35'.
01 WSTierFileStatus PIC X(2).
       88 WSTierFileOk VALUE '00'.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.

01 WSEndOfMaster PIC X(01) VALUE 'N'.
       88 WSAtEndOfMaster VALUE 'Y'.
01 WSEndOfHolds PIC X(01) VALUE 'N'.
       88 WSAtEndOfHolds VALUE 'Y'.
01 WSHoldFileOpen PIC X(01) VALUE 'N'.
       88 WSHoldFileIsOpen VALUE 'Y'.
01 WSTierFileOpen PIC X(01) VALUE 'N'.
       88 WSTierFileIsOpen VALUE 'Y'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSTodayDateNum REDEFINES SessionDate PIC 9(08).
01 WSTodayInt PIC 9(08) VALUE ZERO.
01 WSSinceInt PIC 9(08) VALUE ZERO.

01 OverdraftWork.
       02 WSWorkTier PIC X(10) VALUE SPACE.
       02 WSChargeOffDays PIC 9(03) VALUE ZERO.
       02 WSHeldSavings PIC S9(09)V99 VALUE ZERO.
       02 WSAvailableSavings PIC S9(09)V99 VALUE ZERO.
       02 WSShortfall PIC S9(09)V99 VALUE ZERO.
       02 WSSweepAmount PIC S9(09)V99 VALUE ZERO.
       02 WSChargeOffAmount PIC S9(09)V99 VALUE ZERO.
       02 WSDaysOverdrawn PIC 9(05) VALUE ZERO.
       02 WSSinceDate PIC 9(08) VALUE ZERO.
       02 WSBucketIndex PIC 9(01) VALUE ZERO.
       02 WSOutcome PIC X(30) VALUE SPACE.
       02 WSMasterChanged PIC X(01) VALUE 'N'.
           88 WSMasterNeedsRewrite VALUE 'Y'.

*> The collections buckets: 1-29, 30-59, 60-89 and 90 or more
*> consecutive days overdrawn.
01 BucketNameValues.
       02 FILLER PIC X(12) VALUE "1-29 days".
       02 FILLER PIC X(12) VALUE "30-59 days".
       02 FILLER PIC X(12) VALUE "60-89 days".
       02 FILLER PIC X(12) VALUE "90+ days".
01 BucketNameTable REDEFINES BucketNameValues.
       02 WSBucketName PIC X(12) OCCURS 4 TIMES.

01 BucketTotalsTable.
       02 WSBucketEntry OCCURS 4 TIMES.
           03 WSBucketCount PIC 9(05).
           03 WSBucketAmount PIC S9(11)V99.

01 AgingTotals.
       02 WSAccountsRead PIC 9(05) VALUE ZERO.
       02 WSAccountsOverdrawn PIC 9(05) VALUE ZERO.
       02 WSAccountsCleared PIC 9(05) VALUE ZERO.
       02 WSAccountsSwept PIC 9(05) VALUE ZERO.
       02 WSAccountsChargedOff PIC 9(05) VALUE ZERO.
       02 WSTotalSwept PIC S9(11)V99 VALUE ZERO.
       02 WSTotalChargedOff PIC S9(11)V99 VALUE ZERO.

01 AccountSlotControl.
       02 WSCheckingSlot PIC 9(01) VALUE 1.
       02 WSSavingsSlot PIC 9(01) VALUE 2.
       02 WSSlotIndex PIC 9(01) VALUE 1.

01 DollarFormat PIC $$$,$$$,$$9.99-.

       COPY BatchControlRequest.
       COPY TransactionRefRequest.
PROCEDURE DIVISION.
Main.
       PERFORM StartBatchRunControl
*> The days overdrawn are counted against the operator's business
*> date, so a suite that slips past midnight still ages by one day.
       MOVE BRCBusinessDate TO SessionDate
       COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSTodayDateNum)
       INITIALIZE BucketTotalsTable

       OPEN I-O CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
*> No hold file on disk just means no check has ever been deposited.
       MOVE 'N' TO WSHoldFileOpen
       OPEN INPUT Holds
       IF WSHoldFileOk
           MOVE 'Y' TO WSHoldFileOpen
       ELSE
           IF NOT WSHoldFileMissing
*> The held figure cannot be computed - refuse to sweep savings that
*> might still be uncollected checks.
               DISPLAY "UNABLE TO OPEN HOLDS - STATUS " WSHoldFileStatus
               CLOSE CustomerMaster
               PERFORM FailBatchRunControl
               STOP RUN
           END-IF
       END-IF
       MOVE 'N' TO WSTierFileOpen
       OPEN INPUT TierParameters
       IF WSTierFileOk
           MOVE 'Y' TO WSTierFileOpen
       ELSE
           DISPLAY "TIERPARAMETERS NOT AVAILABLE - STATUS " WSTierFileStatus " - NO ACCOUNT WILL BE CHARGED OFF"
       END-IF
       OPEN OUTPUT AgingReport
       IF NOT WSReportFileOk
           DISPLAY "UNABLE TO OPEN COLLECTIONSAGING.RPT - STATUS " WSReportFileStatus
           CLOSE CustomerMaster
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintReportHeader

       MOVE 'N' TO WSEndOfMaster
       MOVE ZERO TO CMAccountNumber
       START CustomerMaster KEY IS NOT LESS THAN CMAccountNumber
           INVALID KEY
               MOVE 'Y' TO WSEndOfMaster
       END-START
       PERFORM UNTIL WSAtEndOfMaster
           READ CustomerMaster NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfMaster
               NOT AT END
                   PERFORM ReviewOneAccount
           END-READ
       END-PERFORM

       PERFORM PrintReportTotals
       CLOSE AgingReport
       IF WSTierFileIsOpen
           CLOSE TierParameters
       END-IF
       IF WSHoldFileIsOpen
           CLOSE Holds
       END-IF
       CLOSE CustomerMaster

       PERFORM CompleteBatchRunControl
       DISPLAY "Overdraft aging complete. Accounts overdrawn: " WSAccountsOverdrawn
       DISPLAY "Cleared by savings sweep: " WSAccountsCleared "  Charged off: " WSAccountsChargedOff
       MOVE WSTotalSwept TO DollarFormat
       DISPLAY "Total swept from savings: " DollarFormat
       MOVE WSTotalChargedOff TO DollarFormat
       DISPLAY "Total charged off: " DollarFormat
       DISPLAY "Report written to CollectionsAging.rpt"
       STOP RUN.

StartBatchRunControl.
*> A posting job - a second run in one business date would sweep
*> and charge off against ballances this run already moved. The
*> control file refuses the second attempt.
       MOVE "Start" TO BRCFunction
       MOVE "OverdraftAging" TO BRCJobName
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

ResolveAccountSlots.
       MOVE 1 TO WSCheckingSlot
       MOVE 2 TO WSSavingsSlot
       IF CMAccountType(1) = "Savings"
           MOVE 2 TO WSCheckingSlot
           MOVE 1 TO WSSavingsSlot
       END-IF.

ReviewOneAccount.
       ADD 1 TO WSAccountsRead
*> Closed and already charged-off accounts are finished with.
       IF CMAccountStatus = "Closed" OR CMAccountStatus = "ChargedOff"
           EXIT PARAGRAPH
       END-IF
       PERFORM ResolveAccountSlots
       MOVE 'N' TO WSMasterChanged
*> A record written before the field existed reads as spaces.
       IF CMOverdrawnSince IS NOT NUMERIC
           MOVE ZERO TO CMOverdrawnSince
           MOVE 'Y' TO WSMasterChanged
       END-IF
       IF CMAccountBallance(WSCheckingSlot) NOT < ZERO
*> Back in credit - the run is broken and the clock starts over the
*> next time the account goes negative.
           IF CMOverdrawnSince NOT = ZERO
               MOVE ZERO TO CMOverdrawnSince
               MOVE 'Y' TO WSMasterChanged
           END-IF
           IF WSMasterNeedsRewrite
               PERFORM RewriteCustomerRecord
           END-IF
           EXIT PARAGRAPH
       END-IF

       ADD 1 TO WSAccountsOverdrawn
       MOVE SPACE TO WSOutcome
       MOVE ZERO TO WSSweepAmount
       MOVE ZERO TO WSChargeOffAmount
       MOVE ZERO TO WSDaysOverdrawn
       MOVE ZERO TO WSSinceDate
       PERFORM SweepFromSavings
       IF CMAccountBallance(WSCheckingSlot) NOT < ZERO
           MOVE "Cleared by savings sweep" TO WSOutcome
           ADD 1 TO WSAccountsCleared
           MOVE ZERO TO CMOverdrawnSince
           MOVE 'Y' TO WSMasterChanged
       ELSE
           PERFORM AgeOverdraft
       END-IF
       IF WSMasterNeedsRewrite
           PERFORM RewriteCustomerRecord
       END-IF
       PERFORM PrintAgingLine.

SweepFromSavings.
*> A frozen account's money stays where the teller froze it - the
*> overdraft ages, but nothing is moved until the freeze is lifted.
       IF CMAccountStatus = "Frozen"
           EXIT PARAGRAPH
       END-IF
       PERFORM ComputeHeldSavings
       COMPUTE WSAvailableSavings =
           CMAccountBallance(WSSavingsSlot) - WSHeldSavings
       IF WSAvailableSavings NOT > ZERO
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSShortfall = CMAccountBallance(WSCheckingSlot) * -1
       MOVE WSShortfall TO WSSweepAmount
       IF WSAvailableSavings < WSShortfall
           MOVE WSAvailableSavings TO WSSweepAmount
       END-IF
       COMPUTE CMAccountBallance(WSSavingsSlot) =
           CMAccountBallance(WSSavingsSlot) - WSSweepAmount
       COMPUTE CMAccountBallance(WSCheckingSlot) =
           CMAccountBallance(WSCheckingSlot) + WSSweepAmount
*> Both legs go to history before the master is rewritten - same
*> all-or-nothing order as PostStandingOrders, so a crash between
*> them shows up as a reconciliation exception rather than half a
*> transfer.
       MOVE WSSavingsSlot TO WSSlotIndex
       MOVE "TransferOut" TO Action
       COMPUTE Amount = WSSweepAmount * -1
       PERFORM WritePosting
       MOVE WSCheckingSlot TO WSSlotIndex
       MOVE "TransferIn" TO Action
       MOVE WSSweepAmount TO Amount
       PERFORM WritePosting
       MOVE 'Y' TO WSMasterChanged
       ADD 1 TO WSAccountsSwept
       ADD WSSweepAmount TO WSTotalSwept.

ComputeHeldSavings.
*> Sum this customer's unreleased check-deposit holds on Savings -
*> the same figure ATM.cob's ComputeHeldFunds keeps out of a
*> customer's reach.
       MOVE ZERO TO WSHeldSavings
       IF NOT WSHoldFileIsOpen
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEndOfHolds
       MOVE ZERO TO HDHoldNumber
       START Holds KEY IS NOT LESS THAN HDHoldNumber
           INVALID KEY
               MOVE 'Y' TO WSEndOfHolds
       END-START
       PERFORM UNTIL WSAtEndOfHolds
           READ Holds NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfHolds
               NOT AT END
                   IF HDAccountNumber = CMAccountNumber
                       AND HDStatusHeld
                       AND HDAccountType = "Savings"
                       ADD HDAmount TO WSHeldSavings
                   END-IF
           END-READ
       END-PERFORM.

AgeOverdraft.
*> The first night the account is seen negative starts the run. A
*> start date that is not on the calendar (a damaged record) starts
*> it over rather than wrecking the day count.
       IF CMOverdrawnSince NOT = ZERO
           COMPUTE WSSinceInt = FUNCTION INTEGER-OF-DATE(CMOverdrawnSince)
           IF WSSinceInt = ZERO OR WSSinceInt > WSTodayInt
               MOVE ZERO TO CMOverdrawnSince
           END-IF
       END-IF
       IF CMOverdrawnSince = ZERO
           MOVE WSTodayDateNum TO CMOverdrawnSince
           MOVE 'Y' TO WSMasterChanged
       END-IF
       MOVE CMOverdrawnSince TO WSSinceDate
       COMPUTE WSSinceInt = FUNCTION INTEGER-OF-DATE(CMOverdrawnSince)
       COMPUTE WSDaysOverdrawn = WSTodayInt - WSSinceInt + 1
       IF WSSweepAmount > ZERO
           MOVE "Part swept - still overdrawn" TO WSOutcome
       ELSE
           MOVE "Aging" TO WSOutcome
       END-IF
       IF CMAccountStatus = "Frozen"
           MOVE "Aging - frozen, not swept" TO WSOutcome
       END-IF
       PERFORM LoadChargeOffDays
       IF WSChargeOffDays > ZERO
           AND WSDaysOverdrawn NOT < WSChargeOffDays
           PERFORM ChargeOffAccount
       END-IF.

LoadChargeOffDays.
*> No day count on file for the tier means no automatic charge-off -
*> the account stays on the aging report for collections to decide.
       MOVE ZERO TO WSChargeOffDays
       MOVE "Standard" TO WSWorkTier
       IF CMProductTier NOT = SPACE
           MOVE CMProductTier TO WSWorkTier
       END-IF
       IF NOT WSTierFileIsOpen
           EXIT PARAGRAPH
       END-IF
       MOVE WSWorkTier TO TPTierCode
       READ TierParameters
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF TPChargeOffDays IS NUMERIC
                   MOVE TPChargeOffDays TO WSChargeOffDays
               END-IF
       END-READ.

ChargeOffAccount.
*> The debt comes off the customer's books and onto the loss
*> account: the posting credits Checking back to zero and the
*> account goes to collections as ChargedOff.
       COMPUTE WSChargeOffAmount = CMAccountBallance(WSCheckingSlot) * -1
       MOVE ZERO TO CMAccountBallance(WSCheckingSlot)
       MOVE WSCheckingSlot TO WSSlotIndex
       MOVE "ChargeOff" TO Action
       MOVE WSChargeOffAmount TO Amount
       PERFORM WritePosting
       MOVE "ChargedOff" TO CMAccountStatus
       MOVE ZERO TO CMOverdrawnSince
       MOVE 'Y' TO WSMasterChanged
       MOVE "CHARGED OFF" TO WSOutcome
       ADD 1 TO WSAccountsChargedOff
       ADD WSChargeOffAmount TO WSTotalChargedOff.

WritePosting.
*> Action and Amount are set by the caller.
       OPEN EXTEND TransactionsHistory
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO OPEN TRANSACTIONSHISTORY - STATUS " WSFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       MOVE CMAccountNumber TO AccountNumber
       MOVE CMAccountBallance(WSSlotIndex) TO Ballance
       MOVE WSTodayYear TO CurrentYear
       MOVE WSTodayMonth TO CurrentMonth
       MOVE WSTodayDay TO CurrentDay
       MOVE CMFullName TO FullName
       MOVE CMAccountType(WSSlotIndex) TO AccountType
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

RewriteCustomerRecord.
       REWRITE CustomerMasterRecord
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO REWRITE CUSTOMERMASTER RECORD - STATUS " WSCustomerFileStatus
           DISPLAY "Stopping - any history records for account " CMAccountNumber " are written but the stored record is not updated."
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

PrintReportHeader.
       MOVE SPACE TO ReportLine
       STRING "Collections Aging - Overdrawn Checking - " DELIMITED BY SIZE
           SessionDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Account   Customer                        Since     Days  Bucket         Swept           Ballance  Outcome" TO ReportLine
       WRITE ReportLine.

PrintAgingLine.
       MOVE SPACE TO ReportLine
       MOVE CMAccountNumber TO ReportLine(1:8)
       MOVE CMFullName(1:30) TO ReportLine(11:30)
       IF WSDaysOverdrawn > ZERO
           MOVE WSSinceDate TO ReportLine(43:8)
           MOVE WSDaysOverdrawn TO ReportLine(53:5)
           PERFORM AddToBucket
           MOVE WSBucketName(WSBucketIndex) TO ReportLine(59:12)
       END-IF
       MOVE WSSweepAmount TO DollarFormat
       MOVE DollarFormat TO ReportLine(71:15)
       IF WSChargeOffAmount > ZERO
           COMPUTE DollarFormat = WSChargeOffAmount * -1
       ELSE
           MOVE CMAccountBallance(WSCheckingSlot) TO DollarFormat
       END-IF
       MOVE DollarFormat TO ReportLine(88:15)
       MOVE WSOutcome TO ReportLine(105:28)
       WRITE ReportLine.

AddToBucket.
*> Bucketed on the ballance still owed - a charged-off debt lands in
*> the bucket it aged out of, at the amount written off.
       EVALUATE TRUE
           WHEN WSDaysOverdrawn < 30
               MOVE 1 TO WSBucketIndex
           WHEN WSDaysOverdrawn < 60
               MOVE 2 TO WSBucketIndex
           WHEN WSDaysOverdrawn < 90
               MOVE 3 TO WSBucketIndex
           WHEN OTHER
               MOVE 4 TO WSBucketIndex
       END-EVALUATE
       ADD 1 TO WSBucketCount(WSBucketIndex)
       IF WSChargeOffAmount > ZERO
           ADD WSChargeOffAmount TO WSBucketAmount(WSBucketIndex)
       ELSE
           COMPUTE WSBucketAmount(WSBucketIndex) =
               WSBucketAmount(WSBucketIndex) - CMAccountBallance(WSCheckingSlot)
       END-IF.

PrintReportTotals.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Aging Bucket     Accounts          Owed" TO ReportLine
       WRITE ReportLine
       PERFORM VARYING WSBucketIndex FROM 1 BY 1 UNTIL WSBucketIndex > 4
           MOVE SPACE TO ReportLine
           MOVE WSBucketName(WSBucketIndex) TO ReportLine(1:12)
           MOVE WSBucketCount(WSBucketIndex) TO ReportLine(20:5)
           MOVE WSBucketAmount(WSBucketIndex) TO DollarFormat
           MOVE DollarFormat TO ReportLine(27:15)
           WRITE ReportLine
       END-PERFORM
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Accounts overdrawn:           " DELIMITED BY SIZE
           WSAccountsOverdrawn DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Swept from savings:           " DELIMITED BY SIZE
           WSAccountsSwept DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Cleared by the sweep:         " DELIMITED BY SIZE
           WSAccountsCleared DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Charged off:                  " DELIMITED BY SIZE
           WSAccountsChargedOff DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSTotalSwept TO DollarFormat
       STRING "Total Swept from Savings:     " DELIMITED BY SIZE
           DollarFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSTotalChargedOff TO DollarFormat
       STRING "Total Charged Off to Losses:  " DELIMITED BY SIZE
           DollarFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
