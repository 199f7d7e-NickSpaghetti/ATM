       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PostMaintenanceFees.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Month-end batch job assessing the monthly maintenance fee on
*> Checking. For the business date's month it works out, from
*> TransactionsHistory, each account's lowest end-of-day Checking
*> ballance (the ballance carried in from the month before counts
*> as the first day's) and whether any "DirectDeposit" was posted.
*> The fee and the minimum-ballance waiver threshold come from the
*> account's product tier in TierParameters.dat. An account that
*> kept the minimum every day, or had a direct deposit, is waived;
*> every other open account is charged a "MaintenanceFee"
*> transaction (history first, master second) that PostGeneralLedger
*> maps to 4010 fee income. MaintenanceFee.rpt lists every account
*> as assessed or waived, with the reason, and the month's totals.
*> Replaces assessing the fee by hand from the statements.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TransactionsHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSFileStatus.
       SELECT SortWork ASSIGN TO "SortWork.tmp".
       SELECT CustomerMaster ASSIGN TO "CustomerMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT TierParameters ASSIGN TO "TierParameters.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TPTierCode
           FILE STATUS  WSTierFileStatus.
       SELECT FeeReport ASSIGN TO "MaintenanceFee.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD  TransactionsHistory.
       COPY TransactionRecord.

SD  SortWork.
       COPY TransactionRecord REPLACING ==TransactionData== BY ==SortedTransaction==
                                         ==AccountNumber==   BY ==SortAccountNumber==
                                         ==Ballance==        BY ==SortBallance==
                                         ==AccessDate==      BY ==SortAccessDate==
                                         ==CurrentYear==     BY ==SortYear==
                                         ==CurrentMonth==    BY ==SortMonth==
                                         ==CurrentDay==      BY ==SortDay==
                                         ==Action==          BY ==SortAction==
                                         ==Amount==          BY ==SortAmount==
                                         ==CustomerName==    BY ==SortCustomerName==
                                         ==FullName==        BY ==SortFullName==
                                         ==AccountType==     BY ==SortAccountType==
                                         ==TerminalId==      BY ==SortTerminalId==
                                         ==TransactionRef==  BY ==SortTransactionRef==
                                         ==LinkedRef==       BY ==SortLinkedRef==
                                         ==TransactionTime== BY ==SortTransactionTime==.

FD  CustomerMaster.
       COPY CustomerRecord.
FD  TierParameters.
       COPY TierRecord.
FD  FeeReport.
01 ReportLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
       88 WSHistoryFileMissing VALUE '35'.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
01 WSTierFileStatus PIC X(2).
       88 WSTierFileOk VALUE '00'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.

01 WSEndOfSort PIC X(01) VALUE 'N'.
       88 WSAtEndOfSort VALUE 'Y'.
01 WSEndOfMaster PIC X(01) VALUE 'N'.
       88 WSAtEndOfMaster VALUE 'Y'.
01 WSFirstGroup PIC X(01) VALUE 'Y'.
       88 WSIsFirstGroup VALUE 'Y'.
01 WSTierFileOpen PIC X(01) VALUE 'N'.
       88 WSTierFileIsOpen VALUE 'Y'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSFeeYearMonth PIC 9(06) VALUE ZERO.
01 WSRecordYearMonth PIC 9(06) VALUE ZERO.
01 WSRecordDateNum PIC 9(08) VALUE ZERO.

*> One account's history, gathered across its run of sorted
*> records: the Checking ballance carried into the month, the
*> ballance at the end of the day being walked, the lowest
*> end-of-day ballance so far, and what else the month showed.
01 AccountGroupControl.
       02 WSGroupAccountNumber PIC 9(08) VALUE ZERO.
       02 WSCarryBallance PIC S9(09)V99 VALUE ZERO.
       02 WSHasCarry PIC X(01) VALUE 'N'.
           88 WSCarryFound VALUE 'Y'.
       02 WSDayBallance PIC S9(09)V99 VALUE ZERO.
       02 WSDayDateNum PIC 9(08) VALUE ZERO.
       02 WSHasDay PIC X(01) VALUE 'N'.
           88 WSDayOpen VALUE 'Y'.
       02 WSLowBallance PIC S9(09)V99 VALUE ZERO.
       02 WSHasLow PIC X(01) VALUE 'N'.
           88 WSLowFound VALUE 'Y'.
       02 WSGroupDirectDeposit PIC X(01) VALUE 'N'.
           88 WSGroupHadDirectDeposit VALUE 'Y'.
       02 WSGroupFeeCharged PIC X(01) VALUE 'N'.
           88 WSGroupAlreadyCharged VALUE 'Y'.

*> What the history said about each account, looked up again as the
*> master file is walked. Accounts with no history at all are not
*> here - their Checking ballance has not moved, so the master
*> record's own figure is the lowest ballance of the month.
01 MonthActivityTable.
       02 WSMonthCount PIC 9(04) VALUE ZERO.
       02 WSMonthEntry OCCURS 2000 TIMES.
           03 WSMonthAccountNumber PIC 9(08).
           03 WSMonthLowBallance PIC S9(09)V99.
           03 WSMonthHasLow PIC X(01).
           03 WSMonthDirectDeposit PIC X(01).
           03 WSMonthFeeCharged PIC X(01).

01 MonthLookupControl.
       02 WSMonthIndex PIC 9(04) VALUE ZERO.
       02 WSMonthFound PIC X(01) VALUE 'N'.
           88 WSMonthSlotFound VALUE 'Y'.

01 FeeAssessment.
       02 WSWorkTier PIC X(10) VALUE SPACE.
       02 WSFeeAmount PIC S9(07)V99 VALUE ZERO.
       02 WSWaiverBallance PIC S9(07)V99 VALUE ZERO.
       02 WSLowestBallance PIC S9(09)V99 VALUE ZERO.
       02 WSHadDirectDeposit PIC X(01) VALUE 'N'.
           88 WSDirectDepositThisMonth VALUE 'Y'.
       02 WSOutcome PIC X(24) VALUE SPACE.

01 FeeTotals.
       02 WSAccountsRead PIC 9(05) VALUE ZERO.
       02 WSAccountsAssessed PIC 9(05) VALUE ZERO.
       02 WSAccountsWaived PIC 9(05) VALUE ZERO.
       02 WSAccountsNotCharged PIC 9(05) VALUE ZERO.
       02 WSTotalFeesAssessed PIC S9(09)V99 VALUE ZERO.

01 AccountSlotControl.
       02 WSCheckingSlot PIC 9(01) VALUE 1.
       02 WSSavingsSlot PIC 9(01) VALUE 2.

01 DollarFormat PIC $$$,$$$,$$9.99-.

       COPY BatchControlRequest.
       COPY TransactionRefRequest.
PROCEDURE DIVISION.
Main.
       PERFORM StartBatchRunControl
*> The fee month is the business date's month, so a suite that slips
*> past midnight on the last day still assesses the month it closed.
       MOVE BRCBusinessDate TO SessionDate
       COMPUTE WSFeeYearMonth = (WSTodayYear * 100) + WSTodayMonth

       PERFORM GatherMonthActivity

       OPEN I-O CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       MOVE 'N' TO WSTierFileOpen
       OPEN INPUT TierParameters
       IF WSTierFileOk
           MOVE 'Y' TO WSTierFileOpen
       ELSE
           DISPLAY "TIERPARAMETERS NOT AVAILABLE - STATUS " WSTierFileStatus " - NO FEES WILL BE CHARGED"
       END-IF
       OPEN OUTPUT FeeReport
       IF NOT WSReportFileOk
           DISPLAY "UNABLE TO OPEN MAINTENANCEFEE.RPT - STATUS " WSReportFileStatus
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
                   PERFORM AssessOneAccount
           END-READ
       END-PERFORM

       PERFORM PrintReportTotals
       CLOSE FeeReport
       IF WSTierFileIsOpen
           CLOSE TierParameters
       END-IF
       CLOSE CustomerMaster

       PERFORM CompleteBatchRunControl
       DISPLAY "Maintenance fee run complete. Accounts read: " WSAccountsRead
       DISPLAY "Fees assessed: " WSAccountsAssessed "  Waived: " WSAccountsWaived
       MOVE WSTotalFeesAssessed TO DollarFormat
       DISPLAY "Total fees posted: " DollarFormat
       DISPLAY "Report written to MaintenanceFee.rpt"
       STOP RUN.

StartBatchRunControl.
*> A posting job - running it twice in one business date would
*> charge every customer twice. The control file refuses the
*> second attempt, and the already-charged guard below covers a
*> rerun on a later date in the same month.
       MOVE "Start" TO BRCFunction
       MOVE "MaintenanceFee" TO BRCJobName
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

GatherMonthActivity.
       MOVE ZERO TO WSMonthCount
       OPEN INPUT TransactionsHistory
       IF WSHistoryFileMissing
*> No history at all - every ballance is simply what the master says.
           EXIT PARAGRAPH
       END-IF
*> Any other failure means the lowest ballances cannot be worked
*> out - refuse to charge anybody blind.
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO OPEN TRANSACTIONSHISTORY - STATUS " WSFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       CLOSE TransactionsHistory
*> Sorted by account and then in posting order, so each account's
*> records arrive together and its ballance can be walked day by day.
       SORT SortWork ON ASCENDING KEY SortAccountNumber
               SortYear SortMonth SortDay SortTransactionRef
           WITH DUPLICATES IN ORDER
           USING TransactionsHistory
           OUTPUT PROCEDURE IS ProcessSortedRecords.

ProcessSortedRecords.
       MOVE 'N' TO WSEndOfSort
       MOVE 'Y' TO WSFirstGroup
       PERFORM UNTIL WSAtEndOfSort
           RETURN SortWork
               AT END
                   MOVE 'Y' TO WSEndOfSort
               NOT AT END
                   PERFORM HandleSortedRecord
           END-RETURN
       END-PERFORM
       IF NOT WSIsFirstGroup
           PERFORM FinishAccountGroup
       END-IF.

HandleSortedRecord.
       IF WSIsFirstGroup
           MOVE 'N' TO WSFirstGroup
           PERFORM StartAccountGroup
       ELSE
           IF SortAccountNumber NOT = WSGroupAccountNumber
               PERFORM FinishAccountGroup
               PERFORM StartAccountGroup
           END-IF
       END-IF
       COMPUTE WSRecordYearMonth = (SortYear * 100) + SortMonth
*> Anything dated after the fee month is next month's business.
       IF WSRecordYearMonth > WSFeeYearMonth
           EXIT PARAGRAPH
       END-IF
       IF WSRecordYearMonth = WSFeeYearMonth
           IF SortAction = "DirectDeposit"
               MOVE 'Y' TO WSGroupDirectDeposit
           END-IF
           IF SortAction = "MaintenanceFee"
               MOVE 'Y' TO WSGroupFeeCharged
           END-IF
       END-IF
*> Every Checking record carries the Checking ballance after it
*> posted - the last one of each day is that day's closing figure.
*> Records from before ballance snapshots existed are passed over.
       IF SortAccountType NOT = "Checking"
           OR SortBallance IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF WSRecordYearMonth < WSFeeYearMonth
           MOVE SortBallance TO WSCarryBallance
           MOVE 'Y' TO WSHasCarry
       ELSE
           COMPUTE WSRecordDateNum =
               (SortYear * 10000) + (SortMonth * 100) + SortDay
           IF WSDayOpen AND WSRecordDateNum NOT = WSDayDateNum
               PERFORM CloseBallanceDay
           END-IF
           MOVE SortBallance TO WSDayBallance
           MOVE WSRecordDateNum TO WSDayDateNum
           MOVE 'Y' TO WSHasDay
       END-IF.

StartAccountGroup.
       MOVE SortAccountNumber TO WSGroupAccountNumber
       MOVE ZERO TO WSCarryBallance
       MOVE 'N' TO WSHasCarry
       MOVE ZERO TO WSDayBallance
       MOVE ZERO TO WSDayDateNum
       MOVE 'N' TO WSHasDay
       MOVE ZERO TO WSLowBallance
       MOVE 'N' TO WSHasLow
       MOVE 'N' TO WSGroupDirectDeposit
       MOVE 'N' TO WSGroupFeeCharged.

CloseBallanceDay.
       IF NOT WSLowFound OR WSDayBallance < WSLowBallance
           MOVE WSDayBallance TO WSLowBallance
           MOVE 'Y' TO WSHasLow
       END-IF
       MOVE 'N' TO WSHasDay.

FinishAccountGroup.
       IF WSDayOpen
           PERFORM CloseBallanceDay
       END-IF
*> The ballance carried in from last month stood until the first
*> posting of this one, so it is one of the month's daily ballances.
       IF WSCarryFound
           IF NOT WSLowFound OR WSCarryBallance < WSLowBallance
               MOVE WSCarryBallance TO WSLowBallance
               MOVE 'Y' TO WSHasLow
           END-IF
       END-IF
       IF WSMonthCount >= 2000
           DISPLAY "MONTH ACTIVITY TABLE FULL - RAISE THE TABLE SIZE AND RERUN"
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       ADD 1 TO WSMonthCount
       MOVE WSGroupAccountNumber TO WSMonthAccountNumber(WSMonthCount)
       MOVE WSLowBallance TO WSMonthLowBallance(WSMonthCount)
       MOVE WSHasLow TO WSMonthHasLow(WSMonthCount)
       MOVE WSGroupDirectDeposit TO WSMonthDirectDeposit(WSMonthCount)
       MOVE WSGroupFeeCharged TO WSMonthFeeCharged(WSMonthCount).

LookUpMonthEntry.
       MOVE 'N' TO WSMonthFound
       PERFORM VARYING WSMonthIndex FROM 1 BY 1
           UNTIL WSMonthIndex > WSMonthCount OR WSMonthSlotFound
           IF WSMonthAccountNumber(WSMonthIndex) = CMAccountNumber
               MOVE 'Y' TO WSMonthFound
           END-IF
       END-PERFORM
       IF WSMonthSlotFound
           SUBTRACT 1 FROM WSMonthIndex
       END-IF.

LoadTierTerms.
*> No terms on file for the tier (or a tier record from before the
*> fee existed) means no fee - never charge a customer a figure
*> that is not on the parameter file.
       MOVE ZERO TO WSFeeAmount
       MOVE ZERO TO WSWaiverBallance
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
               IF TPMaintenanceFee IS NUMERIC
                   AND TPFeeWaiverBallance IS NUMERIC
                   MOVE TPMaintenanceFee TO WSFeeAmount
                   MOVE TPFeeWaiverBallance TO WSWaiverBallance
               END-IF
       END-READ.

AssessOneAccount.
       ADD 1 TO WSAccountsRead
*> No fee on a closed or charged-off account - there is nothing left
*> to maintain, and a charged-off debt is not run up further.
       IF CMAccountStatus = "Closed" OR CMAccountStatus = "ChargedOff"
           EXIT PARAGRAPH
       END-IF
       PERFORM ResolveAccountSlots
       PERFORM LoadTierTerms
       PERFORM LookUpMonthEntry

       MOVE CMAccountBallance(WSCheckingSlot) TO WSLowestBallance
       MOVE 'N' TO WSHadDirectDeposit
       IF WSMonthSlotFound
           IF WSMonthHasLow(WSMonthIndex) = 'Y'
               MOVE WSMonthLowBallance(WSMonthIndex) TO WSLowestBallance
           END-IF
           MOVE WSMonthDirectDeposit(WSMonthIndex) TO WSHadDirectDeposit
       END-IF

       EVALUATE TRUE
           WHEN WSMonthSlotFound AND WSMonthFeeCharged(WSMonthIndex) = 'Y'
*> A crashed or earlier run already charged this month.
               MOVE "Already charged" TO WSOutcome
               ADD 1 TO WSAccountsNotCharged
           WHEN WSFeeAmount NOT > ZERO
               MOVE "No fee on tier" TO WSOutcome
               ADD 1 TO WSAccountsNotCharged
           WHEN WSDirectDepositThisMonth
               MOVE "Waived - direct deposit" TO WSOutcome
               ADD 1 TO WSAccountsWaived
           WHEN WSLowestBallance NOT < WSWaiverBallance
               MOVE "Waived - minimum ballance" TO WSOutcome
               ADD 1 TO WSAccountsWaived
           WHEN OTHER
               MOVE "Assessed" TO WSOutcome
               PERFORM ChargeMaintenanceFee
       END-EVALUATE
       PERFORM PrintFeeDetailLine.

ChargeMaintenanceFee.
       COMPUTE CMAccountBallance(WSCheckingSlot) =
           CMAccountBallance(WSCheckingSlot) - WSFeeAmount
*> History first, master second - same order as ATM.cob, so a crash
*> between the two shows up as a reconciliation exception rather
*> than a charged customer with no audit trail.
       PERFORM WriteFeeTransaction
       REWRITE CustomerMasterRecord
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO REWRITE CUSTOMERMASTER RECORD - STATUS " WSCustomerFileStatus
           DISPLAY "Stopping - the history record for account " CMAccountNumber " is written but the stored ballance is not updated."
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       ADD 1 TO WSAccountsAssessed
       ADD WSFeeAmount TO WSTotalFeesAssessed.

WriteFeeTransaction.
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
       MOVE "MaintenanceFee" TO Action
       COMPUTE Amount = WSFeeAmount * -1
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
       STRING "Monthly Maintenance Fees - " DELIMITED BY SIZE
           SessionDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Account   Tier        Lowest Daily Ballance  DD  Outcome                          Fee" TO ReportLine
       WRITE ReportLine.

PrintFeeDetailLine.
       MOVE SPACE TO ReportLine
       MOVE CMAccountNumber TO ReportLine(1:8)
       MOVE WSWorkTier TO ReportLine(11:10)
       MOVE WSLowestBallance TO DollarFormat
       MOVE DollarFormat TO ReportLine(23:15)
       IF WSDirectDepositThisMonth
           MOVE "Y" TO ReportLine(46:1)
       ELSE
           MOVE "N" TO ReportLine(46:1)
       END-IF
       MOVE WSOutcome TO ReportLine(50:24)
       IF WSOutcome = "Assessed"
           MOVE WSFeeAmount TO DollarFormat
           MOVE DollarFormat TO ReportLine(76:15)
       END-IF
       WRITE ReportLine.

PrintReportTotals.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Accounts read:        " DELIMITED BY SIZE
           WSAccountsRead DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Fees assessed:        " DELIMITED BY SIZE
           WSAccountsAssessed DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Fees waived:          " DELIMITED BY SIZE
           WSAccountsWaived DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Not charged:          " DELIMITED BY SIZE
           WSAccountsNotCharged DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSTotalFeesAssessed TO DollarFormat
       STRING "Total Fees Posted to General Ledger: " DELIMITED BY SIZE
           DollarFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
