       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerAlerts.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> End-of-day batch job building the customer alert file for the
*> SMS/e-mail vendor. Scans the business date's TransactionsHistory,
*> the terminals' ATMJournal.dat (a PIN lockout is journaled, not
*> posted) and the StandingOrderSkips.dat list PostStandingOrders
*> wrote, and for every customer with an alert channel on file
*> raises the alerts their CMAlertSettings ask for. The security
*> alerts - PIN changed, PIN locked, fraud freeze placed - go to
*> every customer with a channel and are sorted to the front of the
*> file, since they are the earliest sign somebody else has the
*> card. CustomerAlerts.dat is fixed layout, one detail record per
*> alert and a trailer carrying the control totals the vendor's load
*> must match; CustomerAlerts.rpt shows the same totals by event.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TransactionsHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSFileStatus.
       SELECT OPTIONAL ATMJournal ASSIGN TO "ATMJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSJournalFileStatus.
       SELECT OPTIONAL OrderSkips ASSIGN TO "StandingOrderSkips.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSSkipFileStatus.
       SELECT CustomerMaster ASSIGN TO "CustomerMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT SortWork ASSIGN TO "SortWork.tmp".
       SELECT AlertExtract ASSIGN TO "CustomerAlerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSExtractFileStatus.
       SELECT AlertReport ASSIGN TO "CustomerAlerts.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD  TransactionsHistory.
       COPY TransactionRecord.
FD  ATMJournal.
       COPY ATMJournalRecord.
FD  OrderSkips.
       COPY StandingOrderSkipRecord.
FD  CustomerMaster.
       COPY CustomerRecord.

SD  SortWork.
*> One pending alert, sorted priority first so the security alerts
*> lead the file, then by account and in the order they happened.
01 SortedAlert.
       02 SortPriority PIC 9(01).
       02 SortAccountNumber PIC 9(08).
       02 SortSequence PIC 9(10).
       02 SortEventCode PIC X(16).
       02 SortChannel PIC X(05).
       02 SortPhone PIC X(15).
       02 SortEmail PIC X(60).
       02 SortCustomerName PIC X(40).
       02 SortDetail PIC X(40).
       02 SortAmount PIC 9(09)V99.
       02 SortBallance PIC S9(09)V99.

FD  AlertExtract.
*> Fixed layout agreed with the messaging vendor - do not rearrange
*> fields without coordinating a new spec with them. Priority 1 is
*> a security alert (PIN changed, PIN locked, freeze placed), 2 an
*> overdrawn account, 3 a threshold the customer set, 4 information.
*> Both records end in numeric fields on purpose: the extract is
*> LINE SEQUENTIAL, which strips trailing spaces.
01 AlertNotification.
       02 NTRecordType PIC X(01).
           88 NTDetailRecord VALUE 'D'.
       02 NTBusinessDate PIC 9(08).
       02 NTPriority PIC 9(01).
       02 NTAccountNumber PIC 9(08).
       02 NTChannel PIC X(05).
       02 NTPhone PIC X(15).
       02 NTEmail PIC X(60).
       02 NTEventCode PIC X(16).
       02 NTCustomerName PIC X(40).
       02 NTDetail PIC X(40).
       02 NTAmount PIC 9(09)V99.
       02 NTBallance PIC S9(09)V99.
01 AlertTrailer.
       02 NTTrailerType PIC X(01).
           88 NTTrailerRecord VALUE 'T'.
       02 NTTrailerDate PIC 9(08).
       02 NTTrailerSecurityCount PIC 9(07).
       02 NTTrailerRecordCount PIC 9(07).
       02 NTTrailerAmountTotal PIC 9(11)V99.

FD  AlertReport.
01 ReportLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
       88 WSHistoryFileMissing VALUE '35'.
01 WSJournalFileStatus PIC X(2).
*> '05' is OPTIONAL-file-was-missing - nothing journaled or skipped
*> yet, which means no alerts from that file, not an error.
       88 WSJournalReadable VALUE '00' '05'.
01 WSSkipFileStatus PIC X(2).
       88 WSSkipReadable VALUE '00' '05'.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
01 WSExtractFileStatus PIC X(2).
       88 WSExtractFileOk VALUE '00'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.

01 WSEndOfFile PIC X(01) VALUE 'N'.
       88 WSAtEndOfFile VALUE 'Y'.
01 WSEndOfSort PIC X(01) VALUE 'N'.
       88 WSAtEndOfSort VALUE 'Y'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSTodayDateNum REDEFINES SessionDate PIC 9(08).
01 WSRecordDateNum PIC 9(08) VALUE ZERO.

*> The alert being raised, filled in by the scan and released to the
*> sort by RaiseAlert once the customer is known to want it.
01 AlertWork.
       02 WSAlertAccountNumber PIC 9(08) VALUE ZERO.
       02 WSAlertPriority PIC 9(01) VALUE ZERO.
       02 WSAlertSequence PIC 9(10) VALUE ZERO.
       02 WSAlertEventCode PIC X(16) VALUE SPACE.
       02 WSAlertDetail PIC X(40) VALUE SPACE.
       02 WSAlertAmount PIC S9(09)V99 VALUE ZERO.
       02 WSAlertBallance PIC S9(09)V99 VALUE ZERO.
       02 WSPriorBallance PIC S9(09)V99 VALUE ZERO.
       02 WSCustomerFound PIC X(01) VALUE 'N'.
           88 WSCustomerOnFile VALUE 'Y'.

*> The events the file can carry, in priority order, for the counts
*> on the control report.
01 EventNameValues.
       02 FILLER PIC X(16) VALUE "PinChanged".
       02 FILLER PIC X(16) VALUE "PinLocked".
       02 FILLER PIC X(16) VALUE "FreezePlaced".
       02 FILLER PIC X(16) VALUE "Overdrawn".
       02 FILLER PIC X(16) VALUE "LargeWidthdrawl".
       02 FILLER PIC X(16) VALUE "LowBallance".
       02 FILLER PIC X(16) VALUE "OrderSkipped".
       02 FILLER PIC X(16) VALUE "DirectDeposit".
       02 FILLER PIC X(16) VALUE "HoldReleased".
01 EventNameTable REDEFINES EventNameValues.
       02 WSEventName PIC X(16) OCCURS 9 TIMES.

01 EventCountTable.
       02 WSEventCount PIC 9(07) OCCURS 9 TIMES.

01 EventLookupControl.
       02 WSEventIndex PIC 9(02) VALUE ZERO.
       02 WSEventFound PIC X(01) VALUE 'N'.
           88 WSEventSlotFound VALUE 'Y'.

01 AlertTotals.
       02 WSHistoryRecordsRead PIC 9(07) VALUE ZERO.
       02 WSEventsFound PIC 9(07) VALUE ZERO.
       02 WSEventsNoChannel PIC 9(07) VALUE ZERO.
       02 WSAlertsWritten PIC 9(07) VALUE ZERO.
       02 WSSecurityAlerts PIC 9(07) VALUE ZERO.
       02 WSAmountTotal PIC 9(11)V99 VALUE ZERO.

01 DollarFormat PIC $$$,$$$,$$$,$$9.99-.

       COPY BatchControlRequest.
PROCEDURE DIVISION.
Main.
       PERFORM StartBatchRunControl
*> Alerts cover the operator's business date, the same day every
*> other EOD job in the suite works on.
       MOVE BRCBusinessDate TO SessionDate
       INITIALIZE EventCountTable

       OPEN INPUT CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN OUTPUT AlertExtract
       IF NOT WSExtractFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERALERTS.DAT - STATUS " WSExtractFileStatus
           CLOSE CustomerMaster
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF

       SORT SortWork ON ASCENDING KEY SortPriority SortAccountNumber SortSequence
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE IS GatherAlertEvents
           OUTPUT PROCEDURE IS WriteAlertExtract

       CLOSE AlertExtract
       CLOSE CustomerMaster

       OPEN OUTPUT AlertReport
       IF NOT WSReportFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERALERTS.RPT - STATUS " WSReportFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintAlertReport
       CLOSE AlertReport

       PERFORM CompleteBatchRunControl
       DISPLAY "Customer alerts complete. Alerts written: " WSAlertsWritten
       DISPLAY "Security alerts: " WSSecurityAlerts
       DISPLAY "Events with no alert channel on file: " WSEventsNoChannel
       DISPLAY "Extract written to CustomerAlerts.dat, totals to CustomerAlerts.rpt"
       STOP RUN.

StartBatchRunControl.
*> Nothing is posted - a rerun simply rebuilds the same file.
       MOVE "Start" TO BRCFunction
       MOVE "CustomerAlerts" TO BRCJobName
       MOVE SPACE TO BRCPrerequisite
       MOVE 'Y' TO BRCRerunAllowed
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

GatherAlertEvents.
       PERFORM ScanHistory
       PERFORM ScanJournal
       PERFORM ScanOrderSkips.

ScanHistory.
       OPEN INPUT TransactionsHistory
       IF WSHistoryFileMissing
           EXIT PARAGRAPH
       END-IF
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO OPEN TRANSACTIONSHISTORY - STATUS " WSFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       MOVE 'N' TO WSEndOfFile
       PERFORM UNTIL WSAtEndOfFile
           READ TransactionsHistory
               AT END
                   MOVE 'Y' TO WSEndOfFile
               NOT AT END
                   ADD 1 TO WSHistoryRecordsRead
                   COMPUTE WSRecordDateNum =
                       (CurrentYear * 10000) + (CurrentMonth * 100) + CurrentDay
                   IF WSRecordDateNum = WSTodayDateNum
                       PERFORM CheckHistoryRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TransactionsHistory.

CheckHistoryRecord.
       MOVE AccountNumber TO WSAlertAccountNumber
       MOVE ZERO TO WSAlertSequence
       IF TransactionRef IS NUMERIC
           MOVE TransactionRef TO WSAlertSequence
       END-IF
       MOVE Amount TO WSAlertAmount
       MOVE ZERO TO WSAlertBallance
       IF Ballance IS NUMERIC
           MOVE Ballance TO WSAlertBallance
       END-IF
       MOVE SPACE TO WSAlertDetail
       EVALUATE Action
           WHEN "PinChanged"
           WHEN "PinChange"
               MOVE 1 TO WSAlertPriority
               MOVE "PinChanged" TO WSAlertEventCode
               MOVE "Your PIN was changed" TO WSAlertDetail
               PERFORM RaiseAlert
           WHEN "FreezePlaced"
               MOVE 1 TO WSAlertPriority
               MOVE "FreezePlaced" TO WSAlertEventCode
               MOVE "Your account has been frozen" TO WSAlertDetail
               PERFORM RaiseAlert
           WHEN "OverdraftFee"
               MOVE 2 TO WSAlertPriority
               MOVE "Overdrawn" TO WSAlertEventCode
               MOVE "Checking overdrawn - overdraft fee charged" TO WSAlertDetail
               PERFORM RaiseAlert
           WHEN "Widthdrawl"
               MOVE 3 TO WSAlertPriority
               MOVE "LargeWidthdrawl" TO WSAlertEventCode
               MOVE TerminalId TO WSAlertDetail
               PERFORM RaiseAlert
           WHEN "DirectDeposit"
               MOVE 4 TO WSAlertPriority
               MOVE "DirectDeposit" TO WSAlertEventCode
               MOVE "Direct deposit received" TO WSAlertDetail
               PERFORM RaiseAlert
           WHEN "HoldReleased"
               MOVE 4 TO WSAlertPriority
               MOVE "HoldReleased" TO WSAlertEventCode
               MOVE "Check deposit funds now available" TO WSAlertDetail
               PERFORM RaiseAlert
       END-EVALUATE
*> Any money leaving Checking can take it under the customer's floor
*> - alert on the record that crossed it, not on every one after.
       IF AccountType = "Checking" AND Amount < ZERO
           AND Ballance IS NUMERIC
           MOVE 3 TO WSAlertPriority
           MOVE "LowBallance" TO WSAlertEventCode
           MOVE "Checking ballance below your alert level" TO WSAlertDetail
           PERFORM RaiseAlert
       END-IF.

ScanJournal.
*> A PIN lockout never reaches the history file - the terminal
*> journals it and sets the account PinLocked.
       OPEN INPUT ATMJournal
       IF NOT WSJournalReadable
           DISPLAY "UNABLE TO OPEN ATMJOURNAL - STATUS " WSJournalFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       MOVE 'N' TO WSEndOfFile
       PERFORM UNTIL WSAtEndOfFile
           READ ATMJournal
               AT END
                   MOVE 'Y' TO WSEndOfFile
               NOT AT END
                   IF JRDate = WSTodayDateNum AND JRPinLockout
                       MOVE JRAccountNumber TO WSAlertAccountNumber
                       MOVE JRTime TO WSAlertSequence
                       MOVE ZERO TO WSAlertAmount
                       MOVE ZERO TO WSAlertBallance
                       MOVE 1 TO WSAlertPriority
                       MOVE "PinLocked" TO WSAlertEventCode
                       MOVE SPACE TO WSAlertDetail
                       STRING "Card locked - wrong PIN at " DELIMITED BY SIZE
                           JRTerminalId DELIMITED BY SPACE
                           INTO WSAlertDetail
                       END-STRING
                       PERFORM RaiseAlert
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ATMJournal.

ScanOrderSkips.
       OPEN INPUT OrderSkips
       IF NOT WSSkipReadable
           DISPLAY "UNABLE TO OPEN STANDINGORDERSKIPS - STATUS " WSSkipFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       MOVE 'N' TO WSEndOfFile
       PERFORM UNTIL WSAtEndOfFile
           READ OrderSkips
               AT END
                   MOVE 'Y' TO WSEndOfFile
               NOT AT END
                   IF SKBusinessDate = WSTodayDateNum AND SKInsufficientFunds
                       MOVE SKAccountNumber TO WSAlertAccountNumber
                       MOVE SKOrderNumber TO WSAlertSequence
                       MOVE SKAmount TO WSAlertAmount
                       MOVE ZERO TO WSAlertBallance
                       MOVE 3 TO WSAlertPriority
                       MOVE "OrderSkipped" TO WSAlertEventCode
                       MOVE SPACE TO WSAlertDetail
                       STRING "Standing order " DELIMITED BY SIZE
                           SKOrderNumber DELIMITED BY SIZE
                           " skipped - insufficient funds" DELIMITED BY SIZE
                           INTO WSAlertDetail
                       END-STRING
                       PERFORM RaiseAlert
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OrderSkips.

RaiseAlert.
*> Looks the customer up and releases the alert to the sort if their
*> settings ask for it. Security alerts need only a channel.
       MOVE 'N' TO WSCustomerFound
       MOVE WSAlertAccountNumber TO CMAccountNumber
       READ CustomerMaster
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WSCustomerFound
       END-READ
       IF NOT WSCustomerOnFile
           EXIT PARAGRAPH
       END-IF
       EVALUATE WSAlertEventCode
           WHEN "Overdrawn"
               IF CMAlertOnOverdraft NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           WHEN "LargeWidthdrawl"
               IF CMAlertWidthdrawlOver IS NOT NUMERIC
                   OR CMAlertWidthdrawlOver = ZERO
                   OR WSAlertAmount * -1 NOT > CMAlertWidthdrawlOver
                   EXIT PARAGRAPH
               END-IF
           WHEN "LowBallance"
               IF CMAlertBallanceFloor IS NOT NUMERIC
                   OR CMAlertBallanceFloor = ZERO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WSPriorBallance = WSAlertBallance - WSAlertAmount
               IF WSAlertBallance NOT < CMAlertBallanceFloor
                   OR WSPriorBallance < CMAlertBallanceFloor
                   EXIT PARAGRAPH
               END-IF
           WHEN "OrderSkipped"
               IF CMAlertOnOrderSkipped NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           WHEN "DirectDeposit"
               IF CMAlertOnDirectDeposit NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           WHEN "HoldReleased"
               IF CMAlertOnHoldRelease NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
       END-EVALUATE
       ADD 1 TO WSEventsFound
       IF NOT CMAlertsWanted
           ADD 1 TO WSEventsNoChannel
           EXIT PARAGRAPH
       END-IF
       MOVE WSAlertPriority TO SortPriority
       MOVE WSAlertAccountNumber TO SortAccountNumber
       MOVE WSAlertSequence TO SortSequence
       MOVE WSAlertEventCode TO SortEventCode
       MOVE CMAlertChannel TO SortChannel
       MOVE CMAlertPhone TO SortPhone
       MOVE CMAlertEmail TO SortEmail
       MOVE CMFullName(1:40) TO SortCustomerName
       MOVE WSAlertDetail TO SortDetail
       IF WSAlertAmount < ZERO
           COMPUTE SortAmount = WSAlertAmount * -1
       ELSE
           MOVE WSAlertAmount TO SortAmount
       END-IF
       MOVE WSAlertBallance TO SortBallance
       RELEASE SortedAlert.

WriteAlertExtract.
       MOVE 'N' TO WSEndOfSort
       PERFORM UNTIL WSAtEndOfSort
           RETURN SortWork
               AT END
                   MOVE 'Y' TO WSEndOfSort
               NOT AT END
                   PERFORM WriteOneAlert
           END-RETURN
       END-PERFORM
       MOVE SPACE TO AlertTrailer
       MOVE 'T' TO NTTrailerType
       MOVE WSTodayDateNum TO NTTrailerDate
       MOVE WSSecurityAlerts TO NTTrailerSecurityCount
       MOVE WSAlertsWritten TO NTTrailerRecordCount
       MOVE WSAmountTotal TO NTTrailerAmountTotal
       WRITE AlertTrailer
       IF NOT WSExtractFileOk
           DISPLAY "UNABLE TO WRITE CUSTOMERALERTS TRAILER - STATUS " WSExtractFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

WriteOneAlert.
       MOVE 'D' TO NTRecordType
       MOVE WSTodayDateNum TO NTBusinessDate
       MOVE SortPriority TO NTPriority
       MOVE SortAccountNumber TO NTAccountNumber
       MOVE SortChannel TO NTChannel
       MOVE SortPhone TO NTPhone
       MOVE SortEmail TO NTEmail
       MOVE SortEventCode TO NTEventCode
       MOVE SortCustomerName TO NTCustomerName
       MOVE SortDetail TO NTDetail
       MOVE SortAmount TO NTAmount
       MOVE SortBallance TO NTBallance
       WRITE AlertNotification
       IF NOT WSExtractFileOk
           DISPLAY "UNABLE TO WRITE CUSTOMERALERTS RECORD - STATUS " WSExtractFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       ADD 1 TO WSAlertsWritten
       ADD SortAmount TO WSAmountTotal
       IF SortPriority = 1
           ADD 1 TO WSSecurityAlerts
       END-IF
       MOVE 'N' TO WSEventFound
       PERFORM VARYING WSEventIndex FROM 1 BY 1
           UNTIL WSEventIndex > 9 OR WSEventSlotFound
           IF WSEventName(WSEventIndex) = SortEventCode
               MOVE 'Y' TO WSEventFound
           END-IF
       END-PERFORM
       IF WSEventSlotFound
           SUBTRACT 1 FROM WSEventIndex
           ADD 1 TO WSEventCount(WSEventIndex)
       END-IF.

PrintAlertReport.
       MOVE SPACE TO ReportLine
       STRING "Customer Alerts - " DELIMITED BY SIZE
           SessionDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Event             Alerts" TO ReportLine
       WRITE ReportLine
       PERFORM VARYING WSEventIndex FROM 1 BY 1 UNTIL WSEventIndex > 9
           MOVE SPACE TO ReportLine
           MOVE WSEventName(WSEventIndex) TO ReportLine(1:16)
           MOVE WSEventCount(WSEventIndex) TO ReportLine(18:7)
           WRITE ReportLine
       END-PERFORM
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "History records read:          " DELIMITED BY SIZE
           WSHistoryRecordsRead DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Alertable events found:        " DELIMITED BY SIZE
           WSEventsFound DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "  No alert channel on file:    " DELIMITED BY SIZE
           WSEventsNoChannel DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Alert records written:         " DELIMITED BY SIZE
           WSAlertsWritten DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "  Security alerts (priority 1):" DELIMITED BY SIZE
           WSSecurityAlerts DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSAmountTotal TO DollarFormat
       STRING "Control total of alert amounts:" DELIMITED BY SIZE
           DollarFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
