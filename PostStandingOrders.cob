*> as a paired TransferOut/TransferIn on TransactionsHistory, with
*> the customer's stored ballances moved accordingly, then advances
*> the order's next-due date by its frequency. Orders against an
*> unknown, Frozen, Closed or ChargedOff account - or a from-account that cannot
*> cover the amount - are skipped with a reason, and every order
*> touched is written to StandingOrders.rpt as POSTED or SKIPPED so
*> the branch can follow up, same as the direct-deposit rejects. The
*> skipped orders also go to StandingOrderSkips.dat for the
*> CustomerAlerts job to tell the customer.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
       SELECT OrderSkips ASSIGN TO "StandingOrderSkips.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSSkipFileStatus.
DATA DIVISION.
FILE SECTION.
FD  StandingOrders.
       COPY CustomerRecord.
FD  OrderReport.
01 ReportLine PIC X(132).
FD  OrderSkips.
       COPY StandingOrderSkipRecord.
WORKING-STORAGE SECTION.
01 WSOrderFileStatus PIC X(2).
       88 WSOrderFileOk VALUE '00'.
       88 WSCustomerNotFound VALUE '23'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.
01 WSSkipFileStatus PIC X(2).
       88 WSSkipFileOk VALUE '00'.

01 WSEndOfOrders PIC X(01) VALUE 'N'.
       88 WSAtEndOfOrders VALUE 'Y'.
           CLOSE StandingOrders
           STOP RUN
       END-IF
       OPEN OUTPUT OrderSkips
       IF NOT WSSkipFileOk
           DISPLAY "UNABLE TO OPEN STANDINGORDERSKIPS.DAT - STATUS " WSSkipFileStatus
           CLOSE OrderReport
           CLOSE CustomerMaster
           CLOSE StandingOrders
           STOP RUN
       END-IF
       PERFORM PrintReportHeader

       MOVE 'N' TO WSEndOfOrders
           END-READ
       END-PERFORM

       CLOSE OrderSkips
       CLOSE OrderReport
       CLOSE CustomerMaster
       CLOSE StandingOrders
                   MOVE "ACCOUNT FROZEN" TO WSSkipReason
               WHEN "Closed"
                   MOVE "ACCOUNT CLOSED" TO WSSkipReason
               WHEN "ChargedOff"
                   MOVE "ACCOUNT CHARGED OFF" TO WSSkipReason
           END-EVALUATE
       END-IF
       IF WSSkipReason = SPACE
*> posts on the next EOD run without anyone re-keying it.
           ADD 1 TO WSOrdersSkipped
           PERFORM PrintSkippedLine
           PERFORM WriteSkipEntry
       END-IF.

ResolveTransferSlots.
       PERFORM GetNextTransactionRef
       MOVE TRRNextRef TO TransactionRef
       MOVE ZERO TO LinkedRef
       MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime
       WRITE TransactionData
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO WRITE TRANSACTION RECORD - STATUS " WSFileStatus
       END-STRING
       WRITE ReportLine.

WriteSkipEntry.
       MOVE WSTodayDateNum TO SKBusinessDate
       MOVE SOOrderNumber TO SKOrderNumber
       MOVE SOAccountNumber TO SKAccountNumber
       MOVE SOFromAccountType TO SKFromAccountType
       MOVE SOToAccountType TO SKToAccountType
       MOVE WSSkipReason TO SKReason
       MOVE SOAmount TO SKAmount
       WRITE StandingOrderSkipEntry
       IF NOT WSSkipFileOk
           DISPLAY "UNABLE TO WRITE STANDINGORDERSKIPS RECORD - STATUS " WSSkipFileStatus
           STOP RUN
       END-IF.

PrintSkippedLine.
       MOVE SPACE TO ReportLine
       MOVE SOAmount TO DollarFormat
