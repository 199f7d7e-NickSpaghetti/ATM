       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SendBillPayments.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> End-of-day batch job gathering the bill payments customers made
*> at the terminals into BillPayOutbound.dat, the fixed-layout
*> outbound payment file for our clearing partner: one batch header,
*> one detail record per payment carrying the payee's routing and
*> account number, and a trailer with the entry count, the routing
*> number hash and the dollar total the partner proves the file
*> against. Every Pending payment dated on or before the business
*> date goes out and is marked Sent; a payment to a payee under
*> Review (a previous payment to it came back) is held Pending until
*> a teller clears the payee, and goes out on the first night after.
*> A payment already marked Sent this business date is written
*> again, so a rerun after a crash part-way through rebuilds the
*> same complete file instead of one missing what went before.
*> BillPayOutbound.rpt lists every payment sent or held.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
       SELECT CustomerMaster ASSIGN TO "CustomerMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT OutboundFile ASSIGN TO "BillPayOutbound.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSOutboundFileStatus.
       SELECT OutboundReport ASSIGN TO "BillPayOutbound.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD  BillPayments.
       COPY BillPaymentRecord.
FD  Payees.
       COPY PayeeRecord.
FD  CustomerMaster.
       COPY CustomerRecord.

FD  OutboundFile.
*> Fixed layout agreed with the clearing partner - do not rearrange
*> fields without coordinating a new spec with them. Every record
*> ends in numeric fields on purpose: the file is LINE SEQUENTIAL,
*> which strips trailing spaces.
01 OutboundHeader.
       02 OBHeaderType PIC X(01).
       02 OBHeaderBatchDate PIC 9(08).
       02 OBHeaderCreatedDate PIC 9(08).
       02 OBHeaderCreatedTime PIC 9(06).
01 OutboundDetail.
       02 OBDetailType PIC X(01).
       02 OBPayeeName PIC X(40).
       02 OBPayeeAccount PIC X(17).
       02 OBCustomerName PIC X(40).
       02 OBCustomerAccount PIC 9(08).
       02 OBPaymentNumber PIC 9(08).
       02 OBRoutingNumber PIC 9(09).
       02 OBAmount PIC 9(09)V99.
*> The entry hash is the sum of the first eight digits of every
*> detail's routing number, kept to its low ten digits - the
*> partner recomputes it to prove no detail was dropped or altered.
01 OutboundTrailer.
       02 OBTrailerType PIC X(01).
       02 OBTrailerBatchDate PIC 9(08).
       02 OBTrailerEntryCount PIC 9(07).
       02 OBTrailerEntryHash PIC 9(10).
       02 OBTrailerTotalAmount PIC 9(11)V99.

FD  OutboundReport.
01 ReportLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSPaymentFileStatus PIC X(2).
       88 WSPaymentFileOk VALUE '00'.
       88 WSPaymentFileNotCreated VALUE '35'.
01 WSPayeeFileStatus PIC X(2).
       88 WSPayeeFileOk VALUE '00'.
       88 WSPayeeFileNotCreated VALUE '35'.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
01 WSOutboundFileStatus PIC X(2).
       88 WSOutboundFileOk VALUE '00'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.

01 WSEndOfPayments PIC X(01) VALUE 'N'.
       88 WSAtEndOfPayments VALUE 'Y'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSTodayDateNum REDEFINES SessionDate PIC 9(08).

01 PaymentWork.
       02 WSOutcome PIC X(30) VALUE SPACE.
       02 WSPaymentSent PIC X(01) VALUE 'N'.
           88 WSPaymentWasSent VALUE 'Y'.
       02 WSWorkPayeeName PIC X(40) VALUE SPACE.
       02 WSRoutingPrefix PIC 9(08) VALUE ZERO.

01 OutboundTotals.
       02 WSPaymentsSent PIC 9(07) VALUE ZERO.
       02 WSAmountSent PIC 9(11)V99 VALUE ZERO.
       02 WSPaymentsHeld PIC 9(07) VALUE ZERO.
       02 WSAmountHeld PIC 9(11)V99 VALUE ZERO.
       02 WSEntryHash PIC 9(10) VALUE ZERO.

01 DollarFormat PIC $$$,$$$,$$9.99-.
01 TotalFormat PIC $$,$$$,$$$,$$$,$$9.99-.

       COPY BatchControlRequest.
PROCEDURE DIVISION.
Main.
       PERFORM StartBatchRunControl
*> The batch goes out under the operator's business date, the same
*> day every other EOD job in the suite works on.
       MOVE BRCBusinessDate TO SessionDate

       OPEN OUTPUT OutboundFile
       IF NOT WSOutboundFileOk
           DISPLAY "UNABLE TO OPEN BILLPAYOUTBOUND.DAT - STATUS " WSOutboundFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN OUTPUT OutboundReport
       IF NOT WSReportFileOk
           DISPLAY "UNABLE TO OPEN BILLPAYOUTBOUND.RPT - STATUS " WSReportFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintReportHeader
       PERFORM WriteBatchHeader

*> No payment file on disk just means no bill has ever been paid at
*> a terminal - the partner still gets an empty, balanced batch.
       OPEN I-O BillPayments
       EVALUATE TRUE
           WHEN WSPaymentFileOk
               PERFORM OpenReferenceFiles
               PERFORM SendPendingPayments
               CLOSE CustomerMaster
               CLOSE Payees
               CLOSE BillPayments
           WHEN WSPaymentFileNotCreated
               CONTINUE
           WHEN OTHER
               DISPLAY "UNABLE TO OPEN BILLPAYMENTS - STATUS " WSPaymentFileStatus
               PERFORM FailBatchRunControl
               STOP RUN
       END-EVALUATE

       PERFORM WriteBatchTrailer
       CLOSE OutboundFile
       IF NOT WSOutboundFileOk
           DISPLAY "UNABLE TO CLOSE BILLPAYOUTBOUND.DAT - STATUS " WSOutboundFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintReportTotals
       CLOSE OutboundReport

       PERFORM CompleteBatchRunControl
       DISPLAY "Bill payment outbound complete. Payments sent: " WSPaymentsSent
       MOVE WSAmountSent TO TotalFormat
       DISPLAY "Total sent: " TotalFormat
       DISPLAY "Payments held for payee review: " WSPaymentsHeld
       DISPLAY "Batch written to BillPayOutbound.dat, listing to BillPayOutbound.rpt"
       STOP RUN.

StartBatchRunControl.
*> A batch the partner has already loaded must never be built twice
*> for the same business date.
       MOVE "Start" TO BRCFunction
       MOVE "BillPayOutbound" TO BRCJobName
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

OpenReferenceFiles.
       OPEN INPUT Payees
       IF NOT WSPayeeFileOk
           DISPLAY "UNABLE TO OPEN PAYEES - STATUS " WSPayeeFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN INPUT CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

SendPendingPayments.
       MOVE 'N' TO WSEndOfPayments
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
                   EVALUATE TRUE
                       WHEN BPStatusPending
                           AND BPPaymentDate NOT > WSTodayDateNum
                           PERFORM SendOnePayment
                       WHEN BPStatusSent
                           AND BPSentDate = WSTodayDateNum
                           PERFORM ResendOnePayment
                   END-EVALUATE
           END-READ
       END-PERFORM.

SendOnePayment.
       PERFORM ReadPaymentPayee
       EVALUATE TRUE
           WHEN NOT WSPayeeFileOk
               MOVE "HELD - PAYEE NOT ON FILE" TO WSOutcome
           WHEN PYStatusReview
               MOVE "HELD - PAYEE UNDER REVIEW" TO WSOutcome
           WHEN PYStatusRemoved
               MOVE "HELD - PAYEE REMOVED" TO WSOutcome
           WHEN OTHER
               PERFORM WriteOutboundDetail
               MOVE "Sent" TO BPStatus
               MOVE WSTodayDateNum TO BPSentDate
               REWRITE BillPaymentRecord
               IF NOT WSPaymentFileOk
                   DISPLAY "UNABLE TO REWRITE BILLPAYMENTS RECORD - STATUS " WSPaymentFileStatus
                   PERFORM FailBatchRunControl
                   STOP RUN
               END-IF
               MOVE "Sent" TO WSOutcome
       END-EVALUATE
       IF WSOutcome NOT = "Sent"
           ADD 1 TO WSPaymentsHeld
           ADD BPAmount TO WSAmountHeld
       END-IF
       PERFORM PrintPaymentLine.

ResendOnePayment.
*> Already marked Sent by an earlier attempt at this same business
*> date - it belongs in this batch whatever has happened to the
*> payee since.
       PERFORM ReadPaymentPayee
       IF NOT WSPayeeFileOk
           DISPLAY "PAYEE " BPPayeeNumber " MISSING FOR SENT PAYMENT " BPPaymentNumber " - CANNOT REBUILD THE BATCH"
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM WriteOutboundDetail
       MOVE "Sent" TO WSOutcome
       PERFORM PrintPaymentLine.

ReadPaymentPayee.
       MOVE SPACE TO WSWorkPayeeName
       MOVE BPPayeeNumber TO PYPayeeNumber
       READ Payees
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PYPayeeName TO WSWorkPayeeName
       END-READ.

WriteOutboundDetail.
       MOVE 'D' TO OBDetailType
       MOVE PYPayeeName TO OBPayeeName
       MOVE PYPayeeAccount TO OBPayeeAccount
       MOVE SPACE TO OBCustomerName
       MOVE BPAccountNumber TO CMAccountNumber
       READ CustomerMaster
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CMFullName(1:40) TO OBCustomerName
       END-READ
       MOVE BPAccountNumber TO OBCustomerAccount
       MOVE BPPaymentNumber TO OBPaymentNumber
       MOVE PYRoutingNumber TO OBRoutingNumber
       MOVE BPAmount TO OBAmount
       WRITE OutboundDetail
       IF NOT WSOutboundFileOk
           DISPLAY "UNABLE TO WRITE BILLPAYOUTBOUND DETAIL - STATUS " WSOutboundFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       ADD 1 TO WSPaymentsSent
       ADD BPAmount TO WSAmountSent
       COMPUTE WSRoutingPrefix = PYRoutingNumber / 10
       ADD WSRoutingPrefix TO WSEntryHash.

WriteBatchHeader.
       MOVE 'H' TO OBHeaderType
       MOVE WSTodayDateNum TO OBHeaderBatchDate
       MOVE FUNCTION CURRENT-DATE(1:8) TO OBHeaderCreatedDate
       MOVE FUNCTION CURRENT-DATE(9:6) TO OBHeaderCreatedTime
       WRITE OutboundHeader
       IF NOT WSOutboundFileOk
           DISPLAY "UNABLE TO WRITE BILLPAYOUTBOUND HEADER - STATUS " WSOutboundFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

WriteBatchTrailer.
       MOVE 'T' TO OBTrailerType
       MOVE WSTodayDateNum TO OBTrailerBatchDate
       MOVE WSPaymentsSent TO OBTrailerEntryCount
       MOVE WSEntryHash TO OBTrailerEntryHash
       MOVE WSAmountSent TO OBTrailerTotalAmount
       WRITE OutboundTrailer
       IF NOT WSOutboundFileOk
           DISPLAY "UNABLE TO WRITE BILLPAYOUTBOUND TRAILER - STATUS " WSOutboundFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

PrintReportHeader.
       MOVE SPACE TO ReportLine
       STRING "Bill Payment Outbound Batch - " DELIMITED BY SIZE
           SessionDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Payment   Account   Payee     Payee Name                               Paid On            Amount  Outcome" TO ReportLine
       WRITE ReportLine.

PrintPaymentLine.
       MOVE SPACE TO ReportLine
       MOVE BPPaymentNumber TO ReportLine(1:8)
       MOVE BPAccountNumber TO ReportLine(11:8)
       MOVE BPPayeeNumber TO ReportLine(21:8)
       MOVE WSWorkPayeeName TO ReportLine(31:40)
       MOVE BPPaymentDate TO ReportLine(72:8)
       MOVE BPAmount TO DollarFormat
       MOVE DollarFormat TO ReportLine(81:15)
       MOVE WSOutcome TO ReportLine(98:30)
       WRITE ReportLine.

PrintReportTotals.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSAmountSent TO TotalFormat
       STRING "Payments sent:  " DELIMITED BY SIZE
           WSPaymentsSent DELIMITED BY SIZE
           "   Total: " DELIMITED BY SIZE
           TotalFormat DELIMITED BY SIZE
           "   Entry hash: " DELIMITED BY SIZE
           WSEntryHash DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSAmountHeld TO TotalFormat
       STRING "Payments held:  " DELIMITED BY SIZE
           WSPaymentsHeld DELIMITED BY SIZE
           "   Total: " DELIMITED BY SIZE
           TotalFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
