       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. Report1099Interest.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Year-end batch job for the 1099-INT. Reads the twelve monthly
*> archive cuts ArchiveTransactions wrote for the tax year
*> (TransactionsHistory.YYYYMM.dat), then the online file for
*> whatever has not been cut yet, and totals each account's
*> "InterestCredit" postings dated in the year. A "Reversal" whose
*> LinkedRef points back at one of those interest credits is netted
*> out of the same account, whenever it was posted. Every account
*> with interest left writes one fixed-layout record to
*> Interest1099.dat for the forms vendor, flagged reportable when the
*> year's interest reaches the reporting threshold; the taxpayer ID
*> and mailing address come from the customer master.
*> Interest1099.rpt is the control report - the files read, the
*> record count and the dollar total the vendor's load must match -
*> and Interest1099Exceptions.rpt lists every account paid interest
*> with no TIN on file, for backup-withholding follow-up.
*> The tax year is the business date's prior year (its own year on
*> a 31 December business date) unless TAX_YEAR names one (YYYY);
*> the threshold is $10.00 unless TAX_REPORTING_THRESHOLD gives
*> another figure. Replaces adding the year's interest up by hand
*> every January.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL TransactionsHistory ASSIGN USING WSHistoryFileName
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSFileStatus.
       SELECT CustomerMaster ASSIGN TO "CustomerMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT TaxExtract ASSIGN TO "Interest1099.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSExtractFileStatus.
       SELECT ControlReport ASSIGN TO "Interest1099.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
       SELECT ExceptionReport ASSIGN TO "Interest1099Exceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSExceptionFileStatus.
DATA DIVISION.
FILE SECTION.
FD  TransactionsHistory.
       COPY TransactionRecord.
FD  CustomerMaster.
       COPY CustomerRecord.

FD  TaxExtract.
*> Fixed layout agreed with the forms vendor - do not rearrange
*> fields without coordinating a new spec with them. One record per
*> account paid interest in the tax year. The record ends in a
*> numeric field on purpose: the extract is LINE SEQUENTIAL, which
*> strips trailing spaces, and a record ending in an alphanumeric
*> field would come out variable length.
01 Interest1099Record.
       02 IRTaxYear PIC 9(04).
       02 IRAccountNumber PIC 9(08).
       02 IRTaxId PIC X(09).
       02 IRRecipientName PIC X(40).
       02 IRMailStreet PIC X(40).
       02 IRMailCity PIC X(30).
       02 IRMailState PIC X(02).
       02 IRMailZip PIC X(10).
*> Y when the year's interest reaches the reporting threshold.
       02 IRReportable PIC X(01).
*> Y when no taxpayer ID is on file - the vendor holds the form.
       02 IRTinMissing PIC X(01).
       02 IRInterestAmount PIC 9(09)V99.

FD  ControlReport.
01 ReportLine PIC X(132).
FD  ExceptionReport.
01 ExceptionLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
*> '05' is OPTIONAL-file-was-missing: the OPEN still succeeds with
*> an empty file, which must be CLOSEd like any other.
       88 WSFileOpenOk VALUE '00' '05'.
       88 WSFileWasMissing VALUE '05'.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
01 WSExtractFileStatus PIC X(2).
       88 WSExtractFileOk VALUE '00'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.
01 WSExceptionFileStatus PIC X(2).
       88 WSExceptionFileOk VALUE '00'.

01 WSHistoryFileName PIC X(64) VALUE "TransactionsHistory.dat".

01 WSEndOfHistory PIC X(01) VALUE 'N'.
       88 WSAtEndOfHistory VALUE 'Y'.
01 WSEndOfMaster PIC X(01) VALUE 'N'.
       88 WSAtEndOfMaster VALUE 'Y'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).

01 TaxParameters.
       02 WSTaxYear PIC 9(04) VALUE ZERO.
       02 WSTaxYearText PIC X(12) VALUE SPACE.
       02 WSThresholdText PIC X(12) VALUE SPACE.
       02 WSReportingThreshold PIC 9(07)V99 VALUE 10.00.
       02 WSCutMonth PIC 9(02) VALUE ZERO.
       02 WSCutYearMonth PIC 9(06) VALUE ZERO.

*> Each file read, for the control report.
01 FileReadTotals.
       02 WSFileRecordsRead PIC 9(07) VALUE ZERO.
       02 WSFileInterestCredits PIC 9(05) VALUE ZERO.
       02 WSFileReversals PIC 9(05) VALUE ZERO.
       02 WSFilesRead PIC 9(02) VALUE ZERO.
       02 WSFilesMissing PIC 9(02) VALUE ZERO.

*> The year's interest per account, in first-seen order.
01 InterestAccountTable.
       02 WSAccountCount PIC 9(04) VALUE ZERO.
       02 WSAccountEntry OCCURS 5000 TIMES.
           03 WSAcctNumber PIC 9(08).
           03 WSAcctGross PIC S9(09)V99.
           03 WSAcctReversed PIC S9(09)V99.
           03 WSAcctOnMaster PIC X(01).

01 AccountLookupControl.
       02 WSAcctIndex PIC 9(04) VALUE ZERO.
       02 WSAcctFound PIC X(01) VALUE 'N'.
           88 WSAcctSlotFound VALUE 'Y'.
       02 WSLookupAccountNumber PIC 9(08) VALUE ZERO.

*> Every interest credit of the tax year by reference number, so a
*> Reversal read later can be recognised as one of interest and
*> netted against the right account. The files are read oldest
*> first and AdjustTransactions only ever reverses a posting still
*> on the online file, so the credit is always seen before its
*> reversal.
01 InterestRefTable.
       02 WSRefCount PIC 9(05) VALUE ZERO.
       02 WSRefEntry OCCURS 30000 TIMES.
           03 WSRefNumber PIC 9(10).
           03 WSRefAcctIndex PIC 9(04).

01 RefLookupControl.
       02 WSRefIndex PIC 9(05) VALUE ZERO.
       02 WSRefFound PIC X(01) VALUE 'N'.
           88 WSRefSlotFound VALUE 'Y'.

01 FormWork.
       02 WSNetInterest PIC S9(09)V99 VALUE ZERO.
       02 WSTinMissing PIC X(01) VALUE 'N'.
           88 WSNoTinOnFile VALUE 'Y'.

01 ExtractTotals.
       02 WSRecordsWritten PIC 9(05) VALUE ZERO.
       02 WSTotalInterest PIC S9(11)V99 VALUE ZERO.
       02 WSReportableCount PIC 9(05) VALUE ZERO.
       02 WSReportableInterest PIC S9(11)V99 VALUE ZERO.
       02 WSBelowThresholdCount PIC 9(05) VALUE ZERO.
       02 WSMissingTinCount PIC 9(05) VALUE ZERO.
       02 WSNotOnMasterCount PIC 9(05) VALUE ZERO.
       02 WSFullyReversedCount PIC 9(05) VALUE ZERO.

01 DollarFormat PIC $$,$$$,$$$,$$$,$$9.99-.

       COPY BatchControlRequest.
PROCEDURE DIVISION.
Main.
       PERFORM StartBatchRunControl
       MOVE BRCBusinessDate TO SessionDate
       PERFORM ResolveTaxParameters

       OPEN OUTPUT ControlReport
       IF NOT WSReportFileOk
           DISPLAY "UNABLE TO OPEN INTEREST1099.RPT - STATUS " WSReportFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintControlHeader

*> The twelve month-end cuts oldest first, then the online file for
*> the months not yet archived.
       PERFORM VARYING WSCutMonth FROM 1 BY 1 UNTIL WSCutMonth > 12
           COMPUTE WSCutYearMonth = (WSTaxYear * 100) + WSCutMonth
           MOVE SPACE TO WSHistoryFileName
           STRING "TransactionsHistory." DELIMITED BY SIZE
               WSCutYearMonth DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WSHistoryFileName
           END-STRING
           PERFORM ReadOneHistoryFile
       END-PERFORM
       MOVE "TransactionsHistory.dat" TO WSHistoryFileName
       PERFORM ReadOneHistoryFile

       OPEN INPUT CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           CLOSE ControlReport
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN OUTPUT TaxExtract
       IF NOT WSExtractFileOk
           DISPLAY "UNABLE TO OPEN INTEREST1099.DAT - STATUS " WSExtractFileStatus
           CLOSE CustomerMaster
           CLOSE ControlReport
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN OUTPUT ExceptionReport
       IF NOT WSExceptionFileOk
           DISPLAY "UNABLE TO OPEN INTEREST1099EXCEPTIONS.RPT - STATUS " WSExceptionFileStatus
           CLOSE TaxExtract
           CLOSE CustomerMaster
           CLOSE ControlReport
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintExceptionHeader

*> Walk the master in account order so the vendor's file comes out
*> sorted, then catch any account paid interest that is no longer on
*> the master at all.
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
                   PERFORM ReportOneAccount
           END-READ
       END-PERFORM
       PERFORM VARYING WSAcctIndex FROM 1 BY 1
           UNTIL WSAcctIndex > WSAccountCount
           IF WSAcctOnMaster(WSAcctIndex) NOT = 'Y'
               PERFORM ReportAccountNotOnMaster
           END-IF
       END-PERFORM

       PERFORM PrintControlTotals
       CLOSE ExceptionReport
       CLOSE TaxExtract
       CLOSE CustomerMaster
       CLOSE ControlReport

       PERFORM CompleteBatchRunControl
       DISPLAY "1099-INT extract complete for tax year " WSTaxYear
       DISPLAY "Records written: " WSRecordsWritten "  Reportable: " WSReportableCount
       MOVE WSTotalInterest TO DollarFormat
       DISPLAY "Total interest: " DollarFormat
       DISPLAY "Missing TIN exceptions: " WSMissingTinCount
       DISPLAY "Extract written to Interest1099.dat, control report to Interest1099.rpt"
       STOP RUN.

StartBatchRunControl.
*> Nothing is posted - the extract can be rerun as often as the
*> TINs and addresses are corrected.
       MOVE "Start" TO BRCFunction
       MOVE "Interest1099" TO BRCJobName
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

ResolveTaxParameters.
*> Run in January for the year just ended, unless told otherwise -
*> or on 31 December itself, when the end-of-day stream runs it as
*> the year-end step after the last interest credit has posted.
       COMPUTE WSTaxYear = WSTodayYear - 1
       IF WSTodayMonth = 12 AND WSTodayDay = 31
           MOVE WSTodayYear TO WSTaxYear
       END-IF
       MOVE SPACE TO WSTaxYearText
       ACCEPT WSTaxYearText FROM ENVIRONMENT "TAX_YEAR"
       IF WSTaxYearText NOT = SPACE
           IF WSTaxYearText(1:4) IS NUMERIC
               AND WSTaxYearText(5:8) = SPACE
               MOVE WSTaxYearText(1:4) TO WSTaxYear
           ELSE
               DISPLAY "TAX_YEAR MUST BE YYYY - GOT " WSTaxYearText
               PERFORM FailBatchRunControl
               STOP RUN
           END-IF
       END-IF
       MOVE SPACE TO WSThresholdText
       ACCEPT WSThresholdText FROM ENVIRONMENT "TAX_REPORTING_THRESHOLD"
       IF WSThresholdText NOT = SPACE
           COMPUTE WSReportingThreshold =
               FUNCTION NUMVAL(WSThresholdText)
       END-IF
       MOVE WSReportingThreshold TO DollarFormat
       DISPLAY "Tax year: " WSTaxYear "  Reporting threshold: " DollarFormat.

ReadOneHistoryFile.
       MOVE ZERO TO WSFileRecordsRead
       MOVE ZERO TO WSFileInterestCredits
       MOVE ZERO TO WSFileReversals
       OPEN INPUT TransactionsHistory
       IF NOT WSFileOpenOk
*> A cut that exists but will not open would silently understate
*> somebody's form - stop rather than hand the vendor a short file.
           DISPLAY "UNABLE TO OPEN " WSHistoryFileName " - STATUS " WSFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       IF WSFileWasMissing
           ADD 1 TO WSFilesMissing
           PERFORM PrintFileLine
           CLOSE TransactionsHistory
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSFilesRead
       MOVE 'N' TO WSEndOfHistory
       PERFORM UNTIL WSAtEndOfHistory
           READ TransactionsHistory
               AT END
                   MOVE 'Y' TO WSEndOfHistory
               NOT AT END
                   ADD 1 TO WSFileRecordsRead
                   PERFORM NoteHistoryRecord
           END-READ
       END-PERFORM
       CLOSE TransactionsHistory
       PERFORM PrintFileLine.

NoteHistoryRecord.
       EVALUATE Action
           WHEN "InterestCredit"
               IF CurrentYear = WSTaxYear
                   PERFORM NoteInterestCredit
               END-IF
           WHEN "Reversal"
               IF LinkedRef IS NUMERIC AND LinkedRef NOT = ZERO
                   PERFORM NoteReversal
               END-IF
       END-EVALUATE.

NoteInterestCredit.
       ADD 1 TO WSFileInterestCredits
       MOVE AccountNumber TO WSLookupAccountNumber
       PERFORM LookUpAccountEntry
       IF NOT WSAcctSlotFound
           IF WSAccountCount >= 5000
               DISPLAY "INTEREST ACCOUNT TABLE FULL - RAISE THE TABLE SIZE AND RERUN"
               PERFORM FailBatchRunControl
               STOP RUN
           END-IF
           ADD 1 TO WSAccountCount
           MOVE WSAccountCount TO WSAcctIndex
           MOVE AccountNumber TO WSAcctNumber(WSAcctIndex)
           MOVE ZERO TO WSAcctGross(WSAcctIndex)
           MOVE ZERO TO WSAcctReversed(WSAcctIndex)
           MOVE 'N' TO WSAcctOnMaster(WSAcctIndex)
       END-IF
       ADD Amount TO WSAcctGross(WSAcctIndex)
*> A record from before reference numbers existed cannot be reversed
*> by reference, so there is nothing to remember it by.
       IF TransactionRef IS NUMERIC AND TransactionRef NOT = ZERO
           IF WSRefCount >= 30000
               DISPLAY "INTEREST REFERENCE TABLE FULL - RAISE THE TABLE SIZE AND RERUN"
               PERFORM FailBatchRunControl
               STOP RUN
           END-IF
           ADD 1 TO WSRefCount
           MOVE TransactionRef TO WSRefNumber(WSRefCount)
           MOVE WSAcctIndex TO WSRefAcctIndex(WSRefCount)
       END-IF.

NoteReversal.
*> Only a reversal of one of this year's interest credits counts -
*> the Amount already carries the opposite sign.
       MOVE 'N' TO WSRefFound
       PERFORM VARYING WSRefIndex FROM 1 BY 1
           UNTIL WSRefIndex > WSRefCount OR WSRefSlotFound
           IF WSRefNumber(WSRefIndex) = LinkedRef
               MOVE 'Y' TO WSRefFound
           END-IF
       END-PERFORM
       IF WSRefSlotFound
           SUBTRACT 1 FROM WSRefIndex
           MOVE WSRefAcctIndex(WSRefIndex) TO WSAcctIndex
           ADD Amount TO WSAcctReversed(WSAcctIndex)
           ADD 1 TO WSFileReversals
       END-IF.

LookUpAccountEntry.
       MOVE 'N' TO WSAcctFound
       PERFORM VARYING WSAcctIndex FROM 1 BY 1
           UNTIL WSAcctIndex > WSAccountCount OR WSAcctSlotFound
           IF WSAcctNumber(WSAcctIndex) = WSLookupAccountNumber
               MOVE 'Y' TO WSAcctFound
           END-IF
       END-PERFORM
       IF WSAcctSlotFound
           SUBTRACT 1 FROM WSAcctIndex
       END-IF.

ReportOneAccount.
       MOVE CMAccountNumber TO WSLookupAccountNumber
       PERFORM LookUpAccountEntry
       IF NOT WSAcctSlotFound
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO WSAcctOnMaster(WSAcctIndex)
       COMPUTE WSNetInterest =
           WSAcctGross(WSAcctIndex) + WSAcctReversed(WSAcctIndex)
       IF WSNetInterest NOT > ZERO
           ADD 1 TO WSFullyReversedCount
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO WSTinMissing
       IF CMTaxId = SPACE OR CMTaxId IS NOT NUMERIC
           OR CMTaxId = "000000000"
           MOVE 'Y' TO WSTinMissing
       END-IF

       MOVE WSTaxYear TO IRTaxYear
       MOVE CMAccountNumber TO IRAccountNumber
       MOVE CMTaxId TO IRTaxId
       MOVE CMFullName(1:40) TO IRRecipientName
       MOVE CMMailStreet TO IRMailStreet
       MOVE CMMailCity TO IRMailCity
       MOVE CMMailState TO IRMailState
       MOVE CMMailZip TO IRMailZip
       IF WSNetInterest NOT < WSReportingThreshold
           MOVE 'Y' TO IRReportable
           ADD 1 TO WSReportableCount
           ADD WSNetInterest TO WSReportableInterest
       ELSE
           MOVE 'N' TO IRReportable
           ADD 1 TO WSBelowThresholdCount
       END-IF
       MOVE WSTinMissing TO IRTinMissing
       MOVE WSNetInterest TO IRInterestAmount
       WRITE Interest1099Record
       IF NOT WSExtractFileOk
           DISPLAY "UNABLE TO WRITE INTEREST1099 RECORD - STATUS " WSExtractFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       ADD 1 TO WSRecordsWritten
       ADD WSNetInterest TO WSTotalInterest

       IF WSNoTinOnFile
           ADD 1 TO WSMissingTinCount
           MOVE SPACE TO ExceptionLine
           MOVE CMAccountNumber TO ExceptionLine(1:8)
           MOVE CMFullName(1:40) TO ExceptionLine(11:40)
           MOVE WSNetInterest TO DollarFormat
           MOVE DollarFormat TO ExceptionLine(52:22)
           MOVE IRReportable TO ExceptionLine(78:1)
           MOVE "NO TAXPAYER ID ON FILE" TO ExceptionLine(82:30)
           WRITE ExceptionLine
       END-IF.

ReportAccountNotOnMaster.
       COMPUTE WSNetInterest =
           WSAcctGross(WSAcctIndex) + WSAcctReversed(WSAcctIndex)
       IF WSNetInterest NOT > ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSNotOnMasterCount
       MOVE SPACE TO ExceptionLine
       MOVE WSAcctNumber(WSAcctIndex) TO ExceptionLine(1:8)
       MOVE WSNetInterest TO DollarFormat
       MOVE DollarFormat TO ExceptionLine(52:22)
       MOVE "NOT ON CUSTOMER MASTER - NO FORM" TO ExceptionLine(82:32)
       WRITE ExceptionLine.

PrintControlHeader.
       MOVE SPACE TO ReportLine
       STRING "1099-INT Control Report - Tax Year " DELIMITED BY SIZE
           WSTaxYear DELIMITED BY SIZE
           "  Run " DELIMITED BY SIZE
           SessionDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSReportingThreshold TO DollarFormat
       STRING "Reporting threshold: " DELIMITED BY SIZE
           DollarFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "History File                        Records  Interest  Reversals" TO ReportLine
       WRITE ReportLine.

PrintFileLine.
       MOVE SPACE TO ReportLine
       MOVE WSHistoryFileName(1:34) TO ReportLine(1:34)
       IF WSFileWasMissing
           MOVE "NOT ON FILE" TO ReportLine(37:11)
       ELSE
           MOVE WSFileRecordsRead TO ReportLine(37:7)
           MOVE WSFileInterestCredits TO ReportLine(48:5)
           MOVE WSFileReversals TO ReportLine(59:5)
       END-IF
       WRITE ReportLine.

PrintExceptionHeader.
       MOVE SPACE TO ExceptionLine
       STRING "1099-INT Exceptions - Tax Year " DELIMITED BY SIZE
           WSTaxYear DELIMITED BY SIZE
           " - accounts paid interest with no taxpayer ID" DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE SPACE TO ExceptionLine
       WRITE ExceptionLine
       MOVE "Account   Customer                                            Net Interest   Rpt Reason" TO ExceptionLine
       WRITE ExceptionLine.

PrintControlTotals.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Archive cuts and online file read: " DELIMITED BY SIZE
           WSFilesRead DELIMITED BY SIZE
           "   Not on file: " DELIMITED BY SIZE
           WSFilesMissing DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Extract record count:              " DELIMITED BY SIZE
           WSRecordsWritten DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSTotalInterest TO DollarFormat
       STRING "Extract dollar total:              " DELIMITED BY SIZE
           DollarFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Reportable (at or over threshold): " DELIMITED BY SIZE
           WSReportableCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSReportableInterest TO DollarFormat
       STRING "Reportable dollar total:           " DELIMITED BY SIZE
           DollarFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Under threshold:                   " DELIMITED BY SIZE
           WSBelowThresholdCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Interest fully reversed:           " DELIMITED BY SIZE
           WSFullyReversedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Missing TIN (see exceptions):      " DELIMITED BY SIZE
           WSMissingTinCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Not on customer master:            " DELIMITED BY SIZE
           WSNotOnMasterCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
