       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VelocityReview.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Nightly velocity review report for the fraud desk. Reads
*> VelocityHits.dat - every velocity rule a terminal session
*> breached, as filed by ATM.cob - and TransactionsHistory.dat for
*> the freezes those breaches placed, and writes VelocityReview.rpt:
*> every rule hit on the business date, every automatic freeze
*> placed on it (with any freeze whose hit record never got filed
*> called out), every hit still waiting for the fraud desk to
*> confirm or clear it through TellerMaintenance, flagging any
*> account whose freeze was lifted some other way before the review,
*> and the hits the desk decided on the business date. Nothing is
*> updated here; the report is the desk's worklist.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VelocityHits ASSIGN TO "VelocityHits.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VHHitKey
           FILE STATUS  WSHitFileStatus.
       SELECT TransactionsHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSFileStatus.
       SELECT CustomerMaster ASSIGN TO "CustomerMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT ReviewReport ASSIGN TO "VelocityReview.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD  VelocityHits.
       COPY VelocityHitRecord.
FD  TransactionsHistory.
       COPY TransactionRecord.
FD  CustomerMaster.
       COPY CustomerRecord.
FD  ReviewReport.
01 ReportLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSHitFileStatus PIC X(2).
       88 WSHitFileOk VALUE '00'.
       88 WSHitFileNotCreated VALUE '35'.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
       88 WSHistoryNotCreated VALUE '35'.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.

01 WSEndOfHits PIC X(01) VALUE 'N'.
       88 WSAtEndOfHits VALUE 'Y'.
01 WSEndOfFile PIC X(01) VALUE 'N'.
       88 WSAtEndOfFile VALUE 'Y'.
*> No hit file at all just means no terminal has breached a rule
*> on this install yet - every section prints empty.
01 WSHitsOnFile PIC X(01) VALUE 'N'.
       88 WSHaveHitFile VALUE 'Y'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSTodayDateNum REDEFINES SessionDate PIC 9(08).

01 ReviewTotals.
       02 WSHitsToday PIC 9(07) VALUE ZERO.
       02 WSFreezesToday PIC 9(07) VALUE ZERO.
       02 WSFreezesWithoutHit PIC 9(07) VALUE ZERO.
       02 WSOpenHits PIC 9(07) VALUE ZERO.
       02 WSLiftedWithoutReview PIC 9(07) VALUE ZERO.
       02 WSConfirmedToday PIC 9(07) VALUE ZERO.
       02 WSClearedToday PIC 9(07) VALUE ZERO.

*> The freeze references of the business date's hits, so each
*> automatic freeze on history can be matched to the hit that
*> placed it.
01 FreezeRefTable.
       02 WSFreezeRefCount PIC 9(03) VALUE ZERO.
       02 WSFreezeRefEntry OCCURS 500 TIMES.
           03 WSFreezeRef PIC 9(10).

01 FreezeLookupControl.
       02 WSRefIndex PIC 9(03) VALUE ZERO.
       02 WSRefFound PIC X(01) VALUE 'N'.
           88 WSRefMatched VALUE 'Y'.

01 WSAccountStatusNow PIC X(10) VALUE SPACE.
01 WSFreezeRule PIC X(10) VALUE SPACE.

01 TimeFormat.
       02 TFHour PIC 9(02).
       02 FILLER PIC X(01) VALUE ":".
       02 TFMinute PIC 9(02).
       02 FILLER PIC X(01) VALUE ":".
       02 TFSecond PIC 9(02).
01 WSWorkTime PIC 9(06) VALUE ZERO.
01 WSWorkTimeParts REDEFINES WSWorkTime.
       02 WSWorkHour PIC 9(02).
       02 WSWorkMinute PIC 9(02).
       02 WSWorkSecond PIC 9(02).

01 DollarFormat PIC $$$,$$$,$$9.99-.
01 CountFormat PIC Z,ZZZ,ZZ9.
01 DateFormat PIC 9999/99/99.

       COPY BatchControlRequest.
PROCEDURE DIVISION.
Main.
       PERFORM StartBatchRunControl
       MOVE BRCBusinessDate TO SessionDate

       OPEN INPUT VelocityHits
       EVALUATE TRUE
           WHEN WSHitFileOk
               MOVE 'Y' TO WSHitsOnFile
           WHEN WSHitFileNotCreated
               MOVE 'N' TO WSHitsOnFile
           WHEN OTHER
               DISPLAY "UNABLE TO OPEN VELOCITYHITS - STATUS " WSHitFileStatus
               PERFORM FailBatchRunControl
               STOP RUN
       END-EVALUATE
       OPEN INPUT CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN OUTPUT ReviewReport
       IF NOT WSReportFileOk
           DISPLAY "UNABLE TO OPEN VELOCITYREVIEW.RPT - STATUS " WSReportFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF

       PERFORM PrintReportHeader
       PERFORM PrintHitsToday
       PERFORM PrintFreezesToday
       PERFORM PrintAwaitingReview
       PERFORM PrintReviewedToday
       PERFORM PrintReviewTotals

       CLOSE ReviewReport
       CLOSE CustomerMaster
       IF WSHaveHitFile
           CLOSE VelocityHits
       END-IF
       PERFORM CompleteBatchRunControl
       DISPLAY "Velocity review written to VelocityReview.rpt"
       STOP RUN.

StartBatchRunControl.
       MOVE "Start" TO BRCFunction
       MOVE "VelocityReview" TO BRCJobName
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

PrintReportHeader.
       MOVE SPACE TO ReportLine
       MOVE WSTodayDateNum TO DateFormat
       STRING "ATM Velocity Review - " DELIMITED BY SIZE
           DateFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.

PrintSectionHeader.
*> The caller has the section title in ReportLine.
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       WRITE ReportLine.

PrintHitsToday.
*> The hit file is keyed by date first, so START at the business
*> date and stop at the first hit from a later one.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Rule Hits on the Business Date" TO ReportLine
       PERFORM PrintSectionHeader
       MOVE "Time     Terminal Account   Rule       Attempted           Amount Count Other    Freeze Ref Status" TO ReportLine
       WRITE ReportLine
       IF WSHaveHitFile
           MOVE 'N' TO WSEndOfHits
           MOVE LOW-VALUES TO VHHitKey
           MOVE WSTodayDateNum TO VHHitDate
           START VelocityHits KEY IS NOT LESS THAN VHHitKey
               INVALID KEY
                   MOVE 'Y' TO WSEndOfHits
           END-START
           PERFORM UNTIL WSAtEndOfHits
               READ VelocityHits NEXT RECORD
                   AT END
                       MOVE 'Y' TO WSEndOfHits
                   NOT AT END
                       IF VHHitDate NOT = WSTodayDateNum
                           MOVE 'Y' TO WSEndOfHits
                       ELSE
                           PERFORM PrintHitLine
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       IF WSHitsToday = ZERO
           MOVE "    No velocity rule was breached on this business date." TO ReportLine
           WRITE ReportLine
       END-IF.

PrintHitLine.
       ADD 1 TO WSHitsToday
       PERFORM NoteFreezeRef
       MOVE SPACE TO ReportLine
       MOVE VHHitTime TO WSWorkTime
       PERFORM FormatWorkTime
       MOVE TimeFormat TO ReportLine(1:8)
       MOVE VHTerminalId TO ReportLine(10:8)
       MOVE VHAccountNumber TO ReportLine(19:8)
       MOVE VHRuleCode TO ReportLine(29:10)
       MOVE VHAttempted TO ReportLine(40:10)
       MOVE VHAmount TO DollarFormat
       MOVE DollarFormat TO ReportLine(51:15)
       MOVE VHObservedCount TO ReportLine(68:3)
       MOVE VHOtherTerminal TO ReportLine(73:8)
       MOVE VHFreezeRef TO ReportLine(82:10)
       MOVE VHStatus TO ReportLine(93:10)
       WRITE ReportLine.

NoteFreezeRef.
       IF WSFreezeRefCount >= 500
           DISPLAY "FREEZE REFERENCE TABLE FULL - RAISE THE TABLE SIZE AND RERUN"
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       ADD 1 TO WSFreezeRefCount
       MOVE VHFreezeRef TO WSFreezeRef(WSFreezeRefCount).

FormatWorkTime.
       MOVE WSWorkHour TO TFHour
       MOVE WSWorkMinute TO TFMinute
       MOVE WSWorkSecond TO TFSecond.

PrintFreezesToday.
*> A terminal's freeze is signed "VelocityRule <code>" where a
*> teller's carries the operator ID - those are the automatic ones.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Automatic Freezes Placed on the Business Date" TO ReportLine
       PERFORM PrintSectionHeader
       MOVE "Time     Terminal Account   Rule       Freeze Ref Hit Record" TO ReportLine
       WRITE ReportLine
       MOVE 'N' TO WSEndOfFile
       OPEN INPUT TransactionsHistory
       EVALUATE TRUE
           WHEN WSFileOperationOk
               PERFORM UNTIL WSAtEndOfFile
                   READ TransactionsHistory
                       AT END
                           MOVE 'Y' TO WSEndOfFile
                       NOT AT END
                           IF Action = "FreezePlaced"
                               AND FullName(1:13) = "VelocityRule "
                               AND CurrentYear = WSTodayYear
                               AND CurrentMonth = WSTodayMonth
                               AND CurrentDay = WSTodayDay
                               PERFORM PrintFreezeLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransactionsHistory
           WHEN WSHistoryNotCreated
               CONTINUE
           WHEN OTHER
               DISPLAY "UNABLE TO OPEN TRANSACTIONSHISTORY - STATUS " WSFileStatus
               PERFORM FailBatchRunControl
               STOP RUN
       END-EVALUATE
       IF WSFreezesToday = ZERO
           MOVE "    No account was frozen by a velocity rule on this business date." TO ReportLine
           WRITE ReportLine
       END-IF.

PrintFreezeLine.
       ADD 1 TO WSFreezesToday
       MOVE FullName(14:10) TO WSFreezeRule
       MOVE SPACE TO ReportLine
       IF TransactionTime IS NUMERIC
           MOVE TransactionTime TO WSWorkTime
           PERFORM FormatWorkTime
           MOVE TimeFormat TO ReportLine(1:8)
       END-IF
       MOVE TerminalId TO ReportLine(10:8)
       MOVE AccountNumber TO ReportLine(19:8)
       MOVE WSFreezeRule TO ReportLine(29:10)
       MOVE TransactionRef TO ReportLine(40:10)
       MOVE 'N' TO WSRefFound
       PERFORM VARYING WSRefIndex FROM 1 BY 1
           UNTIL WSRefIndex > WSFreezeRefCount OR WSRefMatched
           IF WSFreezeRef(WSRefIndex) = TransactionRef
               MOVE 'Y' TO WSRefFound
           END-IF
       END-PERFORM
       IF WSRefMatched
           MOVE "Filed" TO ReportLine(51:20)
       ELSE
           MOVE "NO HIT RECORD FILED" TO ReportLine(51:20)
           ADD 1 TO WSFreezesWithoutHit
       END-IF
       WRITE ReportLine.

PrintAwaitingReview.
*> Every hit the fraud desk has not decided yet, whatever day it
*> happened on. An account that is no longer Frozen had its freeze
*> lifted some other way - that wants a second look before the hit
*> is cleared.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Hits Awaiting Fraud Desk Review" TO ReportLine
       PERFORM PrintSectionHeader
       MOVE "Date       Time     Terminal Account   Rule       Acct Status Note" TO ReportLine
       WRITE ReportLine
       IF WSHaveHitFile
           MOVE 'N' TO WSEndOfHits
           MOVE LOW-VALUES TO VHHitKey
           START VelocityHits KEY IS NOT LESS THAN VHHitKey
               INVALID KEY
                   MOVE 'Y' TO WSEndOfHits
           END-START
           PERFORM UNTIL WSAtEndOfHits
               READ VelocityHits NEXT RECORD
                   AT END
                       MOVE 'Y' TO WSEndOfHits
                   NOT AT END
                       IF VHStatusOpen
                           PERFORM PrintOpenHitLine
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       IF WSOpenHits = ZERO
           MOVE "    No hits are waiting for review." TO ReportLine
           WRITE ReportLine
       END-IF.

PrintOpenHitLine.
       ADD 1 TO WSOpenHits
       MOVE VHAccountNumber TO CMAccountNumber
       READ CustomerMaster
           INVALID KEY
               MOVE "NotOnFile" TO WSAccountStatusNow
           NOT INVALID KEY
               MOVE CMAccountStatus TO WSAccountStatusNow
       END-READ
       MOVE SPACE TO ReportLine
       MOVE VHHitDate TO DateFormat
       MOVE DateFormat TO ReportLine(1:10)
       MOVE VHHitTime TO WSWorkTime
       PERFORM FormatWorkTime
       MOVE TimeFormat TO ReportLine(12:8)
       MOVE VHTerminalId TO ReportLine(21:8)
       MOVE VHAccountNumber TO ReportLine(30:8)
       MOVE VHRuleCode TO ReportLine(40:10)
       MOVE WSAccountStatusNow TO ReportLine(51:10)
       IF WSAccountStatusNow NOT = "Frozen"
           MOVE "FREEZE LIFTED WITHOUT REVIEW" TO ReportLine(63:30)
           ADD 1 TO WSLiftedWithoutReview
       END-IF
       WRITE ReportLine.

PrintReviewedToday.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Hits Reviewed on the Business Date" TO ReportLine
       PERFORM PrintSectionHeader
       MOVE "Date       Terminal Account   Rule       Outcome    Reviewed By" TO ReportLine
       WRITE ReportLine
       IF WSHaveHitFile
           MOVE 'N' TO WSEndOfHits
           MOVE LOW-VALUES TO VHHitKey
           START VelocityHits KEY IS NOT LESS THAN VHHitKey
               INVALID KEY
                   MOVE 'Y' TO WSEndOfHits
           END-START
           PERFORM UNTIL WSAtEndOfHits
               READ VelocityHits NEXT RECORD
                   AT END
                       MOVE 'Y' TO WSEndOfHits
                   NOT AT END
                       IF NOT VHStatusOpen
                           AND VHReviewDate = WSTodayDateNum
                           PERFORM PrintReviewedLine
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       IF WSConfirmedToday + WSClearedToday = ZERO
           MOVE "    The fraud desk decided no hits on this business date." TO ReportLine
           WRITE ReportLine
       END-IF.

PrintReviewedLine.
       IF VHStatusConfirmed
           ADD 1 TO WSConfirmedToday
       ELSE
           ADD 1 TO WSClearedToday
       END-IF
       MOVE SPACE TO ReportLine
       MOVE VHHitDate TO DateFormat
       MOVE DateFormat TO ReportLine(1:10)
       MOVE VHTerminalId TO ReportLine(12:8)
       MOVE VHAccountNumber TO ReportLine(21:8)
       MOVE VHRuleCode TO ReportLine(31:10)
       MOVE VHStatus TO ReportLine(42:10)
       MOVE VHReviewedBy TO ReportLine(53:8)
       WRITE ReportLine.

PrintReviewTotals.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Totals" TO ReportLine
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE "    Rule hits today" TO ReportLine(1:30)
       MOVE WSHitsToday TO CountFormat
       MOVE CountFormat TO ReportLine(32:9)
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE "    Automatic freezes today" TO ReportLine(1:30)
       MOVE WSFreezesToday TO CountFormat
       MOVE CountFormat TO ReportLine(32:9)
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE "    Freezes with no hit filed" TO ReportLine(1:30)
       MOVE WSFreezesWithoutHit TO CountFormat
       MOVE CountFormat TO ReportLine(32:9)
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE "    Awaiting review" TO ReportLine(1:30)
       MOVE WSOpenHits TO CountFormat
       MOVE CountFormat TO ReportLine(32:9)
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE "    Lifted without review" TO ReportLine(1:30)
       MOVE WSLiftedWithoutReview TO CountFormat
       MOVE CountFormat TO ReportLine(32:9)
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE "    Confirmed today" TO ReportLine(1:30)
       MOVE WSConfirmedToday TO CountFormat
       MOVE CountFormat TO ReportLine(32:9)
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE "    Cleared today" TO ReportLine(1:30)
       MOVE WSClearedToday TO CountFormat
       MOVE CountFormat TO ReportLine(32:9)
       WRITE ReportLine.
