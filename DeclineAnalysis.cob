       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DeclineAnalysis.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Nightly decline analysis report. Reads ATMJournal.dat - every
*> customer a terminal turned away or who backed out, as journaled
*> by ATM.cob - and writes DeclineAnalysis.rpt for the business
*> date: per terminal, the count and requested dollars for each
*> reason code, with the business that terminal lost to its cash
*> position (out of service, low cash, no note mix) called out for
*> the vault, then the branch totals by reason for customer service.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ATMJournal ASSIGN TO "ATMJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSJournalFileStatus.
       SELECT SortWork ASSIGN TO "SortWork.tmp".
       SELECT AnalysisReport ASSIGN TO "DeclineAnalysis.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD  ATMJournal.
       COPY ATMJournalRecord.

SD  SortWork.
       COPY ATMJournalRecord REPLACING ==ATMJournalEntry==   BY ==SortedJournalEntry==
                                        ==JRTerminalId==      BY ==SortTerminalId==
                                        ==JRReasonCode==      BY ==SortReasonCode==
                                        ==JRAttempted==       BY ==SortAttempted==
                                        ==JRAccountNumber==   BY ==SortAccountNumber==
                                        ==JRDate==            BY ==SortDate==
                                        ==JRTime==            BY ==SortTime==
                                        ==JRRequestedAmount== BY ==SortRequestedAmount==.

FD  AnalysisReport.
01 ReportLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSJournalFileStatus PIC X(2).
*> '05' is OPTIONAL-file-was-missing: no terminal has journaled
*> anything yet, which is an empty report, not an error.
       88 WSJournalReadable VALUE '00' '05'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.

01 WSEndOfSort PIC X(01) VALUE 'N'.
       88 WSAtEndOfSort VALUE 'Y'.
01 WSFirstTerminal PIC X(01) VALUE 'Y'.
       88 WSIsFirstTerminal VALUE 'Y'.
01 WSFirstReason PIC X(01) VALUE 'Y'.
       88 WSIsFirstReason VALUE 'Y'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSSessionDateNum REDEFINES SessionDate PIC 9(08).

01 GroupControl.
       02 WSGroupTerminalId PIC X(08) VALUE SPACE.
       02 WSGroupReasonCode PIC X(12) VALUE SPACE.

01 GroupTotals.
       02 WSReasonCount PIC 9(07) VALUE ZERO.
       02 WSReasonAmount PIC 9(11)V99 VALUE ZERO.
       02 WSTermCount PIC 9(07) VALUE ZERO.
       02 WSTermAmount PIC 9(11)V99 VALUE ZERO.
       02 WSTermCashCount PIC 9(07) VALUE ZERO.
       02 WSTermCashAmount PIC 9(11)V99 VALUE ZERO.
       02 WSTotalCount PIC 9(07) VALUE ZERO.
       02 WSTotalAmount PIC 9(11)V99 VALUE ZERO.

*> Branch totals by reason code, printed after the last terminal.
*> Reason codes the table has not seen before are added as met.
01 BranchReasonTable.
       02 WSBranchReasonCount PIC 9(02) VALUE ZERO.
       02 WSBranchReasonEntry OCCURS 30 TIMES.
           03 WSBranchReason PIC X(12).
           03 WSBranchEvents PIC 9(07).
           03 WSBranchAmount PIC 9(11)V99.

01 ReasonLookupControl.
       02 WSReasonIndex PIC 9(02) VALUE ZERO.
       02 WSReasonFound PIC X(01) VALUE 'N'.
           88 WSReasonSlotFound VALUE 'Y'.

01 DollarFormat PIC $$$,$$$,$$$,$$9.99.
01 CountFormat PIC Z,ZZZ,ZZ9.
01 DateFormat PIC 9999/99/99.

       COPY BatchControlRequest.
PROCEDURE DIVISION.
Main.
       PERFORM StartBatchRunControl
       MOVE BRCBusinessDate TO SessionDate

*> Prove the journal actually opens before handing it to SORT - with
*> a FILE STATUS declared, SORT ... USING would swallow a bad file
*> and deliver a clean, empty, dead-wrong report instead of an error.
       OPEN INPUT ATMJournal
       IF NOT WSJournalReadable
           DISPLAY "UNABLE TO OPEN ATMJOURNAL - STATUS " WSJournalFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       CLOSE ATMJournal

       SORT SortWork ON ASCENDING KEY SortTerminalId SortReasonCode
               SortDate SortTime
           WITH DUPLICATES IN ORDER
           USING ATMJournal
           OUTPUT PROCEDURE IS ProcessSortedEntries

       PERFORM CompleteBatchRunControl
       DISPLAY "Decline analysis written to DeclineAnalysis.rpt"
       STOP RUN.

StartBatchRunControl.
       MOVE "Start" TO BRCFunction
       MOVE "DeclineAnalysis" TO BRCJobName
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

ProcessSortedEntries.
       OPEN OUTPUT AnalysisReport
       IF NOT WSReportFileOk
           DISPLAY "UNABLE TO OPEN DECLINEANALYSIS.RPT - STATUS " WSReportFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintReportHeader
       PERFORM UNTIL WSAtEndOfSort
           RETURN SortWork
               AT END
                   MOVE 'Y' TO WSEndOfSort
               NOT AT END
*> The journal holds every day since it was started - only the
*> business date being reported on counts.
                   IF SortDate = WSSessionDateNum
                       PERFORM HandleSortedEntry
                   END-IF
           END-RETURN
       END-PERFORM

       IF NOT WSIsFirstTerminal
           PERFORM PrintReasonLine
           PERFORM PrintTerminalTotals
       END-IF
       PERFORM PrintBranchTotals
       CLOSE AnalysisReport.

PrintReportHeader.
       MOVE SPACE TO ReportLine
       MOVE WSSessionDateNum TO DateFormat
       STRING "ATM Decline Analysis - " DELIMITED BY SIZE
           DateFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.

HandleSortedEntry.
       EVALUATE TRUE
           WHEN WSIsFirstTerminal
               MOVE 'N' TO WSFirstTerminal
               PERFORM StartNewTerminal
               PERFORM StartNewReason
           WHEN SortTerminalId NOT = WSGroupTerminalId
               PERFORM PrintReasonLine
               PERFORM PrintTerminalTotals
               PERFORM StartNewTerminal
               PERFORM StartNewReason
           WHEN SortReasonCode NOT = WSGroupReasonCode
               PERFORM PrintReasonLine
               PERFORM StartNewReason
       END-EVALUATE
       ADD 1 TO WSReasonCount
       ADD SortRequestedAmount TO WSReasonAmount
       ADD 1 TO WSTermCount
       ADD SortRequestedAmount TO WSTermAmount
       ADD 1 TO WSTotalCount
       ADD SortRequestedAmount TO WSTotalAmount
*> Business the machine lost to its own cash position - what the
*> vault needs to see to size the next cassette load.
       IF SortReasonCode = "OutOfService"
           OR SortReasonCode = "LowCash"
           OR SortReasonCode = "NoNoteMix"
           ADD 1 TO WSTermCashCount
           ADD SortRequestedAmount TO WSTermCashAmount
       END-IF.

StartNewTerminal.
       MOVE SortTerminalId TO WSGroupTerminalId
       MOVE ZERO TO WSTermCount
       MOVE ZERO TO WSTermAmount
       MOVE ZERO TO WSTermCashCount
       MOVE ZERO TO WSTermCashAmount
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       STRING "Terminal: " DELIMITED BY SIZE
           WSGroupTerminalId DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "    Reason            Events         Requested" TO ReportLine
       WRITE ReportLine.

StartNewReason.
       MOVE SortReasonCode TO WSGroupReasonCode
       MOVE ZERO TO WSReasonCount
       MOVE ZERO TO WSReasonAmount.

PrintReasonLine.
       MOVE SPACE TO ReportLine
       MOVE WSGroupReasonCode TO ReportLine(5:12)
       MOVE WSReasonCount TO CountFormat
       MOVE CountFormat TO ReportLine(19:9)
       MOVE WSReasonAmount TO DollarFormat
       MOVE DollarFormat TO ReportLine(29:18)
       WRITE ReportLine
       PERFORM NoteBranchReason.

NoteBranchReason.
       MOVE 'N' TO WSReasonFound
       PERFORM VARYING WSReasonIndex FROM 1 BY 1
           UNTIL WSReasonIndex > WSBranchReasonCount OR WSReasonSlotFound
           IF WSBranchReason(WSReasonIndex) = WSGroupReasonCode
               MOVE 'Y' TO WSReasonFound
           END-IF
       END-PERFORM
       IF WSReasonSlotFound
           SUBTRACT 1 FROM WSReasonIndex
       ELSE
           IF WSBranchReasonCount >= 30
               DISPLAY "REASON TABLE FULL - RAISE THE TABLE SIZE AND RERUN"
               PERFORM FailBatchRunControl
               STOP RUN
           END-IF
           ADD 1 TO WSBranchReasonCount
           MOVE WSBranchReasonCount TO WSReasonIndex
           MOVE WSGroupReasonCode TO WSBranchReason(WSReasonIndex)
           MOVE ZERO TO WSBranchEvents(WSReasonIndex)
           MOVE ZERO TO WSBranchAmount(WSReasonIndex)
       END-IF
       ADD WSReasonCount TO WSBranchEvents(WSReasonIndex)
       ADD WSReasonAmount TO WSBranchAmount(WSReasonIndex).

PrintTerminalTotals.
       MOVE SPACE TO ReportLine
       MOVE "  Terminal total" TO ReportLine(1:16)
       MOVE WSTermCount TO CountFormat
       MOVE CountFormat TO ReportLine(19:9)
       MOVE WSTermAmount TO DollarFormat
       MOVE DollarFormat TO ReportLine(29:18)
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE "  Lost to cash" TO ReportLine(1:14)
       MOVE WSTermCashCount TO CountFormat
       MOVE CountFormat TO ReportLine(19:9)
       MOVE WSTermCashAmount TO DollarFormat
       MOVE DollarFormat TO ReportLine(29:18)
       WRITE ReportLine.

PrintBranchTotals.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       IF WSTotalCount = ZERO
           MOVE "No declined or abandoned transactions were journaled for this business date." TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF
       MOVE "Branch Totals by Reason" TO ReportLine
       WRITE ReportLine
       PERFORM VARYING WSReasonIndex FROM 1 BY 1
           UNTIL WSReasonIndex > WSBranchReasonCount
           MOVE SPACE TO ReportLine
           MOVE WSBranchReason(WSReasonIndex) TO ReportLine(5:12)
           MOVE WSBranchEvents(WSReasonIndex) TO CountFormat
           MOVE CountFormat TO ReportLine(19:9)
           MOVE WSBranchAmount(WSReasonIndex) TO DollarFormat
           MOVE DollarFormat TO ReportLine(29:18)
           WRITE ReportLine
       END-PERFORM
       MOVE SPACE TO ReportLine
       MOVE "Branch total" TO ReportLine(1:12)
       MOVE WSTotalCount TO CountFormat
       MOVE CountFormat TO ReportLine(19:9)
       MOVE WSTotalAmount TO DollarFormat
       MOVE DollarFormat TO ReportLine(29:18)
       WRITE ReportLine.
