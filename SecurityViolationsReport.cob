       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SecurityViolationsReport.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Daily access-control report for the auditors. Reads
*> SecurityViolations.log - every failed operator sign-on and every
*> function refused to an operator's role, as written by the
*> OperatorSignOn subprogram - and writes SecurityViolations.rpt
*> listing the business date's violations one per line, then the
*> day's counts by reason and by operator ID so a password being
*> guessed or a teller probing supervisor functions stands out.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SecurityLog ASSIGN TO "SecurityViolations.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSSecurityLogStatus.
       SELECT ViolationReport ASSIGN TO "SecurityViolations.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD  SecurityLog.
       COPY SecurityViolationRecord.
FD  ViolationReport.
01 ReportLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSSecurityLogStatus PIC X(2).
*> '05' is OPTIONAL-file-was-missing: nobody has been refused yet.
       88 WSSecurityLogOpenOk VALUE '00' '05'.
01 WSReportFileStatus PIC X(2).
       88 WSReportFileOk VALUE '00'.

01 WSEndOfLog PIC X(01) VALUE 'N'.
       88 WSAtEndOfLog VALUE 'Y'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSSessionDateNum REDEFINES SessionDate PIC 9(08).

*> Counts by reason - the five reasons OperatorSignOn writes.
01 ReasonTable.
       02 WSReasonEntry OCCURS 5 TIMES.
           03 WSReasonName PIC X(20).
           03 WSReasonCount PIC 9(05).
01 WSReasonIndex PIC 9(02) VALUE ZERO.

*> Counts by operator ID as keyed - unknown IDs are counted too,
*> since a run of them is what a guessing attack looks like.
01 OperatorCountTable.
       02 WSOperatorCount PIC 9(03) VALUE ZERO.
       02 WSOperatorEntry OCCURS 100 TIMES.
           03 WSOpId PIC X(08).
           03 WSOpViolations PIC 9(05).

01 OperatorLookupControl.
       02 WSOpIndex PIC 9(03) VALUE ZERO.
       02 WSOpFound PIC X(01) VALUE 'N'.
           88 WSOpSlotFound VALUE 'Y'.

01 RunTotals.
       02 WSViolationTotal PIC 9(05) VALUE ZERO.

01 DateFormat PIC 9999/99/99.
01 TimeFormat PIC 99B99B99.
01 CountFormat PIC ZZ,ZZ9.

       COPY BatchControlRequest.
PROCEDURE DIVISION.
Main.
       PERFORM StartBatchRunControl
       MOVE BRCBusinessDate TO SessionDate

       PERFORM LoadReasonTable

       OPEN INPUT SecurityLog
       IF NOT WSSecurityLogOpenOk
           DISPLAY "UNABLE TO OPEN SECURITYVIOLATIONS.LOG - STATUS " WSSecurityLogStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       OPEN OUTPUT ViolationReport
       IF NOT WSReportFileOk
           DISPLAY "UNABLE TO OPEN SECURITYVIOLATIONS.RPT - STATUS " WSReportFileStatus
           CLOSE SecurityLog
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintReportHeader

       MOVE 'N' TO WSEndOfLog
       PERFORM UNTIL WSAtEndOfLog
           READ SecurityLog
               AT END
                   MOVE 'Y' TO WSEndOfLog
               NOT AT END
                   IF SVDate = WSSessionDateNum
                       PERFORM HandleOneViolation
                   END-IF
           END-READ
       END-PERFORM

       PERFORM PrintReportTotals
       CLOSE ViolationReport
       CLOSE SecurityLog

       PERFORM CompleteBatchRunControl
       DISPLAY "Security violations report written to SecurityViolations.rpt"
       IF WSViolationTotal > ZERO
           DISPLAY "WARNING: " WSViolationTotal " security violation(s) logged for the business date."
       END-IF
       STOP RUN.

StartBatchRunControl.
       MOVE "Start" TO BRCFunction
       MOVE "SecurityReport" TO BRCJobName
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

LoadReasonTable.
       MOVE "UnknownOperator" TO WSReasonName(1)
       MOVE "BadPassword" TO WSReasonName(2)
       MOVE "OperatorLocked" TO WSReasonName(3)
       MOVE "OperatorSuspended" TO WSReasonName(4)
       MOVE "RoleRefused" TO WSReasonName(5)
       PERFORM VARYING WSReasonIndex FROM 1 BY 1 UNTIL WSReasonIndex > 5
           MOVE ZERO TO WSReasonCount(WSReasonIndex)
       END-PERFORM.

PrintReportHeader.
       MOVE SPACE TO ReportLine
       MOVE WSSessionDateNum TO DateFormat
       STRING "Security Violations - " DELIMITED BY SIZE
           DateFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Time      Operator  Role        Program                   Function                  Reason" TO ReportLine
       WRITE ReportLine.

HandleOneViolation.
       ADD 1 TO WSViolationTotal
       PERFORM VARYING WSReasonIndex FROM 1 BY 1 UNTIL WSReasonIndex > 5
           IF WSReasonName(WSReasonIndex) = SVReason
               ADD 1 TO WSReasonCount(WSReasonIndex)
           END-IF
       END-PERFORM
       PERFORM NoteOperatorViolation

       MOVE SPACE TO ReportLine
       MOVE SVTime TO TimeFormat
       MOVE TimeFormat TO ReportLine(1:8)
       MOVE SVOperatorId TO ReportLine(11:8)
       MOVE SVOperatorRole TO ReportLine(21:10)
       MOVE SVProgram TO ReportLine(33:24)
       MOVE SVFunction TO ReportLine(59:24)
       MOVE SVReason TO ReportLine(85:20)
       WRITE ReportLine.

NoteOperatorViolation.
       MOVE 'N' TO WSOpFound
       PERFORM VARYING WSOpIndex FROM 1 BY 1
           UNTIL WSOpIndex > WSOperatorCount OR WSOpSlotFound
           IF WSOpId(WSOpIndex) = SVOperatorId
               MOVE 'Y' TO WSOpFound
           END-IF
       END-PERFORM
       IF WSOpSlotFound
           SUBTRACT 1 FROM WSOpIndex
       ELSE
           IF WSOperatorCount >= 100
               DISPLAY "OPERATOR TABLE FULL - RAISE THE TABLE SIZE AND RERUN"
               PERFORM FailBatchRunControl
               STOP RUN
           END-IF
           ADD 1 TO WSOperatorCount
           MOVE WSOperatorCount TO WSOpIndex
           MOVE SVOperatorId TO WSOpId(WSOpIndex)
           MOVE ZERO TO WSOpViolations(WSOpIndex)
       END-IF
       ADD 1 TO WSOpViolations(WSOpIndex).

PrintReportTotals.
       MOVE SPACE TO ReportLine
       WRITE ReportLine
       IF WSViolationTotal = ZERO
           MOVE "No security violations were logged for this business date." TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF

       MOVE "Violations by Reason" TO ReportLine
       WRITE ReportLine
       PERFORM VARYING WSReasonIndex FROM 1 BY 1 UNTIL WSReasonIndex > 5
           MOVE SPACE TO ReportLine
           MOVE WSReasonName(WSReasonIndex) TO ReportLine(5:20)
           MOVE WSReasonCount(WSReasonIndex) TO CountFormat
           MOVE CountFormat TO ReportLine(27:6)
           WRITE ReportLine
       END-PERFORM

       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE "Violations by Operator ID" TO ReportLine
       WRITE ReportLine
       PERFORM VARYING WSOpIndex FROM 1 BY 1 UNTIL WSOpIndex > WSOperatorCount
           MOVE SPACE TO ReportLine
           IF WSOpId(WSOpIndex) = SPACE
               MOVE "(blank)" TO ReportLine(5:7)
           ELSE
               MOVE WSOpId(WSOpIndex) TO ReportLine(5:8)
           END-IF
           MOVE WSOpViolations(WSOpIndex) TO CountFormat
           MOVE CountFormat TO ReportLine(27:6)
           WRITE ReportLine
       END-PERFORM

       MOVE SPACE TO ReportLine
       WRITE ReportLine
       MOVE SPACE TO ReportLine
       MOVE WSViolationTotal TO CountFormat
       STRING "Total violations: " DELIMITED BY SIZE
           CountFormat DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
