       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RunEndOfDay.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> End-of-day job stream driver. Replaces the night operator's paper
*> checklist: reads JobSchedule.dat (one line per step - job name,
*> program, frequency and prerequisites), closes the ATMs by opening
*> the "ATMCutover" window, then runs every step that is due for the
*> business date in dependency order - a step starts only once each
*> of its prerequisites has Completed this business date or is not
*> due today. MonthEnd steps are due on the last day of the business
*> month and YearEnd steps on 31 December. The last step, ATMCutover,
*> is carried out here and reopens the terminals.
*>
*> Each step's outcome is read back from its own BatchControl row,
*> the one its program maintains through BatchRunControl, and the
*> stream stops at the first step that did not Complete. Rerunning
*> RunEndOfDay after the problem is put right resumes at that step:
*> every step already Completed for the business date is skipped, not
*> run again from the top, and the ATMs stay closed until the stream
*> finishes. EndOfDayLog.rpt records each step's start and end time,
*> its BatchControl status and a BRCResult - '00' Completed, '90'
*> left Running by a crashed attempt (clear it with
*> MaintainBatchControl), '92' waiting on a prerequisite that cannot
*> run, '99' the program ended without Completing (see its output).
*> A resumed run adds to the log of the attempt it resumes.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT JobSchedule ASSIGN TO "JobSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSScheduleFileStatus.
       SELECT BatchControl ASSIGN TO "BatchControl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BCJobName
           FILE STATUS  WSControlFileStatus.
       SELECT RunLog ASSIGN TO "EndOfDayLog.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD  JobSchedule.
       COPY JobScheduleRecord.
FD  BatchControl.
       COPY BatchControlRecord.
FD  RunLog.
01 LogLine PIC X(132).
WORKING-STORAGE SECTION.
01 WSScheduleFileStatus PIC X(2).
       88 WSScheduleFileOk VALUE '00'.
       88 WSScheduleFileMissing VALUE '35'.
01 WSControlFileStatus PIC X(2).
       88 WSControlFileOk VALUE '00'.
01 WSLogFileStatus PIC X(2).
       88 WSLogFileOk VALUE '00'.
       88 WSLogFileMissing VALUE '35'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSTodayDateNum REDEFINES SessionDate PIC 9(08).

01 DueCalendar.
       02 WSNextDayInt PIC 9(08) VALUE ZERO.
       02 WSNextDayDate.
           03 WSNextDayYear PIC 9(04).
           03 WSNextDayMonth PIC 9(02).
           03 WSNextDayDay PIC 9(02).
       02 WSNextDayNum REDEFINES WSNextDayDate PIC 9(08).
       02 WSMonthEnd PIC X(01) VALUE 'N'.
           88 WSIsMonthEnd VALUE 'Y'.
       02 WSYearEnd PIC X(01) VALUE 'N'.
           88 WSIsYearEnd VALUE 'Y'.

*> The standard suite, written to JobSchedule.dat when there is no
*> schedule yet: step, job name, program, frequency, then up to three
*> prerequisites. The posting jobs come first so their postings are
*> on the register, the register before everything that reads it, and
*> the snapshot last so it captures the masters every job has posted.
01 DefaultScheduleValues.
       02 FILLER PIC X(99) VALUE "010BillPayReturns  PostReturnedPayments    Daily                                                   ".
       02 FILLER PIC X(99) VALUE "020HoldRelease     ReleaseHolds            Daily                                                   ".
       02 FILLER PIC X(99) VALUE "030DirectDeposit   PostDirectDeposits      Daily   HoldRelease                                     ".
       02 FILLER PIC X(99) VALUE "040StandingOrders  PostStandingOrders      Daily   DirectDeposit                                   ".
       02 FILLER PIC X(99) VALUE "050InterestPosting PostSavingsInterest     MonthEndStandingOrders                                  ".
       02 FILLER PIC X(99) VALUE "060MaintenanceFee  PostMaintenanceFees     MonthEndInterestPosting                                 ".
       02 FILLER PIC X(99) VALUE "070OverdraftAging  PostOverdraftAging      Daily   BillPayReturns  StandingOrders  MaintenanceFee  ".
       02 FILLER PIC X(99) VALUE "080BillPayOutbound SendBillPayments        Daily   BillPayReturns                                  ".
       02 FILLER PIC X(99) VALUE "090DormancyReview  DormancyReview          Daily   OverdraftAging                                  ".
       02 FILLER PIC X(99) VALUE "100DailyRegister   DailyRegister           Daily   OverdraftAging  DormancyReview                  ".
       02 FILLER PIC X(99) VALUE "110Reconciliation  ReconciliationReport    Daily   DailyRegister                                   ".
       02 FILLER PIC X(99) VALUE "120GLExtract       PostGeneralLedger       Daily   Reconciliation                                  ".
       02 FILLER PIC X(99) VALUE "130Compliance      ComplianceReport        Daily   DailyRegister                                   ".
       02 FILLER PIC X(99) VALUE "140CashPosition    CashPosition            Daily   DailyRegister                                   ".
       02 FILLER PIC X(99) VALUE "150SecurityReport  SecurityViolationsReportDaily                                                   ".
       02 FILLER PIC X(99) VALUE "160DeclineAnalysis DeclineAnalysis         Daily                                                   ".
       02 FILLER PIC X(99) VALUE "165VelocityReview  VelocityReview          Daily                                                   ".
       02 FILLER PIC X(99) VALUE "170CustomerAlerts  CustomerAlerts          Daily   DailyRegister                                   ".
       02 FILLER PIC X(99) VALUE "180Interest1099    Report1099Interest      YearEnd InterestPosting                                 ".
       02 FILLER PIC X(99) VALUE "190MasterSnapshot  SnapshotMasterFiles     Daily   Reconciliation  GLExtract                       ".
       02 FILLER PIC X(99) VALUE "200ATMCutover      RunEndOfDay             Daily   MasterSnapshot                                  ".
01 DefaultScheduleTable REDEFINES DefaultScheduleValues.
       02 DSEntry OCCURS 21 TIMES.
           03 DSStepNumber PIC 9(03).
           03 DSJobName PIC X(16).
           03 DSProgram PIC X(24).
           03 DSFrequency PIC X(08).
           03 DSPrerequisite PIC X(16) OCCURS 3 TIMES.

*> The schedule as loaded, with where each step stands this run.
01 StepTable.
       02 WSStepCount PIC 9(02) VALUE ZERO.
       02 WSStepEntry OCCURS 50 TIMES.
           03 WSStepNumber PIC 9(03).
           03 WSStepJobName PIC X(20).
           03 WSStepProgram PIC X(30).
           03 WSStepFrequency PIC X(10).
           03 WSStepPrerequisite PIC X(20) OCCURS 4 TIMES.
           03 WSStepState PIC X(01).
               88 WSStepPending VALUE 'P'.
               88 WSStepDone VALUE 'D'.
               88 WSStepNotDue VALUE 'N'.

01 StepControl.
       02 WSStepIndex PIC 9(02) VALUE ZERO.
       02 WSSeedIndex PIC 9(02) VALUE ZERO.
       02 WSScanIndex PIC 9(02) VALUE ZERO.
       02 WSPrereqIndex PIC 9(01) VALUE ZERO.
       02 WSLookupIndex PIC 9(02) VALUE ZERO.
       02 WSCurrentStep PIC 9(02) VALUE ZERO.
       02 WSPendingCount PIC 9(02) VALUE ZERO.
       02 WSStepsRun PIC 9(02) VALUE ZERO.
       02 WSLookupJobName PIC X(20) VALUE SPACE.
       02 WSEndOfSchedule PIC X(01) VALUE 'N'.
           88 WSAtEndOfSchedule VALUE 'Y'.
       02 WSStepFound PIC X(01) VALUE 'N'.
           88 WSStepSlotFound VALUE 'Y'.
       02 WSPrereqsMet PIC X(01) VALUE 'N'.
           88 WSAllPrereqsMet VALUE 'Y'.
       02 WSBlockingJob PIC X(20) VALUE SPACE.
       02 WSStreamStop PIC X(01) VALUE 'N'.
           88 WSStreamStopped VALUE 'Y'.
       02 WSResuming PIC X(01) VALUE 'N'.
           88 WSResumingRun VALUE 'Y'.

*> The BatchControl row last read for a job.
01 ControlRowLookup.
       02 WSRowFound PIC X(01) VALUE 'N'.
           88 WSRowOnFile VALUE 'Y'.
       02 WSRowStatus PIC X(10) VALUE SPACE.
           88 WSRowRunning VALUE "Running".
           88 WSRowCompleted VALUE "Completed".
       02 WSRowBusinessDate PIC 9(08) VALUE ZERO.
       02 WSRowDoneToday PIC X(01) VALUE 'N'.
           88 WSRowCompletedToday VALUE 'Y'.

01 StepOutcome.
       02 WSCommandLine PIC X(80) VALUE SPACE.
       02 WSExitStatus PIC S9(09) VALUE ZERO.
       02 WSExitStatusText PIC -(5)9.
       02 WSStepResult PIC X(02) VALUE SPACE.
           88 WSStepResultOk VALUE '00'.
       02 WSStepMessage PIC X(40) VALUE SPACE.
       02 WSStepStarted PIC X(08) VALUE SPACE.
       02 WSStepEnded PIC X(08) VALUE SPACE.
       02 WSClock PIC X(06) VALUE SPACE.
       02 WSClockText PIC X(08) VALUE SPACE.

       COPY BatchControlRequest.
PROCEDURE DIVISION.
Main.
       MOVE ZERO TO WSTodayDateNum
       PERFORM CheckForResume
       PERFORM StartBatchRunControl
*> Every step gates and stamps under the operator's business date, so
*> the stream works out what is due from the same date.
       MOVE BRCBusinessDate TO SessionDate
       IF WSRowBusinessDate NOT = WSTodayDateNum
           MOVE 'N' TO WSResuming
       END-IF
       PERFORM ResolveDueCalendar
       PERFORM LoadSchedule

       IF WSResumingRun
           OPEN EXTEND RunLog
           IF WSLogFileMissing
               OPEN OUTPUT RunLog
           END-IF
       ELSE
           OPEN OUTPUT RunLog
       END-IF
       IF NOT WSLogFileOk
           DISPLAY "UNABLE TO OPEN ENDOFDAYLOG.RPT - STATUS " WSLogFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM PrintLogHeader

       PERFORM MarkStepStates
       IF WSPendingCount > ZERO
           PERFORM BeginCutover
       END-IF

       PERFORM UNTIL WSPendingCount = ZERO OR WSStreamStopped
           PERFORM SelectNextStep
           IF WSStepSlotFound
               PERFORM RunStep
           ELSE
               PERFORM ReportBlockedStream
           END-IF
       END-PERFORM

       PERFORM PrintLogTrailer
       CLOSE RunLog
       IF WSStreamStopped
           PERFORM FailBatchRunControl
           DISPLAY "End-of-day stream stopped at " WSStepJobName(WSCurrentStep)
           DISPLAY "Put the problem right and run RunEndOfDay again - it resumes from that step."
       ELSE
           PERFORM CompleteBatchRunControl
           DISPLAY "End-of-day stream complete for business date " WSTodayDateNum
       END-IF
       DISPLAY "Steps run: " WSStepsRun
       DISPLAY "Run log written to EndOfDayLog.rpt"
       STOP RUN.

CheckForResume.
*> A stream that stopped at a failed step left its own row Failed -
*> the rerun picks up where it stopped and keeps the same run log.
       MOVE "EndOfDay" TO WSLookupJobName
       PERFORM ReadControlRow
       MOVE 'N' TO WSResuming
       IF WSRowOnFile AND WSRowStatus = "Failed"
           MOVE 'Y' TO WSResuming
       END-IF.

StartBatchRunControl.
*> Report-style gate - the stream may be run again the same business
*> date, since every posting step is protected by its own row.
       MOVE "Start" TO BRCFunction
       MOVE "EndOfDay" TO BRCJobName
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

ResolveDueCalendar.
*> Month-end is the day whose tomorrow falls in another month.
       COMPUTE WSNextDayInt = FUNCTION INTEGER-OF-DATE(WSTodayDateNum) + 1
       MOVE FUNCTION DATE-OF-INTEGER(WSNextDayInt) TO WSNextDayNum
       MOVE 'N' TO WSMonthEnd
       MOVE 'N' TO WSYearEnd
       IF WSNextDayMonth NOT = WSTodayMonth
           MOVE 'Y' TO WSMonthEnd
       END-IF
       IF WSNextDayYear NOT = WSTodayYear
           MOVE 'Y' TO WSYearEnd
       END-IF.

LoadSchedule.
       OPEN INPUT JobSchedule
       IF WSScheduleFileMissing
           PERFORM CreateDefaultSchedule
           OPEN INPUT JobSchedule
       END-IF
       IF NOT WSScheduleFileOk
           DISPLAY "UNABLE TO OPEN JOBSCHEDULE - STATUS " WSScheduleFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       MOVE ZERO TO WSStepCount
       MOVE 'N' TO WSEndOfSchedule
       PERFORM UNTIL WSAtEndOfSchedule
           READ JobSchedule
               AT END
                   MOVE 'Y' TO WSEndOfSchedule
               NOT AT END
                   PERFORM NoteScheduleStep
           END-READ
       END-PERFORM
       CLOSE JobSchedule
       IF WSStepCount = ZERO
           DISPLAY "JOBSCHEDULE.DAT HAS NO STEPS - NOTHING TO RUN"
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF.

NoteScheduleStep.
       IF WSStepCount >= 50
           DISPLAY "SCHEDULE TABLE FULL - RAISE THE TABLE SIZE AND RERUN"
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       IF NOT JSFrequencyDaily AND NOT JSFrequencyMonthEnd
           AND NOT JSFrequencyYearEnd
           DISPLAY "JOBSCHEDULE STEP " JSStepNumber " HAS UNKNOWN FREQUENCY " JSFrequency
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       ADD 1 TO WSStepCount
       MOVE JSStepNumber TO WSStepNumber(WSStepCount)
       MOVE JSJobName TO WSStepJobName(WSStepCount)
       MOVE JSProgram TO WSStepProgram(WSStepCount)
       MOVE JSFrequency TO WSStepFrequency(WSStepCount)
       PERFORM VARYING WSPrereqIndex FROM 1 BY 1 UNTIL WSPrereqIndex > 4
           MOVE JSPrerequisite(WSPrereqIndex)
               TO WSStepPrerequisite(WSStepCount, WSPrereqIndex)
       END-PERFORM
       MOVE 'P' TO WSStepState(WSStepCount).

CreateDefaultSchedule.
       OPEN OUTPUT JobSchedule
       IF NOT WSScheduleFileOk
           DISPLAY "UNABLE TO CREATE JOBSCHEDULE - STATUS " WSScheduleFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       PERFORM VARYING WSSeedIndex FROM 1 BY 1 UNTIL WSSeedIndex > 21
           MOVE SPACE TO JobScheduleRecord
           MOVE DSStepNumber(WSSeedIndex) TO JSStepNumber
           MOVE DSJobName(WSSeedIndex) TO JSJobName
           MOVE DSProgram(WSSeedIndex) TO JSProgram
           MOVE DSFrequency(WSSeedIndex) TO JSFrequency
           PERFORM VARYING WSPrereqIndex FROM 1 BY 1 UNTIL WSPrereqIndex > 3
               MOVE DSPrerequisite(WSSeedIndex, WSPrereqIndex)
                   TO JSPrerequisite(WSPrereqIndex)
           END-PERFORM
           WRITE JobScheduleRecord
       END-PERFORM
       CLOSE JobSchedule
       DISPLAY "No JobSchedule.dat found - written with the standard end-of-day suite.".

MarkStepStates.
*> Steps not due today and steps already Completed this business date
*> are settled before anything runs - that is what lets a rerun
*> resume at the step that stopped the last attempt.
       MOVE ZERO TO WSPendingCount
       PERFORM VARYING WSStepIndex FROM 1 BY 1 UNTIL WSStepIndex > WSStepCount
           MOVE WSStepIndex TO WSCurrentStep
           EVALUATE TRUE
               WHEN WSStepFrequency(WSStepIndex) = "MonthEnd"
                   AND NOT WSIsMonthEnd
               WHEN WSStepFrequency(WSStepIndex) = "YearEnd"
                   AND NOT WSIsYearEnd
                   MOVE 'N' TO WSStepState(WSStepIndex)
                   MOVE SPACE TO WSStepResult
                   MOVE "Not due" TO WSStepMessage
                   MOVE SPACE TO WSRowStatus
                   PERFORM PrintSkippedStep
               WHEN OTHER
                   MOVE WSStepJobName(WSStepIndex) TO WSLookupJobName
                   PERFORM ReadControlRow
                   IF WSRowCompletedToday
                       MOVE 'D' TO WSStepState(WSStepIndex)
                       MOVE '00' TO WSStepResult
                       MOVE "Completed earlier this business date" TO WSStepMessage
                       PERFORM PrintSkippedStep
                   ELSE
                       ADD 1 TO WSPendingCount
                   END-IF
           END-EVALUATE
       END-PERFORM.

ReadControlRow.
*> Opened and closed around every look so that no step program ever
*> finds the run-control file held open by the driver.
       MOVE 'N' TO WSRowFound
       MOVE 'N' TO WSRowDoneToday
       MOVE SPACE TO WSRowStatus
       MOVE ZERO TO WSRowBusinessDate
       OPEN INPUT BatchControl
       IF NOT WSControlFileOk
           EXIT PARAGRAPH
       END-IF
       MOVE WSLookupJobName TO BCJobName
       READ BatchControl
           INVALID KEY
               MOVE 'N' TO WSRowFound
           NOT INVALID KEY
               MOVE 'Y' TO WSRowFound
               MOVE BCStatus TO WSRowStatus
               MOVE BCBusinessDate TO WSRowBusinessDate
       END-READ
       CLOSE BatchControl
       IF WSRowCompleted AND WSRowBusinessDate = WSTodayDateNum
           MOVE 'Y' TO WSRowDoneToday
       END-IF.

SelectNextStep.
*> The first pending step, in schedule order, whose prerequisites are
*> all settled - so a step listed early but waiting on a later one is
*> simply run after it.
       MOVE 'N' TO WSStepFound
       PERFORM VARYING WSStepIndex FROM 1 BY 1
           UNTIL WSStepIndex > WSStepCount OR WSStepSlotFound
           IF WSStepPending(WSStepIndex)
               PERFORM CheckStepPrerequisites
               IF WSAllPrereqsMet
                   MOVE 'Y' TO WSStepFound
                   MOVE WSStepIndex TO WSCurrentStep
               END-IF
           END-IF
       END-PERFORM.

CheckStepPrerequisites.
       MOVE 'Y' TO WSPrereqsMet
       MOVE SPACE TO WSBlockingJob
       PERFORM VARYING WSPrereqIndex FROM 1 BY 1
           UNTIL WSPrereqIndex > 4 OR NOT WSAllPrereqsMet
           IF WSStepPrerequisite(WSStepIndex, WSPrereqIndex) NOT = SPACE
               MOVE WSStepPrerequisite(WSStepIndex, WSPrereqIndex) TO WSLookupJobName
               PERFORM CheckOnePrerequisite
           END-IF
       END-PERFORM.

CheckOnePrerequisite.
*> A scheduled prerequisite is met once it is settled this run; one
*> that is not on the schedule must have Completed this business date
*> some other way.
       PERFORM LookUpScheduledJob
       IF WSLookupIndex > ZERO
           IF WSStepPending(WSLookupIndex)
               MOVE 'N' TO WSPrereqsMet
           END-IF
       ELSE
           PERFORM ReadControlRow
           IF NOT WSRowCompletedToday
               MOVE 'N' TO WSPrereqsMet
           END-IF
       END-IF
       IF NOT WSAllPrereqsMet
           MOVE WSLookupJobName TO WSBlockingJob
       END-IF.

LookUpScheduledJob.
       MOVE ZERO TO WSLookupIndex
       PERFORM VARYING WSScanIndex FROM 1 BY 1
           UNTIL WSScanIndex > WSStepCount OR WSLookupIndex > ZERO
           IF WSStepJobName(WSScanIndex) = WSLookupJobName
               MOVE WSScanIndex TO WSLookupIndex
           END-IF
       END-PERFORM.

ReportBlockedStream.
*> Pending steps remain but none can start - a prerequisite is
*> missing from the schedule or the steps wait on each other.
       MOVE 'Y' TO WSStreamStop
       PERFORM VARYING WSStepIndex FROM 1 BY 1
           UNTIL WSStepIndex > WSStepCount OR WSStepPending(WSStepIndex)
           CONTINUE
       END-PERFORM
       MOVE WSStepIndex TO WSCurrentStep
       PERFORM CheckStepPrerequisites
       MOVE '92' TO WSStepResult
       MOVE SPACE TO WSStepMessage
       STRING "Blocked by " DELIMITED BY SIZE
           WSBlockingJob DELIMITED BY SPACE
           INTO WSStepMessage
       END-STRING
       MOVE SPACE TO WSRowStatus
       PERFORM PrintSkippedStep.

RunStep.
       PERFORM StampClock
       MOVE WSClockText TO WSStepStarted
       MOVE SPACE TO WSStepMessage
       MOVE SPACE TO WSStepResult
       IF WSStepJobName(WSCurrentStep) = "ATMCutover"
           PERFORM EndCutover
       ELSE
           PERFORM LaunchStepProgram
       END-IF
       PERFORM StampClock
       MOVE WSClockText TO WSStepEnded
       PERFORM PrintStepLine
       IF WSStepResultOk
           MOVE 'D' TO WSStepState(WSCurrentStep)
           SUBTRACT 1 FROM WSPendingCount
       ELSE
           MOVE 'Y' TO WSStreamStop
       END-IF.

LaunchStepProgram.
       MOVE WSStepJobName(WSCurrentStep) TO WSLookupJobName
       PERFORM ReadControlRow
*> A row still Running is a crashed attempt - running the program
*> again would only be refused, and the operator must decide what
*> the crashed attempt left behind before it is cleared.
       IF WSRowRunning
           MOVE '90' TO WSStepResult
           MOVE "Running from prior attempt - clear it" TO WSStepMessage
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Running step " WSStepNumber(WSCurrentStep) " "
           WSStepJobName(WSCurrentStep) " (" WSStepProgram(WSCurrentStep) ")"
       MOVE SPACE TO WSCommandLine
       MOVE WSStepProgram(WSCurrentStep) TO WSCommandLine
       CALL "SYSTEM" USING WSCommandLine
       MOVE RETURN-CODE TO WSExitStatus
       ADD 1 TO WSStepsRun
       PERFORM ReadControlRow
       EVALUATE TRUE
           WHEN WSRowCompletedToday
               MOVE '00' TO WSStepResult
               IF WSExitStatus NOT = ZERO
                   MOVE WSExitStatus TO WSExitStatusText
                   STRING "Completed - exit status " DELIMITED BY SIZE
                       WSExitStatusText DELIMITED BY SIZE
                       INTO WSStepMessage
                   END-STRING
               END-IF
           WHEN WSRowRunning
               MOVE '90' TO WSStepResult
               MOVE "Ended while Running - clear it" TO WSStepMessage
           WHEN OTHER
               MOVE '99' TO WSStepResult
               MOVE WSExitStatus TO WSExitStatusText
               STRING "Not completed - exit status " DELIMITED BY SIZE
                   WSExitStatusText DELIMITED BY SIZE
                   INTO WSStepMessage
               END-STRING
       END-EVALUATE.

BeginCutover.
*> The terminals refuse new sessions while this row is Running; it
*> stays Running across a stopped stream until the final step.
       OPEN I-O BatchControl
       IF NOT WSControlFileOk
           DISPLAY "UNABLE TO OPEN BATCHCONTROL - STATUS " WSControlFileStatus
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       MOVE "ATMCutover" TO BCJobName
       READ BatchControl
           INVALID KEY
               MOVE "ATMCutover" TO BCJobName
               MOVE WSTodayDateNum TO BCBusinessDate
               MOVE "Running" TO BCStatus
               MOVE FUNCTION CURRENT-DATE(1:14) TO BCTimestamp
               WRITE BatchControlRecord
           NOT INVALID KEY
               MOVE WSTodayDateNum TO BCBusinessDate
               MOVE "Running" TO BCStatus
               MOVE FUNCTION CURRENT-DATE(1:14) TO BCTimestamp
               REWRITE BatchControlRecord
       END-READ
       IF NOT WSControlFileOk
           DISPLAY "UNABLE TO BEGIN ATM CUTOVER - STATUS " WSControlFileStatus
           CLOSE BatchControl
           PERFORM FailBatchRunControl
           STOP RUN
       END-IF
       CLOSE BatchControl
       MOVE SPACE TO LogLine
       MOVE "ATM cutover begun - the terminals refuse new sessions until the stream completes." TO LogLine
       WRITE LogLine.

EndCutover.
       OPEN I-O BatchControl
       IF NOT WSControlFileOk
           MOVE '99' TO WSStepResult
           MOVE "Unable to open BatchControl" TO WSStepMessage
           EXIT PARAGRAPH
       END-IF
       MOVE "ATMCutover" TO BCJobName
       READ BatchControl
           INVALID KEY
               MOVE '99' TO WSStepResult
               MOVE "No ATMCutover row on file" TO WSStepMessage
       END-READ
       IF WSStepResult = SPACE
           MOVE WSTodayDateNum TO BCBusinessDate
           MOVE "Completed" TO BCStatus
           MOVE FUNCTION CURRENT-DATE(1:14) TO BCTimestamp
           REWRITE BatchControlRecord
           IF WSControlFileOk
               MOVE '00' TO WSStepResult
               MOVE "ATM cutover ended - terminals open" TO WSStepMessage
           ELSE
               MOVE '99' TO WSStepResult
               MOVE "Unable to end ATM cutover" TO WSStepMessage
           END-IF
       END-IF
       CLOSE BatchControl
       MOVE "ATMCutover" TO WSLookupJobName
       PERFORM ReadControlRow.

StampClock.
       MOVE FUNCTION CURRENT-DATE(9:6) TO WSClock
       MOVE SPACE TO WSClockText
       STRING WSClock(1:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WSClock(3:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WSClock(5:2) DELIMITED BY SIZE
           INTO WSClockText
       END-STRING.

PrintLogHeader.
       PERFORM StampClock
       MOVE SPACE TO LogLine
       IF WSResumingRun
           STRING "End-of-Day Job Stream - business date " DELIMITED BY SIZE
               WSTodayDateNum DELIMITED BY SIZE
               " - resumed " DELIMITED BY SIZE
               WSClockText DELIMITED BY SIZE
               INTO LogLine
           END-STRING
       ELSE
           STRING "End-of-Day Job Stream - business date " DELIMITED BY SIZE
               WSTodayDateNum DELIMITED BY SIZE
               " - started " DELIMITED BY SIZE
               WSClockText DELIMITED BY SIZE
               INTO LogLine
           END-STRING
       END-IF
       WRITE LogLine
       MOVE SPACE TO LogLine
       IF WSIsYearEnd
           MOVE "Month-end and year-end steps are due." TO LogLine
       ELSE
           IF WSIsMonthEnd
               MOVE "Month-end steps are due." TO LogLine
           END-IF
       END-IF
       WRITE LogLine
       MOVE "Step Job                  Program                  Freq     Started  Ended    Status     BRC Message" TO LogLine
       WRITE LogLine.

PrintStepLine.
       MOVE SPACE TO LogLine
       MOVE WSStepNumber(WSCurrentStep) TO LogLine(1:3)
       MOVE WSStepJobName(WSCurrentStep) TO LogLine(6:20)
       MOVE WSStepProgram(WSCurrentStep) TO LogLine(27:24)
       MOVE WSStepFrequency(WSCurrentStep) TO LogLine(52:8)
       MOVE WSStepStarted TO LogLine(61:8)
       MOVE WSStepEnded TO LogLine(70:8)
       MOVE WSRowStatus TO LogLine(79:10)
       MOVE WSStepResult TO LogLine(90:2)
       MOVE WSStepMessage TO LogLine(94:39)
       WRITE LogLine.

PrintSkippedStep.
       MOVE SPACE TO WSStepStarted
       MOVE SPACE TO WSStepEnded
       PERFORM PrintStepLine.

PrintLogTrailer.
       PERFORM StampClock
       MOVE SPACE TO LogLine
       WRITE LogLine
       MOVE SPACE TO LogLine
       IF WSStreamStopped
           STRING "Stream STOPPED at step " DELIMITED BY SIZE
               WSStepNumber(WSCurrentStep) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSStepJobName(WSCurrentStep) DELIMITED BY SPACE
               " at " DELIMITED BY SIZE
               WSClockText DELIMITED BY SIZE
               " - rerun RunEndOfDay to resume from this step. ATM cutover remains in force." DELIMITED BY SIZE
               INTO LogLine
           END-STRING
       ELSE
           STRING "Stream complete at " DELIMITED BY SIZE
               WSClockText DELIMITED BY SIZE
               " - steps run this attempt: " DELIMITED BY SIZE
               WSStepsRun DELIMITED BY SIZE
               INTO LogLine
           END-STRING
       END-IF
       WRITE LogLine.
