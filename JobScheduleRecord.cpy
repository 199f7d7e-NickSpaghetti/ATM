      *> JobScheduleRecord.cpy
      *> Shared record layout for JobSchedule.dat, the end-of-day job
      *> stream schedule - one line per step, naming the BatchControl
      *> job the step runs under, the program that runs it, how often
      *> it is due and up to four jobs that must have Completed (or not
      *> be due) for the business date before it may start. COPY this
      *> into the FD of any program that reads or writes the schedule,
      *> so the layout only has to change in one place. RunEndOfDay.cob
      *> runs the due steps in dependency order and seeds the file with
      *> the standard suite the first time it finds none; the operator
      *> edits the file to add, drop or reorder steps.
       01 JobScheduleRecord.
      *> Must match the job name the program itself passes to
      *> BatchRunControl - that row is how the step's outcome is read.
           02 JSJobName PIC X(20).
      *> The program's executable name, as the operator's shell finds
      *> it. The ATMCutover step is carried out by RunEndOfDay itself.
           02 JSProgram PIC X(30).
      *> MonthEnd steps are due on the last day of the business month,
      *> YearEnd steps on 31 December only.
           02 JSFrequency PIC X(10).
               88 JSFrequencyDaily VALUE "Daily".
               88 JSFrequencyMonthEnd VALUE "MonthEnd".
               88 JSFrequencyYearEnd VALUE "YearEnd".
           02 JSPrerequisites.
               03 JSPrerequisite PIC X(20) OCCURS 4 TIMES.
      *> The record ends in a numeric field on purpose: the file is
      *> LINE SEQUENTIAL, which strips trailing spaces.
           02 JSStepNumber PIC 9(03).
