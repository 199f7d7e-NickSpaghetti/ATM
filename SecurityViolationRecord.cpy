      *> SecurityViolationRecord.cpy
      *> Shared record layout for SecurityViolations.log, written by
      *> the OperatorSignOn subprogram for every failed sign-on and
      *> every function refused to an operator's role, and read by
      *> SecurityViolationsReport.cob for the daily access-control
      *> report. The log is LINE SEQUENTIAL, so the record ends in
      *> numeric fields to keep it fixed length.
       01 SecurityViolationEntry.
      *> The operator ID as keyed - it may not be on file at all.
           02 SVOperatorId PIC X(08).
           02 SVProgram PIC X(24).
           02 SVFunction PIC X(24).
      *> UnknownOperator, BadPassword, OperatorLocked,
      *> OperatorSuspended or RoleRefused.
           02 SVReason PIC X(20).
           02 SVOperatorRole PIC X(10).
           02 SVDate PIC 9(08).
           02 SVTime PIC 9(06).
