      *> OperatorRecord.cpy
      *> Shared record layout for Operators.dat, the operator file keyed
      *> by operator ID. Every teller and operator utility signs the
      *> person at the keyboard on against this file through the
      *> OperatorSignOn subprogram, and stamps the verified operator ID
      *> on the audit trail instead of whatever name was typed. COPY
      *> this into the FD of any program that reads or writes the
      *> operator file, so the layout only has to change in one place.
      *> MaintainOperators.cob enrolls operators and resets passwords.
       01 OperatorRecord.
           02 OPOperatorId PIC X(08).
           02 OPOperatorName PIC X(50).
           02 OPPassword PIC X(16).
      *> Locked is set by OperatorSignOn after too many bad passwords
      *> in a row, Suspended by a supervisor - neither may sign on.
           02 OPStatus PIC X(10).
               88 OPStatusActive VALUE "Active".
               88 OPStatusSuspended VALUE "Suspended".
               88 OPStatusLocked VALUE "Locked".
      *> The role decides which functions the operator may run - see
      *> OperatorSignOn for the entitlement rules.
           02 OPRole PIC X(10).
               88 OPRoleTeller VALUE "Teller".
               88 OPRoleSupervisor VALUE "Supervisor".
               88 OPRoleVault VALUE "Vault".
               88 OPRoleOperations VALUE "Operations".
               88 OPValidRole VALUE "Teller" "Supervisor" "Vault" "Operations".
      *> Consecutive bad passwords since the last good sign-on.
           02 OPFailedAttempts PIC 9(01).
           02 OPLastSignOnDate PIC 9(08).
