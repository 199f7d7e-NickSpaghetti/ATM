      *> OperatorSignOnRequest.cpy
      *> Parameter area for the OperatorSignOn subprogram. COPY this
      *> into WORKING-STORAGE of every teller and operator utility and
      *> CALL 'OperatorSignOn' USING it:
      *>   - "SignOn" at startup with the operator ID, password and the
      *>     role the program needs - refused with a non-zero OSResult
      *>     for an unknown ID or wrong password, an operator who is
      *>     not Active, or a role not entitled to the program;
      *>   - "Authorize" before a function that needs more than the
      *>     program's own role (closing an account, posting a
      *>     Reversal) - refused with OSRoleRefused when the signed-on
      *>     operator's role is not entitled to it.
      *> Every refusal is written to SecurityViolations.log.
       01 OperatorSignOnRequest.
      *> "SignOn" or "Authorize".
           02 OSFunction PIC X(10).
      *> The calling program and the function being attempted, for
      *> the security violations log.
           02 OSProgram PIC X(24).
           02 OSFunctionName PIC X(24).
           02 OSOperatorId PIC X(08).
           02 OSPassword PIC X(16).
      *> Teller, Supervisor, Vault or Operations.
           02 OSRequiredRole PIC X(10).
      *> Set by OperatorSignOn: the operator's name and role, the
      *> outcome code and an operator message.
           02 OSOperatorName PIC X(50).
           02 OSOperatorRole PIC X(10).
           02 OSResult PIC X(02).
               88 OSRequestOk VALUE '00'.
               88 OSSignOnFailed VALUE '81'.
               88 OSOperatorNotActive VALUE '82'.
               88 OSRoleRefused VALUE '83'.
           02 OSMessage PIC X(80).
