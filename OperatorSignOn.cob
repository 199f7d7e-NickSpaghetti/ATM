       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorSignOn.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> CALLed subprogram that signs operators on against Operators.dat
*> and decides what each role is entitled to do. Every teller and
*> operator utility CALLs it with "SignOn" before doing any work,
*> and with "Authorize" before a function reserved to a higher role:
*>   - Teller work may be done by a Teller or a Supervisor;
*>   - Supervisor work (closing an account, posting a Reversal,
*>     restoring the master files, enrolling operators, the fraud
*>     desk's review of velocity hits) only by a Supervisor;
*>   - Vault work (loading cassettes) only by Vault;
*>   - Operations work (tier parameters, velocity rules, batch
*>     control) only by Operations.
*> Three wrong passwords in a row lock the operator until a
*> supervisor unlocks them with MaintainOperators. Every failed
*> sign-on and every refused function is appended to
*> SecurityViolations.log for the daily SecurityViolationsReport, so
*> the auditors have something to test the access controls against.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT Operators ASSIGN TO "Operators.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPOperatorId
           FILE STATUS  WSOperatorFileStatus.
       SELECT OPTIONAL SecurityLog ASSIGN TO "SecurityViolations.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSSecurityLogStatus.
DATA DIVISION.
FILE SECTION.
FD  Operators.
       COPY OperatorRecord.
FD  SecurityLog.
       COPY SecurityViolationRecord.
WORKING-STORAGE SECTION.
01 WSOperatorFileStatus PIC X(2).
       88 WSOperatorFileOk VALUE '00'.
       88 WSOperatorFileNotCreated VALUE '35'.
       88 WSOperatorNotFound VALUE '23'.
01 WSSecurityLogStatus PIC X(2).
*> '05' is OPTIONAL-file-was-missing on the first violation ever.
       88 WSSecurityLogOpenOk VALUE '00' '05'.

01 WSMaxFailedAttempts PIC 9(01) VALUE 3.
01 WSViolationReason PIC X(20) VALUE SPACE.
01 WSEntitled PIC X(01) VALUE 'N'.
       88 WSIsEntitled VALUE 'Y'.
LINKAGE SECTION.
       COPY OperatorSignOnRequest.
PROCEDURE DIVISION USING OperatorSignOnRequest.
Main.
       MOVE '00' TO OSResult
       MOVE SPACE TO OSMessage
       MOVE SPACE TO OSOperatorName
       MOVE SPACE TO OSOperatorRole

       OPEN I-O Operators
       IF WSOperatorFileNotCreated
           MOVE '99' TO OSResult
           MOVE "NO OPERATORS ENROLLED - A SUPERVISOR MUST RUN MAINTAINOPERATORS FIRST" TO OSMessage
           GOBACK
       END-IF
       IF NOT WSOperatorFileOk
           MOVE '99' TO OSResult
           STRING "UNABLE TO OPEN OPERATORS - STATUS " DELIMITED BY SIZE
               WSOperatorFileStatus DELIMITED BY SIZE
               INTO OSMessage
           END-STRING
           GOBACK
       END-IF

       EVALUATE OSFunction
           WHEN "SignOn"
               PERFORM SignOnOperator
           WHEN "Authorize"
               PERFORM AuthorizeFunction
           WHEN OTHER
               MOVE '99' TO OSResult
               MOVE "UNKNOWN OPERATORSIGNON FUNCTION" TO OSMessage
       END-EVALUATE

       CLOSE Operators
       GOBACK.

SignOnOperator.
       PERFORM ReadOperatorRecord
       IF NOT OSRequestOk
           EXIT PARAGRAPH
       END-IF
*> A wrong password is checked before the entitlement, so nobody can
*> probe which IDs carry which roles without knowing the password.
       IF OSPassword NOT = OPPassword
           ADD 1 TO OPFailedAttempts
           IF OPFailedAttempts NOT < WSMaxFailedAttempts
               MOVE "Locked" TO OPStatus
           END-IF
           REWRITE OperatorRecord
           MOVE '81' TO OSResult
           MOVE "BadPassword" TO WSViolationReason
           IF OPStatusLocked
               MOVE "SIGN-ON FAILED - OPERATOR NOW LOCKED, SEE A SUPERVISOR" TO OSMessage
           ELSE
               MOVE "SIGN-ON FAILED - CHECK THE OPERATOR ID AND PASSWORD" TO OSMessage
           END-IF
           PERFORM LogViolation
           EXIT PARAGRAPH
       END-IF

       MOVE ZERO TO OPFailedAttempts
       MOVE FUNCTION CURRENT-DATE(1:8) TO OPLastSignOnDate
       REWRITE OperatorRecord
       MOVE OPOperatorName TO OSOperatorName
       MOVE OPRole TO OSOperatorRole
       PERFORM CheckEntitlement.

AuthorizeFunction.
*> Re-read the operator rather than trusting the caller's copy of
*> the role - a supervisor may have suspended them mid-session.
       PERFORM ReadOperatorRecord
       IF OSRequestOk
           MOVE OPOperatorName TO OSOperatorName
           MOVE OPRole TO OSOperatorRole
           PERFORM CheckEntitlement
       END-IF.

ReadOperatorRecord.
       MOVE OSOperatorId TO OPOperatorId
       READ Operators
           INVALID KEY
               CONTINUE
       END-READ
       EVALUATE TRUE
           WHEN WSOperatorNotFound
               MOVE '81' TO OSResult
               MOVE "UnknownOperator" TO WSViolationReason
               MOVE "SIGN-ON FAILED - CHECK THE OPERATOR ID AND PASSWORD" TO OSMessage
               MOVE SPACE TO OPRole
               PERFORM LogViolation
           WHEN NOT WSOperatorFileOk
               MOVE '99' TO OSResult
               STRING "UNABLE TO READ OPERATORS - STATUS " DELIMITED BY SIZE
                   WSOperatorFileStatus DELIMITED BY SIZE
                   INTO OSMessage
               END-STRING
           WHEN OPStatusLocked
               MOVE '82' TO OSResult
               MOVE "OperatorLocked" TO WSViolationReason
               MOVE "OPERATOR IS LOCKED - SEE A SUPERVISOR" TO OSMessage
               PERFORM LogViolation
           WHEN NOT OPStatusActive
               MOVE '82' TO OSResult
               MOVE "OperatorSuspended" TO WSViolationReason
               MOVE "OPERATOR IS NOT ACTIVE - SEE A SUPERVISOR" TO OSMessage
               PERFORM LogViolation
       END-EVALUATE.

CheckEntitlement.
       MOVE 'N' TO WSEntitled
       EVALUATE OSRequiredRole
           WHEN "Teller"
               IF OPRoleTeller OR OPRoleSupervisor
                   MOVE 'Y' TO WSEntitled
               END-IF
           WHEN "Supervisor"
               IF OPRoleSupervisor
                   MOVE 'Y' TO WSEntitled
               END-IF
           WHEN "Vault"
               IF OPRoleVault
                   MOVE 'Y' TO WSEntitled
               END-IF
           WHEN "Operations"
               IF OPRoleOperations
                   MOVE 'Y' TO WSEntitled
               END-IF
       END-EVALUATE
       IF NOT WSIsEntitled
           MOVE '83' TO OSResult
           MOVE "RoleRefused" TO WSViolationReason
           STRING "REFUSED - " DELIMITED BY SIZE
               OSFunctionName DELIMITED BY SPACE
               " REQUIRES THE " DELIMITED BY SIZE
               OSRequiredRole DELIMITED BY SPACE
               " ROLE" DELIMITED BY SIZE
               INTO OSMessage
           END-STRING
           PERFORM LogViolation
       END-IF.

LogViolation.
*> The refusal stands whether or not the log can be written - an
*> unwritable log must never turn into a way in.
       OPEN EXTEND SecurityLog
       IF NOT WSSecurityLogOpenOk
           EXIT PARAGRAPH
       END-IF
       MOVE OSOperatorId TO SVOperatorId
       MOVE OSProgram TO SVProgram
       MOVE OSFunctionName TO SVFunction
       MOVE WSViolationReason TO SVReason
       MOVE OPRole TO SVOperatorRole
       MOVE FUNCTION CURRENT-DATE(1:8) TO SVDate
       MOVE FUNCTION CURRENT-DATE(9:6) TO SVTime
       WRITE SecurityViolationEntry
       CLOSE SecurityLog.
