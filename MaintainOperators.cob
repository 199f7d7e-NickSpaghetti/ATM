       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainOperators.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Supervisor-run maintenance utility for Operators.dat, the operator
*> file every teller and operator utility signs on against. Views
*> every operator, enrolls a new operator with their role, resets a
*> forgotten password (which also clears a lockout), suspends an
*> operator who has left or is under investigation, and reactivates
*> a suspended or locked operator. On a fresh install, with no
*> operators on file, the first run enrolls the first Supervisor so
*> there is someone to sign on as.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT Operators ASSIGN TO "Operators.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPOperatorId
           FILE STATUS  WSOperatorFileStatus.
DATA DIVISION.
FILE SECTION.
FD  Operators.
       COPY OperatorRecord.
WORKING-STORAGE SECTION.
01 WSOperatorFileStatus PIC X(2).
       88 WSOperatorFileOk VALUE '00'.
       88 WSOperatorFileNotCreated VALUE '35'.
       88 WSOperatorNotFound VALUE '23'.

01 WSEndOfOperators PIC X(01) VALUE 'N'.
       88 WSAtEndOfOperators VALUE 'Y'.
01 WSOperatorsOnFile PIC X(01) VALUE 'N'.
       88 WSHasOperators VALUE 'Y'.

01 MaintenanceSession.
       02 WSMenuChoice PIC S9 VALUE -1.
       02 WSWorkOperatorId PIC X(08) VALUE SPACE.
       02 WSRoleChoice PIC 9(01) VALUE ZERO.
       02 WSSignOnTries PIC 9(01) VALUE ZERO.

       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       PERFORM CheckForOperators
       IF NOT WSHasOperators
           PERFORM EnrollFirstSupervisor
       END-IF

       PERFORM SignOnOperator

       OPEN I-O Operators
       IF NOT WSOperatorFileOk
           DISPLAY "UNABLE TO OPEN OPERATORS - STATUS " WSOperatorFileStatus
           STOP RUN
       END-IF

       PERFORM UNTIL WSMenuChoice = 0
           DISPLAY "Please select one of the following options:"
           DISPLAY "0. Exit"
           DISPLAY "1. View All Operators"
           DISPLAY "2. Enroll an Operator"
           DISPLAY "3. Reset a Password"
           DISPLAY "4. Suspend an Operator"
           DISPLAY "5. Reactivate an Operator"
           ACCEPT WSMenuChoice
           EVALUATE WSMenuChoice
               WHEN 0
                   CONTINUE
               WHEN 1
                   PERFORM ViewAllOperators
               WHEN 2
                   PERFORM EnrollOperator
               WHEN 3
                   PERFORM ResetPassword
               WHEN 4
                   PERFORM SuspendOperator
               WHEN 5
                   PERFORM ReactivateOperator
               WHEN OTHER
                   DISPLAY "You Entered an Incorrect value please select from one of the 6 options above"
           END-EVALUATE
       END-PERFORM

       CLOSE Operators
       DISPLAY "Done."
       STOP RUN.

CheckForOperators.
       MOVE 'N' TO WSOperatorsOnFile
       OPEN INPUT Operators
       IF WSOperatorFileNotCreated
           EXIT PARAGRAPH
       END-IF
       IF NOT WSOperatorFileOk
           DISPLAY "UNABLE TO OPEN OPERATORS - STATUS " WSOperatorFileStatus
           STOP RUN
       END-IF
       READ Operators NEXT RECORD
           AT END
               CONTINUE
           NOT AT END
               MOVE 'Y' TO WSOperatorsOnFile
       END-READ
       CLOSE Operators.

EnrollFirstSupervisor.
*> Fresh install - nobody can sign on to enroll anybody, so the
*> first operator is taken without a sign-on and is always a
*> Supervisor. Everyone after that is enrolled by a signed-on
*> Supervisor.
       DISPLAY "No operators are enrolled - enrolling the first Supervisor."
       OPEN I-O Operators
       IF WSOperatorFileNotCreated
           OPEN OUTPUT Operators
       END-IF
       IF NOT WSOperatorFileOk
           DISPLAY "UNABLE TO CREATE OPERATORS - STATUS " WSOperatorFileStatus
           STOP RUN
       END-IF
       PERFORM AcceptNewOperatorId
       IF WSWorkOperatorId = SPACE
           DISPLAY "An operator ID must be given."
           CLOSE Operators
           STOP RUN
       END-IF
       MOVE WSWorkOperatorId TO OPOperatorId
       MOVE "Supervisor" TO OPRole
       PERFORM AcceptOperatorDetails
       WRITE OperatorRecord
           INVALID KEY
               DISPLAY "UNABLE TO WRITE OPERATOR RECORD - STATUS " WSOperatorFileStatus
               CLOSE Operators
               STOP RUN
       END-WRITE
       CLOSE Operators
       DISPLAY "Supervisor " OPOperatorId " enrolled - sign on to continue.".

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "MaintainOperators" TO OSProgram
       MOVE "SignOn" TO OSFunctionName
       MOVE "Supervisor" TO OSRequiredRole
       MOVE ZERO TO WSSignOnTries
       MOVE '81' TO OSResult
       PERFORM UNTIL OSRequestOk OR WSSignOnTries = 3
           ADD 1 TO WSSignOnTries
           DISPLAY "Operator ID: "
           ACCEPT OSOperatorId
           DISPLAY "Password: "
           ACCEPT OSPassword
           CALL 'OperatorSignOn' USING OperatorSignOnRequest
           IF NOT OSRequestOk
               DISPLAY OSMessage
               IF NOT OSSignOnFailed
                   STOP RUN
               END-IF
           END-IF
       END-PERFORM
       IF NOT OSRequestOk
           STOP RUN
       END-IF
       MOVE SPACE TO OSPassword
       DISPLAY "Signed on: " OSOperatorId " " OSOperatorName.

ViewAllOperators.
       MOVE 'N' TO WSEndOfOperators
       MOVE LOW-VALUES TO OPOperatorId
       START Operators KEY IS NOT LESS THAN OPOperatorId
           INVALID KEY
               MOVE 'Y' TO WSEndOfOperators
       END-START
       PERFORM UNTIL WSAtEndOfOperators
           READ Operators NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfOperators
               NOT AT END
                   PERFORM DisplayOneOperator
           END-READ
       END-PERFORM.

DisplayOneOperator.
       DISPLAY "Operator: " OPOperatorId " " OPOperatorName
       DISPLAY "    Role:   " OPRole "  Status: " OPStatus
       DISPLAY "    Failed sign-ons: " OPFailedAttempts "  Last sign-on: " OPLastSignOnDate.

AcceptNewOperatorId.
       DISPLAY "New operator ID (up to 8 characters): "
       ACCEPT WSWorkOperatorId.

AcceptOperatorDetails.
       DISPLAY "Operator name: "
       ACCEPT OPOperatorName
       DISPLAY "Initial password: "
       ACCEPT OPPassword
       MOVE "Active" TO OPStatus
       MOVE ZERO TO OPFailedAttempts
       MOVE ZERO TO OPLastSignOnDate.

EnrollOperator.
       PERFORM AcceptNewOperatorId
       IF WSWorkOperatorId = SPACE
           DISPLAY "An operator ID must be given."
           EXIT PARAGRAPH
       END-IF
       MOVE WSWorkOperatorId TO OPOperatorId
       READ Operators
           INVALID KEY
               CONTINUE
       END-READ
       IF NOT WSOperatorNotFound
           DISPLAY "Operator " WSWorkOperatorId " is already enrolled."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Role (1=Teller 2=Supervisor 3=Vault 4=Operations): "
       ACCEPT WSRoleChoice
       EVALUATE WSRoleChoice
           WHEN 1
               MOVE "Teller" TO OPRole
           WHEN 2
               MOVE "Supervisor" TO OPRole
           WHEN 3
               MOVE "Vault" TO OPRole
           WHEN 4
               MOVE "Operations" TO OPRole
           WHEN OTHER
               DISPLAY "No such role - operator not enrolled."
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE WSWorkOperatorId TO OPOperatorId
       PERFORM AcceptOperatorDetails
       WRITE OperatorRecord
           INVALID KEY
               DISPLAY "UNABLE TO WRITE OPERATOR RECORD - STATUS " WSOperatorFileStatus
       END-WRITE
       IF WSOperatorFileOk
           DISPLAY "Operator " OPOperatorId " enrolled."
       END-IF.

ReadWorkOperator.
       DISPLAY "Operator ID: "
       ACCEPT WSWorkOperatorId
       MOVE WSWorkOperatorId TO OPOperatorId
       READ Operators
           INVALID KEY
               DISPLAY "Operator not on file."
       END-READ
       IF WSOperatorFileOk
           PERFORM DisplayOneOperator
       END-IF.

ResetPassword.
       PERFORM ReadWorkOperator
       IF NOT WSOperatorFileOk
           EXIT PARAGRAPH
       END-IF
       IF OPStatusSuspended
           DISPLAY "Operator is suspended - reactivate them first."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "New password: "
       ACCEPT OPPassword
*> A reset is how a locked-out operator gets back in.
       MOVE "Active" TO OPStatus
       MOVE ZERO TO OPFailedAttempts
       PERFORM RewriteOperator.

SuspendOperator.
       PERFORM ReadWorkOperator
       IF NOT WSOperatorFileOk
           EXIT PARAGRAPH
       END-IF
       IF OPOperatorId = OSOperatorId
           DISPLAY "You cannot suspend yourself."
           EXIT PARAGRAPH
       END-IF
       IF OPStatusSuspended
           DISPLAY "Operator is already suspended."
           EXIT PARAGRAPH
       END-IF
       MOVE "Suspended" TO OPStatus
       PERFORM RewriteOperator.

ReactivateOperator.
       PERFORM ReadWorkOperator
       IF NOT WSOperatorFileOk
           EXIT PARAGRAPH
       END-IF
       IF OPStatusActive
           DISPLAY "Operator is already active."
           EXIT PARAGRAPH
       END-IF
       MOVE "Active" TO OPStatus
       MOVE ZERO TO OPFailedAttempts
       PERFORM RewriteOperator.

RewriteOperator.
       REWRITE OperatorRecord
       IF NOT WSOperatorFileOk
           DISPLAY "UNABLE TO REWRITE OPERATOR RECORD - STATUS " WSOperatorFileStatus
       ELSE
           DISPLAY "Operator " OPOperatorId " is now " OPStatus
       END-IF.
