*> Teller-run adjustment utility for disputed postings. Looks a
*> posting up on TransactionsHistory by its reference number, shows
*> it, and on the teller's confirmation posts a linked "Reversal"
*> record carrying the signed-on operator's ID and the opposite
*> amount, then
*> corrects CMAccountBallance - history first, master second, the
*> same order ATM.cob uses. The reversal is an ordinary signed
*> record with its ballance snapshot kept true, so DailyRegister,
*> CustomerStatements and ReconciliationReport all absorb it like
*> any other transaction and the ledger still proves out. Replaces
*> the old practice of faking an offsetting deposit at the machine.
*> Any Teller may sign on and look postings up; posting the
*> Reversal itself is a Supervisor function.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           88 WSWantsMoreWork VALUE 'Y'.
       02 WSConfirm PIC X(01) VALUE 'N'.
           88 WSConfirmed VALUE 'Y'.
       02 WSSignOnTries PIC 9(01) VALUE ZERO.

01 FoundPosting.
       02 WSFound PIC X(01) VALUE 'N'.
01 FoundDateFormat PIC 9999/99/99.

       COPY TransactionRefRequest.
       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       MOVE FUNCTION CURRENT-DATE(1:8) TO SessionDate

       PERFORM SignOnOperator
*> The audit trail carries the verified operator ID, not a typed name.
       MOVE OSOperatorId TO WSTellerName

       PERFORM UNTIL NOT WSWantsMoreWork
           PERFORM AdjustOnePosting
       DISPLAY "Done."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "AdjustTransactions" TO OSProgram
       MOVE "SignOn" TO OSFunctionName
       MOVE "Teller" TO OSRequiredRole
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

AuthorizeFunction.
*> Checks the signed-on operator against the role a single function
*> needs (OSFunctionName and OSRequiredRole set by the caller); a
*> refusal is logged by OperatorSignOn and leaves OSResult non-zero.
       MOVE "Authorize" TO OSFunction
       CALL 'OperatorSignOn' USING OperatorSignOnRequest
       IF NOT OSRequestOk
           DISPLAY OSMessage
       END-IF.

ResolveAccountSlots.
       MOVE 1 TO WSCheckingSlot
       MOVE 2 TO WSSavingsSlot
               MOVE 'N' TO WSConfirm
               ACCEPT WSConfirm
               IF WSConfirmed
                   MOVE "PostReversal" TO OSFunctionName
                   MOVE "Supervisor" TO OSRequiredRole
                   PERFORM AuthorizeFunction
                   IF OSRequestOk
                       PERFORM PostReversal
                   ELSE
                       DISPLAY "No reversal posted."
                   END-IF
               ELSE
                   DISPLAY "No reversal posted."
               END-IF
       PERFORM GetNextTransactionRef
       MOVE TRRNextRef TO TransactionRef
       MOVE WSWorkRef TO LinkedRef
       MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime
       WRITE TransactionData
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO WRITE TRANSACTION RECORD - STATUS " WSFileStatus
