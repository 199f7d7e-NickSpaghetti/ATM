*> and begins or ends the ATM cutover window - while the special
*> "ATMCutover" row is Running, ATM.cob turns customers away with a
*> "batch in progress" message instead of letting them transact in
*> the middle of the EOD window. Only an operator signed on with the
*> Operations role may run it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 WSMenuChoice PIC S9 VALUE -1.
       02 WSWorkJobName PIC X(20) VALUE SPACE.
       02 WSNewBusinessDate PIC 9(08) VALUE ZERO.
       02 WSSignOnTries PIC 9(01) VALUE ZERO.

       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       PERFORM SignOnOperator

       OPEN I-O BatchControl
       IF WSControlFileNotCreated
           PERFORM CreateBatchControlFile
       DISPLAY "Done."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "MaintainBatchControl" TO OSProgram
       MOVE "SignOn" TO OSFunctionName
       MOVE "Operations" TO OSRequiredRole
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

CreateBatchControlFile.
       OPEN OUTPUT BatchControl
       CLOSE BatchControl.
