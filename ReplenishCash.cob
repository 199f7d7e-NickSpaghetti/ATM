*> records created empty on the spot. Every load adds to both
*> NotesLoaded and NotesOnHand so the end-of-day CashPosition
*> report can prove Loaded - Dispensed = OnHand per terminal.
*> Loading cassettes is a Vault function - only an operator signed
*> on with the Vault role may run it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 WSDenomTable REDEFINES WSDenomValues.
           03 WSDenomValue PIC 9(03) OCCURS 3 TIMES.
       02 WSNotesToLoad PIC 9(07) VALUE ZERO.
       02 WSSignOnTries PIC 9(01) VALUE ZERO.

01 DollarFormat PIC $$$,$$$,$$9.99.
01 WSCassetteValue PIC 9(10)V99 VALUE ZERO.

       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       PERFORM SignOnOperator

       OPEN I-O CashInventory
       IF WSCashFileNotCreated
           PERFORM CreateCashInventoryFile
       DISPLAY "Replenishment complete for terminal " WSWorkTerminalId "."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "ReplenishCash" TO OSProgram
       MOVE "SignOn" TO OSFunctionName
       MOVE "Vault" TO OSRequiredRole
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

CreateCashInventoryFile.
       OPEN OUTPUT CashInventory
       IF NOT WSCashFileOk
