*> is a fresh install) and writes one new CustomerMasterRecord from
*> operator input, so an account exists for ATM.cob's LoadCustomerBallance
*> to find at logon. Run this once per new account before the customer's
*> first visit to the ATM. The taxpayer ID and mailing address for the
*> year-end 1099-INT are taken here too; an account opened before the
*> customer has given a TIN is left blank for the exceptions list. Any
*> Teller or Supervisor may sign on.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

01 WSWantsJointOwner PIC X(01) VALUE 'N'.
       88 WSAddingJointOwner VALUE 'Y'.

01 WSSignOnTries PIC 9(01) VALUE ZERO.

01 WSTaxIdEntered PIC X(01) VALUE 'N'.
       88 WSTaxIdAccepted VALUE 'Y'.

       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       PERFORM SignOnOperator

       OPEN I-O CustomerMaster
       IF WSCustomerFileNotCreated
           PERFORM CreateCustomerMasterFile
       DISPLAY "Done."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "ProvisionCustomer" TO OSProgram
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

AcceptTaxDetails.
       MOVE 'N' TO WSTaxIdEntered
       PERFORM UNTIL WSTaxIdAccepted
           DISPLAY "Taxpayer ID (9 digits, no dashes - blank if not yet provided): "
           ACCEPT CMTaxId
           IF CMTaxId = SPACE OR CMTaxId IS NUMERIC
               MOVE 'Y' TO WSTaxIdEntered
           ELSE
               DISPLAY "A taxpayer ID is 9 digits with no dashes or spaces."
           END-IF
       END-PERFORM
       DISPLAY "Mailing Street Address: "
       ACCEPT CMMailStreet
       DISPLAY "Mailing City: "
       ACCEPT CMMailCity
       DISPLAY "Mailing State (2 letters): "
       ACCEPT CMMailState
       DISPLAY "Mailing ZIP Code: "
       ACCEPT CMMailZip.

CreateCustomerMasterFile.
       OPEN OUTPUT CustomerMaster
       CLOSE CustomerMaster.
       MOVE ZERO TO CMAccountBallance(1)
       MOVE ZERO TO CMAccountBallance(2)
       MOVE "Active" TO CMAccountStatus
       MOVE ZERO TO CMOverdrawnSince
*> No alerts until the customer or a teller chooses a channel.
       MOVE SPACE TO CMAlertSettings
       MOVE ZERO TO CMAlertWidthdrawlOver
       MOVE ZERO TO CMAlertBallanceFloor
       MOVE 'N' TO CMAlertOnOverdraft
       MOVE 'N' TO CMAlertOnDirectDeposit
       MOVE 'N' TO CMAlertOnHoldRelease
       MOVE 'N' TO CMAlertOnOrderSkipped

       DISPLAY "Account Number (8 digits): "
       ACCEPT CMAccountNumber
           MOVE 'Y' TO CMHasSecondOwner
           MOVE 'N' TO WSWantsJointOwner
       END-IF
       PERFORM AcceptTaxDetails
       DISPLAY "Opening Checking Ballance: "
       ACCEPT CMAccountBallance(1)
       DISPLAY "Opening Savings Ballance: "
