DATE-WRITTEN. August 23rd 2026
*> Teller-run maintenance utility for the account status lifecycle.
*> Unlocks a PinLocked account, changes a PIN, places or lifts a
*> fraud freeze, closes an account, keeps the taxpayer ID and
*> mailing address for the 1099-INT current, and sets the customer's
*> alert contacts and preferences, and is where the fraud desk
*> confirms or clears the freezes the terminals' velocity checks
*> placed. Every action is written to
*> TransactionsHistory as a zero-amount audit record carrying the
*> signed-on operator's ID, so there is always a trail of who was
*> unlocked, frozen or closed, when, and by whom. Any Teller or
*> Supervisor may sign on; closing an account and the fraud desk
*> review are Supervisor functions.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT VelocityHits ASSIGN TO "VelocityHits.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VHHitKey
           FILE STATUS  WSHitFileStatus.
DATA DIVISION.
FILE SECTION.
FD  TransactionsHistory.
       COPY TransactionRecord.
FD  CustomerMaster.
       COPY CustomerRecord.
FD  VelocityHits.
       COPY VelocityHitRecord.
WORKING-STORAGE SECTION.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
       88 WSCustomerNotFound VALUE '23'.
01 WSHitFileStatus PIC X(2).
       88 WSHitFileOk VALUE '00'.
       88 WSHitFileNotCreated VALUE '35'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
01 MaintenanceSession.
       02 WSTellerName PIC X(500).
       02 WSWorkAccountNumber PIC 9(08) VALUE ZERO.
       02 WSMenuChoice PIC S9(02) VALUE -1.
           88 ValidMaintenanceOptions VALUE 0 THRU 11.
       02 WSOwnerChoice PIC 9(01) VALUE 1.
       02 WSMoreWork PIC X(01) VALUE 'Y'.
           88 WSWantsMoreWork VALUE 'Y'.
           88 WSConfirmed VALUE 'Y'.
       02 WSNewPin PIC 9(04) VALUE ZERO.
       02 WSAuditAction PIC X(50) VALUE SPACE.
       02 WSSignOnTries PIC 9(01) VALUE ZERO.
       02 WSNewTaxId PIC X(09) VALUE SPACE.
       02 WSNewAlertChannel PIC X(05) VALUE SPACE.
           88 ValidAlertChannel VALUE "SMS" "Email" "Both" "None".

01 FraudReviewControl.
       02 WSEndOfHits PIC X(01) VALUE 'N'.
           88 WSAtEndOfHits VALUE 'Y'.
       02 WSOpenHitCount PIC 9(03) VALUE ZERO.
       02 WSReviewDecision PIC X(01) VALUE SPACE.
           88 WSFraudConfirmed VALUE 'C' 'c'.
           88 WSFraudCleared VALUE 'L' 'l'.
       02 WSHitOutcome PIC X(10) VALUE SPACE.
       02 WSHitDateFormat PIC 9999/99/99.
       02 WSHitAmountFormat PIC $$$,$$$,$$9.99-.

01 AccountSlotControl.
       02 WSCheckingSlot PIC 9(01) VALUE 1.
01 DollarFormat PIC $$$,$$$,$$9.99-.

       COPY TransactionRefRequest.
       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       MOVE FUNCTION CURRENT-DATE(1:8) TO SessionDate

       PERFORM SignOnOperator
*> The audit trail carries the verified operator ID, not a typed name.
       MOVE OSOperatorId TO WSTellerName

       OPEN I-O CustomerMaster
       IF NOT WSCustomerFileOk
       DISPLAY "Done."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "TellerMaintenance" TO OSProgram
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
           DISPLAY "6. Add Joint Owner"
           DISPLAY "7. Remove Joint Owner"
           DISPLAY "8. Reactivate Dormant Account"
           DISPLAY "9. Update Tax ID and Mailing Address"
           DISPLAY "10. Alert Contacts and Preferences"
           DISPLAY "11. Fraud Desk Review of Velocity Hits"
           ACCEPT WSMenuChoice
           EVALUATE WSMenuChoice
               WHEN 0
                   PERFORM RemoveJointOwner
               WHEN 8
                   PERFORM ReactivateDormant
               WHEN 9
                   PERFORM UpdateTaxDetails
               WHEN 10
                   PERFORM UpdateAlertSettings
               WHEN 11
                   PERFORM FraudDeskReview
               WHEN OTHER
                   DISPLAY "You Entered an Incorrect value please select from one of the 12 options above"
           END-EVALUATE
       END-PERFORM.

           PERFORM ApplyMaintenanceAction
       END-IF.

UpdateTaxDetails.
*> A blank answer keeps what is on file, so a teller correcting only
*> the ZIP code does not have to re-key the whole address.
       IF CMTaxId = SPACE
           DISPLAY "Tax ID:   (none on file)"
       ELSE
           DISPLAY "Tax ID:   *****" CMTaxId(6:4)
       END-IF
       DISPLAY "Address:  " CMMailStreet
       DISPLAY "          " CMMailCity " " CMMailState " " CMMailZip
       DISPLAY "New Taxpayer ID (9 digits, no dashes - blank to keep): "
       ACCEPT WSNewTaxId
       IF WSNewTaxId NOT = SPACE
           IF WSNewTaxId IS NOT NUMERIC
               DISPLAY "A taxpayer ID is 9 digits with no dashes or spaces - nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WSNewTaxId TO CMTaxId
       END-IF
       DISPLAY "Change the mailing address? (Y/N)"
       ACCEPT WSConfirm
       IF WSConfirmed
           DISPLAY "Mailing Street Address: "
           ACCEPT CMMailStreet
           DISPLAY "Mailing City: "
           ACCEPT CMMailCity
           DISPLAY "Mailing State (2 letters): "
           ACCEPT CMMailState
           DISPLAY "Mailing ZIP Code: "
           ACCEPT CMMailZip
       END-IF
       MOVE 'N' TO WSConfirm
       MOVE SPACE TO WSNewTaxId
       MOVE "TaxInfoChanged" TO WSAuditAction
       PERFORM ApplyMaintenanceAction.

UpdateAlertSettings.
*> The PIN, lockout and freeze alerts are not on the list - they go
*> to every customer with a channel, because they are the first sign
*> somebody else has the card.
       IF CMAccountStatus = "Closed"
           DISPLAY "Account is closed - alerts cannot be set."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Alerts by:  " CMAlertChannel "  Phone: " CMAlertPhone "  E-mail: " CMAlertEmail
       MOVE SPACE TO WSNewAlertChannel
       PERFORM UNTIL ValidAlertChannel
           DISPLAY "Send alerts by (SMS/Email/Both/None): "
           ACCEPT WSNewAlertChannel
       END-PERFORM
       MOVE WSNewAlertChannel TO CMAlertChannel
       MOVE SPACE TO WSNewAlertChannel
       IF CMAlertsWanted
           DISPLAY "Mobile Phone Number: "
           ACCEPT CMAlertPhone
           DISPLAY "E-mail Address: "
           ACCEPT CMAlertEmail
           DISPLAY "Alert on a widthdrawl over (0 for no alert): "
           ACCEPT CMAlertWidthdrawlOver
           DISPLAY "Alert when Checking drops below (0 for no alert): "
           ACCEPT CMAlertBallanceFloor
           DISPLAY "Alert when the account is overdrawn? (Y/N)"
           ACCEPT CMAlertOnOverdraft
           DISPLAY "Alert when a direct deposit arrives? (Y/N)"
           ACCEPT CMAlertOnDirectDeposit
           DISPLAY "Alert when a check hold releases? (Y/N)"
           ACCEPT CMAlertOnHoldRelease
           DISPLAY "Alert when a standing order is skipped? (Y/N)"
           ACCEPT CMAlertOnOrderSkipped
       END-IF
       MOVE "AlertsChanged" TO WSAuditAction
       PERFORM ApplyMaintenanceAction.

PlaceFreeze.
       EVALUATE CMAccountStatus
           WHEN "Closed"
               DISPLAY "Account is closed - it cannot be frozen."
           WHEN "Frozen"
               DISPLAY "Account is already frozen."
           WHEN "ChargedOff"
               DISPLAY "Account is charged off - it is with collections and cannot be frozen."
           WHEN OTHER
               MOVE "Frozen" TO CMAccountStatus
               MOVE "FreezePlaced" TO WSAuditAction
       END-IF.

CloseAccount.
       MOVE "CloseAccount" TO OSFunctionName
       MOVE "Supervisor" TO OSRequiredRole
       PERFORM AuthorizeFunction
       IF NOT OSRequestOk
           EXIT PARAGRAPH
       END-IF
       IF CMAccountStatus = "Closed"
           DISPLAY "Account is already closed."
       ELSE
           MOVE 'N' TO WSConfirm
       END-IF.

FraudDeskReview.
*> The fraud desk's half of the terminals' velocity checks. Every
*> open hit on the account is shown, and the desk decides them
*> together: Confirmed keeps the account frozen for good, Cleared
*> lifts the freeze the terminal placed. The audit record and the
*> status go first, then each hit is marked with who decided it
*> and when, so VelocityReview stops listing it as awaiting review.
       MOVE "FraudReview" TO OSFunctionName
       MOVE "Supervisor" TO OSRequiredRole
       PERFORM AuthorizeFunction
       IF NOT OSRequestOk
           EXIT PARAGRAPH
       END-IF
       OPEN I-O VelocityHits
       IF WSHitFileNotCreated
           DISPLAY "No velocity rule hits on file."
           EXIT PARAGRAPH
       END-IF
       IF NOT WSHitFileOk
           DISPLAY "UNABLE TO OPEN VELOCITYHITS - STATUS " WSHitFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSOpenHitCount
       MOVE SPACE TO WSHitOutcome
       PERFORM ScanOpenHits
       IF WSOpenHitCount = ZERO
           DISPLAY "No open velocity rule hits for this account."
           CLOSE VelocityHits
           EXIT PARAGRAPH
       END-IF
       DISPLAY "C = Confirm fraud (account stays frozen)"
       DISPLAY "L = Clear and lift the freeze"
       DISPLAY "Anything else leaves the hits open."
       ACCEPT WSReviewDecision
       EVALUATE TRUE
           WHEN WSFraudConfirmed
               IF CMAccountStatus NOT = "Closed"
                   AND CMAccountStatus NOT = "ChargedOff"
                   MOVE "Frozen" TO CMAccountStatus
               END-IF
               MOVE "FraudConfirmed" TO WSAuditAction
               PERFORM ApplyMaintenanceAction
               MOVE "Confirmed" TO WSHitOutcome
               PERFORM ScanOpenHits
           WHEN WSFraudCleared
               IF CMAccountStatus = "Frozen"
                   MOVE "Active" TO CMAccountStatus
               END-IF
               MOVE "FraudCleared" TO WSAuditAction
               PERFORM ApplyMaintenanceAction
               MOVE "Cleared" TO WSHitOutcome
               PERFORM ScanOpenHits
           WHEN OTHER
               DISPLAY "Hits left open."
       END-EVALUATE
       MOVE SPACE TO WSReviewDecision
       CLOSE VelocityHits.

ScanOpenHits.
*> The hit file is keyed by when and where the hit happened, not by
*> account, so read it all and pick out this account's open hits.
*> With no outcome set the hits are listed; with one they are marked.
       MOVE 'N' TO WSEndOfHits
       MOVE LOW-VALUES TO VHHitKey
       START VelocityHits KEY IS NOT LESS THAN VHHitKey
           INVALID KEY
               MOVE 'Y' TO WSEndOfHits
       END-START
       PERFORM UNTIL WSAtEndOfHits
           READ VelocityHits NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfHits
               NOT AT END
                   IF VHAccountNumber = CMAccountNumber AND VHStatusOpen
                       IF WSHitOutcome = SPACE
                           PERFORM DisplayOpenHit
                       ELSE
                           PERFORM MarkReviewedHit
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

DisplayOpenHit.
       ADD 1 TO WSOpenHitCount
       MOVE VHHitDate TO WSHitDateFormat
       MOVE VHAmount TO WSHitAmountFormat
       DISPLAY WSHitDateFormat " " VHHitTime(1:2) ":" VHHitTime(3:2) " "
           VHTerminalId " " VHRuleCode " " VHAttempted " " WSHitAmountFormat
       IF VHOtherTerminal NOT = SPACE
           DISPLAY "    Count " VHObservedCount "  Other terminal " VHOtherTerminal
               "  Freeze ref " VHFreezeRef
       ELSE
           DISPLAY "    Count " VHObservedCount "  Freeze ref " VHFreezeRef
       END-IF.

MarkReviewedHit.
       MOVE WSHitOutcome TO VHStatus
       MOVE WSTellerName TO VHReviewedBy
       MOVE FUNCTION CURRENT-DATE(1:8) TO VHReviewDate
       REWRITE VelocityHitRecord
       IF NOT WSHitFileOk
           DISPLAY "UNABLE TO REWRITE VELOCITY HIT RECORD - STATUS " WSHitFileStatus
       END-IF.

ApplyMaintenanceAction.
*> Audit record first, master second - the same order every other
*> program uses, so a crash between the two leaves a trail of the
       PERFORM GetNextTransactionRef
       MOVE TRRNextRef TO TransactionRef
       MOVE ZERO TO LinkedRef
       MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime
       WRITE TransactionData
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO WRITE TRANSACTION RECORD - STATUS " WSFileStatus
