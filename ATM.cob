           ACCESS IS DYNAMIC
           RECORD KEY IS AAKey
           FILE STATUS  WSActivityFileStatus.
       SELECT CardMaster ASSIGN TO "CardMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CDCardNumber
           FILE STATUS  WSCardFileStatus.
       SELECT Payees ASSIGN TO "Payees.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PYPayeeNumber
           FILE STATUS  WSPayeeFileStatus.
       SELECT BillPayments ASSIGN TO "BillPayments.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BPPaymentNumber
           FILE STATUS  WSPaymentFileStatus.
       SELECT VelocityRules ASSIGN TO "VelocityRules.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VRRuleCode
           FILE STATUS  WSRuleFileStatus.
       SELECT VelocityHits ASSIGN TO "VelocityHits.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VHHitKey
           FILE STATUS  WSHitFileStatus.
       SELECT OPTIONAL CapturedCardLog ASSIGN TO "CapturedCards.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSCapturedLogStatus.
       SELECT OPTIONAL ATMJournal ASSIGN TO "ATMJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSJournalFileStatus.
DATA DIVISION.
FILE SECTION.
FD  TransactionsHistory.
*> scanning the whole history file on every widthdrawl and
*> mini-statement.
       COPY ActivityRecord.
FD  CardMaster.
*> The card file - the card presented at logon says which account
*> and which of its owners is standing at the machine.
       COPY CardRecord.
FD  Payees.
*> The customer's bill-pay payees, registered by a teller - the
*> machine pays an Active payee on the account and nobody else.
       COPY PayeeRecord.
FD  BillPayments.
*> Every bill payment taken at the machine waits here, Pending,
*> until the end-of-day run sends it to the clearing partner.
       COPY BillPaymentRecord.
FD  VelocityRules.
*> Operations' fraud velocity rules, read once at logon and checked
*> against the customer's recent activity before money moves.
       COPY VelocityRuleRecord.
FD  VelocityHits.
*> One record per rule breach, for the fraud desk to confirm or
*> clear through TellerMaintenance.
       COPY VelocityHitRecord.
FD  CapturedCardLog.
*> One line per hot-listed or expired card refused at a terminal,
*> for the branch to follow up with the cardholder. The record ends
*> in numeric fields on purpose: the log is LINE SEQUENTIAL, which
*> strips trailing spaces.
01 CapturedCardEntry.
       02 CCLogDate PIC 9(08).
       02 CCLogTime PIC 9(06).
       02 CCTerminalId PIC X(08).
       02 CCCardStatus PIC X(10).
       02 CCAccountNumber PIC 9(08).
       02 CCCardNumber PIC 9(16).
FD  ATMJournal.
*> The electronic journal - one entry for every customer this
*> terminal turns away or who backs out, with what they asked for.
       COPY ATMJournalRecord.
WORKING-STORAGE SECTION.
*> varables inside the program
01 DollarFormat PIC $$$,$$$,$$9.99-.
01 DateFormat PIC 99/99/9999.
01 WSCusomer.
       02 WSAccountNumber PIC 9(08) VALUE ZERO.
       02 WSAccessDate PIC X(8).
       02 WSBallance PIC S99999999V99 VALUE ZERO.
       02 WSSavingsBallance PIC S99999999V99 VALUE ZERO.

01 MenuConfiguration.
       02 MenuInput PIC S9 VALUE -1.
       88 ValidMenuOptions VALUE 0 THRU 8.
       02 DepositInput PIC S999999V99 VALUE ZERO.
       88 ValidDepositOptions VALUE IS 1 THRU 999999.
       02 WidthdrawlInput PIC S999999V99 VALUE -1.
       02 WSPinUpdateSucceeded PIC X(01) VALUE 'N'.
           88 WSPinUpdateWasSuccessful VALUE 'Y'.

*> The customer's alert contacts and choices, laid out exactly like
*> CMAlertSettings so the whole group moves to and from the master.
01 WSAlertSettings.
       02 WSAlertPhone PIC X(15).
       02 WSAlertEmail PIC X(60).
       02 WSAlertChannel PIC X(05).
           88 ValidAlertChannel VALUE "SMS" "Email" "Both" "None".
           88 WSAlertsWanted VALUE "SMS" "Email" "Both".
       02 WSAlertWidthdrawlOver PIC 9(07)V99.
       02 WSAlertBallanceFloor PIC 9(07)V99.
       02 WSAlertOnOverdraft PIC X(01).
       02 WSAlertOnDirectDeposit PIC X(01).
       02 WSAlertOnHoldRelease PIC X(01).
       02 WSAlertOnOrderSkipped PIC X(01).
01 WSAlertUpdateSucceeded PIC X(01) VALUE 'N'.
       88 WSAlertUpdateWasSuccessful VALUE 'Y'.

01 WSPayeeFileStatus PIC X(2).
       88 WSPayeeFileOk VALUE '00'.
       88 WSPayeeFileNotCreated VALUE '35'.

01 WSPaymentFileStatus PIC X(2).
       88 WSPaymentFileOk VALUE '00'.
       88 WSPaymentFileNotCreated VALUE '35'.

01 BillPayControl.
       02 WSBillPayeeNumber PIC 9(08) VALUE ZERO.
       02 WSBillPayeeName PIC X(40) VALUE SPACE.
       02 WSBillPayeeOk PIC X(01) VALUE 'N'.
           88 WSBillPayeeChosen VALUE 'Y'.
       02 WSBillPayAmount PIC S999999V99 VALUE ZERO.
       02 WSBillPayAmountOk PIC X(01) VALUE 'N'.
           88 ValidBillPayAmount VALUE 'Y'.
       02 WSPayeesListed PIC 9(03) VALUE ZERO.
       02 WSEndOfPayees PIC X(01) VALUE 'N'.
           88 WSAtEndOfPayees VALUE 'Y'.
       02 WSNextPaymentNumber PIC 9(08) VALUE ZERO.
       02 WSEndOfPayments PIC X(01) VALUE 'N'.
           88 WSAtEndOfPayments VALUE 'Y'.

01 WSOrderFileStatus PIC X(2).
       88 WSOrderFileOk VALUE '00'.
       88 WSOrderFileNotCreated VALUE '35'.
       02 WSTerminalId PIC X(08) VALUE "ATM01".
       02 WSTerminalOverride PIC X(08) VALUE SPACE.

01 WSCardFileStatus PIC X(2).
       88 WSCardFileOk VALUE '00'.
       88 WSCardNotFound VALUE '23'.
       88 WSCardFileNotCreated VALUE '35'.

01 WSCapturedLogStatus PIC X(2).
       88 WSCapturedLogOk VALUE '00'.
*> '05' is OPTIONAL-file-was-missing: the first refusal on a new
*> install creates the log.
       88 WSCapturedLogOpenOk VALUE '00' '05'.

01 CardControl.
       02 WSCardNumber PIC 9(16) VALUE ZERO.
*> Which owner the card was issued to - only that owner's PIN is
*> accepted with it.
       02 WSCardOwner PIC 9(01) VALUE 1.
           88 WSSecondOwnerCard VALUE 2.
       02 WSTodayYearMonth PIC 9(06) VALUE ZERO.
       02 WSCardRefusal PIC X(10) VALUE SPACE.

01 WSJournalFileStatus PIC X(2).
       88 WSJournalFileOk VALUE '00'.
*> '05' is OPTIONAL-file-was-missing: the first event on a new
*> install creates the journal.
       88 WSJournalOpenOk VALUE '00' '05'.

*> Set by the caller before WriteJournalEntry - the reason code,
*> what was being attempted (spaces to let WriteJournalEntry tell a
*> logon from a mid-session check) and the amount asked for.
01 JournalControl.
       02 WSJournalReason PIC X(12) VALUE SPACE.
       02 WSJournalAttempt PIC X(10) VALUE SPACE.
       02 WSJournalAmount PIC 9(08)V99 VALUE ZERO.

01 WSRuleFileStatus PIC X(2).
       88 WSRuleFileOk VALUE '00'.

01 WSHitFileStatus PIC X(2).
       88 WSHitFileOk VALUE '00'.
       88 WSHitFileNotCreated VALUE '35'.

*> The velocity rules as loaded at logon - a rule that is missing
*> from VelocityRules.dat, switched off or has no window is simply
*> not checked, and no rule file at all means no velocity checks.
*> Everything is measured in minutes since the start of the
*> calendar so a window can run back across midnight.
01 VelocityControl.
       02 WSWDCountActive PIC X(01) VALUE 'N'.
           88 WSWDCountChecked VALUE 'Y'.
       02 WSWDCountMax PIC 9(03) VALUE ZERO.
       02 WSWDCountWindow PIC 9(05) VALUE ZERO.
       02 WSTermHopActive PIC X(01) VALUE 'N'.
           88 WSTermHopChecked VALUE 'Y'.
       02 WSTermHopWindow PIC 9(05) VALUE ZERO.
       02 WSNearLimitActive PIC X(01) VALUE 'N'.
           88 WSNearLimitChecked VALUE 'Y'.
       02 WSNearLimitMax PIC 9(03) VALUE ZERO.
       02 WSNearLimitWindow PIC 9(05) VALUE ZERO.
       02 WSNearLimitPercent PIC 9(03) VALUE ZERO.
       02 WSNearLimitFloor PIC S9(07)V99 VALUE ZERO.
       02 WSLongestWindow PIC 9(05) VALUE ZERO.
       02 WSLookbackDays PIC 9(05) VALUE ZERO.
       02 WSLookbackDateInt PIC 9(08) VALUE ZERO.
       02 WSLookbackDateNum PIC 9(08) VALUE ZERO.
       02 WSVelocityNow.
           03 WSNowDateNum PIC 9(08).
           03 WSNowTime.
               04 WSNowHour PIC 9(02).
               04 WSNowMinute PIC 9(02).
               04 WSNowSecond PIC 9(02).
       02 WSNowMinutes PIC 9(11) VALUE ZERO.
       02 WSRecordMinutes PIC 9(11) VALUE ZERO.
       02 WSRecordAge PIC S9(11) VALUE ZERO.
       02 WSWDCountSeen PIC 9(03) VALUE ZERO.
       02 WSNearLimitSeen PIC 9(03) VALUE ZERO.
       02 WSHopTerminal PIC X(08) VALUE SPACE.
       02 WSHopMinutes PIC 9(11) VALUE ZERO.
       02 WSVelocityCandidate PIC 9(01) VALUE ZERO.
*> Set by the caller before CheckVelocity - what the customer is
*> doing and the amount asked for (zero at logon).
       02 WSVelocityAttempt PIC X(10) VALUE SPACE.
       02 WSVelocityAmount PIC S9(07)V99 VALUE ZERO.
       02 WSVelocityRuleHit PIC X(10) VALUE SPACE.
           88 WSNoVelocityHit VALUE SPACE.
       02 WSVelocityObserved PIC 9(03) VALUE ZERO.
       02 WSVelocityOtherTerminal PIC X(08) VALUE SPACE.
       02 WSVelocityFreezeBy PIC X(30) VALUE SPACE.
       02 WSVelocityFreezeRef PIC 9(10) VALUE ZERO.

*> One record's worth of activity for the velocity scan, filled from
*> the keyed mirror or from the history file on the fallback path.
01 VelocityWork.
       02 WSVelocityWorkDateNum PIC 9(08) VALUE ZERO.
       02 WSVelocityWorkTime.
           03 WSVelocityWorkHour PIC 9(02).
           03 WSVelocityWorkMinute PIC 9(02).
           03 WSVelocityWorkSecond PIC 9(02).
       02 WSVelocityWorkTimeNum REDEFINES WSVelocityWorkTime PIC 9(06).
       02 WSVelocityWorkAction PIC X(50) VALUE SPACE.
       02 WSVelocityWorkAmount PIC S99999999V99 VALUE ZERO.
       02 WSVelocityWorkTerminal PIC X(08) VALUE SPACE.

01 AccountSlotControl.
*> CMAccountType is the authoritative tag for which OCCURS slot is
*> Checking and which is Savings - resolve it by scanning the tags
       PERFORM CheckBatchCutover
       MOVE FUNCTION CURRENT-DATE(1:8) TO SessionDate

       DISPLAY "Insert your card (enter the 16 digit card number). "
       ACCEPT WSCardNumber
       PERFORM LoadCardRecord

       PERFORM LoadCustomerBallance


       PERFORM ApplyVerifiedIdentity

       PERFORM LoadVelocityRules
       MOVE "Logon" TO WSVelocityAttempt
       MOVE ZERO TO WSVelocityAmount
       PERFORM CheckVelocity

       MOVE WSBallance To DollarFormat
       DISPLAY "Hi "WSFirstName" "WSLastName", your current ballance is "DollarFormat"!"

                   NOT INVALID KEY
                       IF BCStatusRunning
                           DISPLAY "Daily processing is in progress. Please try again in a few minutes."
                           MOVE "Cutover" TO WSJournalReason
                           PERFORM WriteJournalEntry
                           CLOSE BatchControl
                           STOP RUN
                       END-IF
               STOP RUN
       END-EVALUATE.

LoadCardRecord.
*> The card alone says which account and which owner is at the
*> machine. A hot-listed (Lost or Stolen) card is retained and
*> marked Captured, a card past its expiry month is marked Expired,
*> and either way the refusal goes to the captured-card log for the
*> branch to follow up before the PIN is ever prompted for. No card
*> file at all just means no card has been issued on this install.
       OPEN I-O CardMaster
       IF WSCardFileNotCreated
           DISPLAY "Card not recognized. Please see a teller."
           STOP RUN
       END-IF
       IF NOT WSCardFileOk
           DISPLAY "This terminal is temporarily unavailable. Please see a teller."
           DISPLAY "UNABLE TO OPEN CARDMASTER - STATUS " WSCardFileStatus
           STOP RUN
       END-IF
       MOVE WSCardNumber TO CDCardNumber
       READ CardMaster
           INVALID KEY
               CONTINUE
       END-READ
       IF WSCardNotFound
           DISPLAY "Card not recognized. Please see a teller."
           CLOSE CardMaster
           STOP RUN
       END-IF
       COMPUTE WSTodayYearMonth = (WSTodayYear * 100) + WSTodayMonth
       EVALUATE TRUE
           WHEN CDStatusHotListed
               MOVE CDStatus TO WSCardRefusal
               MOVE "Captured" TO CDStatus
               DISPLAY "This card has been reported lost or stolen and has been retained. Please see a teller."
               PERFORM RefuseCard
           WHEN CDStatusActive AND CDExpiryYearMonth < WSTodayYearMonth
               MOVE "Expired" TO WSCardRefusal
               MOVE "Expired" TO CDStatus
               DISPLAY "This card has expired and has been retained. Please see a teller for a replacement."
               PERFORM RefuseCard
           WHEN NOT CDStatusActive
               MOVE CDStatus TO WSCardRefusal
               DISPLAY "This card is no longer valid. Please see a teller."
               PERFORM RefuseCard
       END-EVALUATE
       MOVE CDAccountNumber TO WSAccountNumber
       MOVE CDOwnerNumber TO WSCardOwner
       CLOSE CardMaster.

RefuseCard.
       REWRITE CardRecord
       IF NOT WSCardFileOk
           DISPLAY "UNABLE TO REWRITE CARDMASTER RECORD - STATUS " WSCardFileStatus
       END-IF
       CLOSE CardMaster
       OPEN EXTEND CapturedCardLog
       IF NOT WSCapturedLogOpenOk
           DISPLAY "UNABLE TO OPEN CAPTUREDCARDS.LOG - STATUS " WSCapturedLogStatus
           STOP RUN
       END-IF
       MOVE WSTodayDateNum TO CCLogDate
       MOVE FUNCTION CURRENT-DATE(9:6) TO CCLogTime
       MOVE WSTerminalId TO CCTerminalId
       MOVE WSCardRefusal TO CCCardStatus
       MOVE CDAccountNumber TO CCAccountNumber
       MOVE CDCardNumber TO CCCardNumber
       WRITE CapturedCardEntry
       IF NOT WSCapturedLogOk
           DISPLAY "UNABLE TO WRITE CAPTUREDCARDS.LOG RECORD - STATUS " WSCapturedLogStatus
       END-IF
       CLOSE CapturedCardLog
       MOVE CDAccountNumber TO WSAccountNumber
       MOVE "CardRetained" TO WSJournalReason
       PERFORM WriteJournalEntry
       STOP RUN.

LoadCustomerBallance.
       OPEN I-O CustomerMaster
       IF WSCustomerFileNotCreated
           CLOSE CustomerMaster
           STOP RUN
       END-IF
*> A joint holder's card outlives their removal from the account
*> only until it is presented - there is no longer a PIN to check
*> it against.
       IF WSSecondOwnerCard AND NOT CMSecondOwnerOnFile
           DISPLAY "This card is no longer valid for this account. Please see a teller."
           CLOSE CustomerMaster
           STOP RUN
       END-IF

       MOVE CMAccountStatus TO WSAccountStatus
       PERFORM EnforceAccountStatus
       EVALUATE WSAccountStatus
           WHEN "PinLocked"
               DISPLAY "This account is locked after too many incorrect PIN attempts. Please see a teller to unlock it."
               MOVE "AcctLocked" TO WSJournalReason
               PERFORM WriteJournalEntry
               PERFORM CloseCustomerMasterAndStop
           WHEN "Frozen"
               DISPLAY "This account is frozen. Please see a teller."
               MOVE "AcctFrozen" TO WSJournalReason
               PERFORM WriteJournalEntry
               PERFORM CloseCustomerMasterAndStop
           WHEN "Dormant"
               DISPLAY "This account is dormant. Please see a teller to reactivate it."
               MOVE "AcctDormant" TO WSJournalReason
               PERFORM WriteJournalEntry
               PERFORM CloseCustomerMasterAndStop
           WHEN "Closed"
               DISPLAY "This account has been closed."
               MOVE "AcctClosed" TO WSJournalReason
               PERFORM WriteJournalEntry
               PERFORM CloseCustomerMasterAndStop
           WHEN "ChargedOff"
               DISPLAY "This account has been charged off. Please see a teller."
               MOVE "AcctChgOff" TO WSJournalReason
               PERFORM WriteJournalEntry
               PERFORM CloseCustomerMasterAndStop
       END-EVALUATE.

           DISPLAY "Enter Your 4 digit PIN. "
           ACCEPT WSPin
           ADD 1 TO WSPinTries
*> Only the PIN of the owner the card was issued to is good with
*> it - remember whose it was, so ApplyVerifiedIdentity stamps the
*> owner who is actually standing at the machine into the audit
*> trail.
           EVALUATE TRUE
               WHEN WSSecondOwnerCard AND WSPin = WSSecondOwnerPin
                   MOVE 'Y' TO WSAuthenticated
                   MOVE 2 TO WSAuthenticatedOwner
                   MOVE WSSecondOwnerName TO WSVerifiedFullName
               WHEN NOT WSSecondOwnerCard AND WSPin = WSExpectedPin
                   MOVE 'Y' TO WSAuthenticated
                   MOVE 1 TO WSAuthenticatedOwner
               WHEN OTHER
                   COMPUTE WSRemainingTries = WSMaxPinTries - WSPinTries
                   DISPLAY "Incorrect PIN. Attempts remaining: " WSRemainingTries
                   MOVE "WrongPin" TO WSJournalReason
                   PERFORM WriteJournalEntry
           END-EVALUATE
       END-PERFORM
       IF NOT WSIsAuthenticated
*> The try limit is exhausted - persist the lockout to the master
*> file so walking away and coming back no longer buys three fresh
*> tries. Only a teller can unlock the account again.
           MOVE "PinLockout" TO WSJournalReason
           PERFORM WriteJournalEntry
           PERFORM PersistPinLockout
       END-IF.


ApplyVerifiedIdentity.
*> Everything downstream (daily withdrawl limit, recent-transactions
*> lookup, and the audit trail itself) keys off the PIN-verified
*> owner of record - take the name from the master file here now
*> that the card and PIN have both checked out.
       MOVE WSVerifiedFullName TO WSFullName
       UNSTRING WSFullName DELIMITED BY SPACE
           INTO WSFirstName, WSLastName.
       DISPLAY "3. Transfer Between Accounts"
       DISPLAY "4. View Recent Transactions"
       DISPLAY "5. Standing Orders"
       DISPLAY "6. Change PIN"
       DISPLAY "7. Alert Settings"
       DISPLAY "8. Pay a Bill".

DisplayMenu.
       PERFORM ShowMenuOptions
                   PERFORM ConfirmAccountStillActive
                   PERFORM ChangePinAtMachine
                   PERFORM ShowMenuOptions
               WHEN 7
                   COMPUTE MenuInput = -1
                   PERFORM ConfirmAccountStillActive
                   PERFORM SetAlertPreferences
                   PERFORM ShowMenuOptions
               WHEN 8
                   COMPUTE MenuInput = -1
                   PERFORM ConfirmAccountStillActive
                   PERFORM PayBill
                   PERFORM ShowMenuOptions
               WHEN OTHER
                   DISPLAY "You Entered an Incorrect value please select from one of the 9 options above"
            END-EVALUATE 
       END-PERFORM
       
           PERFORM WidthdrawlSession
       ELSE
           DISPLAY "The cash dispenser is out of service. Please see a teller."
           MOVE "OutOfService" TO WSJournalReason
           MOVE "Widthdrawl" TO WSJournalAttempt
           PERFORM WriteJournalEntry
       END-IF.

WidthdrawlSession.
*> post a $0.00 widthdrawl or touch the cassettes for it.
               IF WidthdrawlInput = 0
                   DISPLAY "No cash dispensed."
                   MOVE "Cancelled" TO WSJournalReason
                   PERFORM WriteWidthdrawlJournalEntry
               ELSE
               IF (WSDailyWithdrawlTotal + WidthdrawlInput) > WSDailyWithdrawlLimit
                   MOVE WSDailyWithdrawlLimit TO DollarFormat
                   DISPLAY "You have reached your daily widthdrawl limit of " DollarFormat
                   MOVE "DailyLimit" TO WSJournalReason
                   PERFORM WriteWidthdrawlJournalEntry
                   COMPUTE WidthdrawlInput = -1
               ELSE
                   MOVE "Widthdrawl" TO WSVelocityAttempt
                   MOVE WidthdrawlInput TO WSVelocityAmount
                   PERFORM CheckVelocity
                   PERFORM ValidateDispenseMix
                   IF WSDispenseMixFound
                       COMPUTE WSBallance = WSBallance - WidthdrawlInput
               COMPUTE WSAvailableWidthdrawl = WSAvailableBallance + WSOverdraftLimit
               MOVE WSAvailableWidthdrawl TO DollarFormat
               DISPLAY "You Entered an Incorrect value please enter a value greater than 0 and less than " DollarFormat
               MOVE "OverBalance" TO WSJournalReason
               PERFORM WriteWidthdrawlJournalEntry
               COMPUTE WidthdrawlInput = -1
           END-IF
       END-PERFORM
       MOVE WidthdrawlInput TO WSWholeDollars
       IF WidthdrawlInput NOT = WSWholeDollars
           DISPLAY "This machine dispenses $20, $50 and $100 notes only - please request a whole-dollar amount they can make up."
           MOVE "NotWholeAmt" TO WSJournalReason
           PERFORM WriteWidthdrawlJournalEntry
       ELSE
           IF WSWholeDollars > WSCashOnHandValue
               MOVE WSCashOnHandValue TO DollarFormat
               DISPLAY "The machine is low on cash. The most it can dispense right now is " DollarFormat
               MOVE "LowCash" TO WSJournalReason
               PERFORM WriteWidthdrawlJournalEntry
           ELSE
               PERFORM SearchForDispenseMix
               IF NOT WSDispenseMixFound
                   DISPLAY "That amount cannot be made up from the $20, $50 and $100 notes available - please try a different amount."
                   MOVE "NoNoteMix" TO WSJournalReason
                   PERFORM WriteWidthdrawlJournalEntry
               END-IF
           END-IF
       END-IF.

WriteWidthdrawlJournalEntry.
       MOVE "Widthdrawl" TO WSJournalAttempt
       MOVE WidthdrawlInput TO WSJournalAmount
       PERFORM WriteJournalEntry.

WriteJournalEntry.
*> The journal is a record of what the customer saw, not of money -
*> a journal that cannot be written is reported but never ends the
*> session or changes what the customer is told.
       IF WSJournalAttempt = SPACE
           IF WSIsAuthenticated
               MOVE "Session" TO WSJournalAttempt
           ELSE
               MOVE "Logon" TO WSJournalAttempt
           END-IF
       END-IF
       OPEN EXTEND ATMJournal
       IF NOT WSJournalOpenOk
           DISPLAY "UNABLE TO OPEN ATMJOURNAL - STATUS " WSJournalFileStatus
       ELSE
           MOVE WSTerminalId TO JRTerminalId
           MOVE WSJournalReason TO JRReasonCode
           MOVE WSJournalAttempt TO JRAttempted
           MOVE WSAccountNumber TO JRAccountNumber
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO JRTime
           MOVE WSJournalAmount TO JRRequestedAmount
           WRITE ATMJournalEntry
           IF NOT WSJournalFileOk
               DISPLAY "UNABLE TO WRITE ATMJOURNAL RECORD - STATUS " WSJournalFileStatus
           END-IF
           CLOSE ATMJournal
       END-IF
       MOVE SPACE TO WSJournalReason
       MOVE SPACE TO WSJournalAttempt
       MOVE ZERO TO WSJournalAmount.

SearchForDispenseMix.
       COMPUTE WSHundredsMax = WSWholeDollars / 100
       IF WSHundredsMax > WSOnHandHundreds
           END-IF
       END-PERFORM

       MOVE "Transfer" TO WSVelocityAttempt
       MOVE WSTransferAmount TO WSVelocityAmount
       PERFORM CheckVelocity

*> Both legs go to history before either one is persisted to
*> CustomerMaster, so a transfer is all-or-nothing: if the second
*> leg can't be logged after retries, LogTransactionRecord STOPs RUN
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
       END-IF.

SetAlertPreferences.
*> The PIN, lockout and freeze alerts are not offered - they go to
*> every customer with a channel, because they are the first sign
*> somebody else has the card.
       OPEN INPUT CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           STOP RUN
       END-IF
       MOVE WSAccountNumber TO CMAccountNumber
       READ CustomerMaster
           INVALID KEY
               DISPLAY "UNABLE TO LOCATE CUSTOMERMASTER RECORD - STATUS " WSCustomerFileStatus
               PERFORM CloseCustomerMasterAndStop
       END-READ
       MOVE CMAlertSettings TO WSAlertSettings
       CLOSE CustomerMaster

       IF WSAlertsWanted
           DISPLAY "Alerts are sent by " WSAlertChannel " to " WSAlertPhone " " WSAlertEmail
       ELSE
           DISPLAY "No alerts are set up on this account."
       END-IF
       MOVE SPACE TO WSAlertChannel
       PERFORM UNTIL ValidAlertChannel
           DISPLAY "Send alerts by (SMS/Email/Both/None): "
           ACCEPT WSAlertChannel
       END-PERFORM
       IF WSAlertsWanted
           DISPLAY "Mobile Phone Number: "
           ACCEPT WSAlertPhone
           DISPLAY "E-mail Address: "
           ACCEPT WSAlertEmail
           DISPLAY "Alert on a widthdrawl over (0 for no alert): "
           ACCEPT WSAlertWidthdrawlOver
           DISPLAY "Alert when Checking drops below (0 for no alert): "
           ACCEPT WSAlertBallanceFloor
           DISPLAY "Alert when the account is overdrawn? (Y/N)"
           ACCEPT WSAlertOnOverdraft
           DISPLAY "Alert when a direct deposit arrives? (Y/N)"
           ACCEPT WSAlertOnDirectDeposit
           DISPLAY "Alert when a check hold releases? (Y/N)"
           ACCEPT WSAlertOnHoldRelease
           DISPLAY "Alert when a standing order is skipped? (Y/N)"
           ACCEPT WSAlertOnOrderSkipped
       END-IF

*> Audit record first, master second - the same order the PIN change
*> uses, so the trail shows who changed where the alerts go.
       MOVE "AlertsChanged" TO WSAction
       PERFORM LogTransactionRecord
       PERFORM RewriteAlertSettings
       MOVE SPACE TO WSAction
       IF WSAlertUpdateWasSuccessful
           DISPLAY "Your alert settings have been saved."
       ELSE
           DISPLAY "Your alert settings could not be saved. Please see a teller."
       END-IF.

RewriteAlertSettings.
       MOVE 'N' TO WSAlertUpdateSucceeded
       IF (WSCustomerFileAlreadyOpen)
           CLOSE CustomerMaster
       END-IF
       OPEN I-O CustomerMaster
       IF WSCustomerFileOk
           MOVE WSAccountNumber TO CMAccountNumber
           READ CustomerMaster
               INVALID KEY
                   DISPLAY "UNABLE TO LOCATE CUSTOMERMASTER RECORD - STATUS " WSCustomerFileStatus
           END-READ
           IF WSCustomerFileOk
               MOVE WSAlertSettings TO CMAlertSettings
               REWRITE CustomerMasterRecord
               IF WSCustomerFileOk
                   MOVE 'Y' TO WSAlertUpdateSucceeded
               ELSE
                   DISPLAY "UNABLE TO REWRITE CUSTOMERMASTER RECORD - STATUS " WSCustomerFileStatus
               END-IF
           END-IF
           CLOSE CustomerMaster
       ELSE
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
       END-IF.

ComputeHeldFunds.
*> Sum this customer's unreleased check-deposit holds per account
*> type. The scan also remembers the highest hold number on file so
               END-IF
       END-EVALUATE.

PayBill.
*> No payee file on disk just means no teller has registered a
*> payee on this install yet.
       OPEN INPUT Payees
       IF WSPayeeFileNotCreated
           DISPLAY "You have no payees registered. Please see a teller to register a payee."
           EXIT PARAGRAPH
       END-IF
       IF NOT WSPayeeFileOk
           DISPLAY "UNABLE TO OPEN PAYEES - STATUS " WSPayeeFileStatus
           STOP RUN
       END-IF
       PERFORM PayBillSession
       CLOSE Payees.

PayBillSession.
*> Once tonight's outbound file goes, the money has left the bank
*> for good - a bill is paid from available Checking money only
*> (never into the overdraft, never out of a check still on hold)
*> and within the tier's daily limit.
       PERFORM ListPayees
       IF WSPayeesListed = ZERO
           DISPLAY "You have no payees registered. Please see a teller to register a payee."
           EXIT PARAGRAPH
       END-IF
       PERFORM ComputeDailyWithdrawlTotal
       PERFORM ComputeHeldFunds
       COMPUTE WSAvailableBallance = WSBallance - WSHeldChecking
       MOVE WSAvailableBallance TO DollarFormat
       DISPLAY "Your Available Checking Ballance is " DollarFormat

       MOVE 'N' TO WSBillPayeeOk
       PERFORM UNTIL WSBillPayeeChosen
           DISPLAY "Enter the payee number to pay (0 to cancel)"
           ACCEPT WSBillPayeeNumber
           IF WSBillPayeeNumber = ZERO
               DISPLAY "No payment made."
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadBillPayee
       END-PERFORM

       MOVE 'N' TO WSBillPayAmountOk
       PERFORM UNTIL ValidBillPayAmount
           DISPLAY "Enter the amount to pay (0 to cancel)"
           ACCEPT WSBillPayAmount
           IF WSBillPayAmount = ZERO
               DISPLAY "No payment made."
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidateBillPayAmount
       END-PERFORM

       MOVE "BillPay" TO WSVelocityAttempt
       MOVE WSBillPayAmount TO WSVelocityAmount
       PERFORM CheckVelocity

*> History and ballance first, then the payment queued for sending -
*> the same order a check deposit and its hold are recorded in.
       COMPUTE WSBallance = WSBallance - WSBillPayAmount
       MOVE "Checking" TO WSTransactionAccountType
       MOVE "BillPayment" TO WSAction
       PERFORM LogTransaction
       PERFORM QueueBillPayment
       MOVE WSBillPayAmount TO DollarFormat
       DISPLAY "Payment of " DollarFormat " to " WSBillPayeeName " will be sent tonight."
       MOVE WSBallance TO DollarFormat
       DISPLAY "Your new Ballance is " DollarFormat
       MOVE SPACE TO WSAction
       MOVE ZERO TO WSBillPayAmount.

ListPayees.
*> Only this customer's payees - the file is shared across every
*> account, so filter on the logged-on account number.
       MOVE ZERO TO WSPayeesListed
       MOVE 'N' TO WSEndOfPayees
       MOVE ZERO TO PYPayeeNumber
       START Payees KEY IS NOT LESS THAN PYPayeeNumber
           INVALID KEY
               MOVE 'Y' TO WSEndOfPayees
       END-START
       PERFORM UNTIL WSAtEndOfPayees
           READ Payees NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfPayees
               NOT AT END
                   IF PYAccountNumber = WSAccountNumber
                       AND NOT PYStatusRemoved
                       ADD 1 TO WSPayeesListed
                       IF PYStatusReview
                           DISPLAY "Payee " PYPayeeNumber ": " PYPayeeName " (on hold - please see a teller)"
                       ELSE
                           DISPLAY "Payee " PYPayeeNumber ": " PYPayeeName
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

ReadBillPayee.
*> Payee numbers are shared across every account - never let one
*> customer pay (or even confirm the existence of) another
*> customer's payee.
       MOVE WSBillPayeeNumber TO PYPayeeNumber
       READ Payees
           INVALID KEY
               CONTINUE
       END-READ
       EVALUATE TRUE
           WHEN NOT WSPayeeFileOk
               DISPLAY "No payee with that number."
           WHEN PYAccountNumber NOT = WSAccountNumber
               DISPLAY "No payee with that number."
           WHEN PYStatusRemoved
               DISPLAY "No payee with that number."
           WHEN PYStatusReview
               DISPLAY "Payments to this payee are on hold after a payment was returned. Please see a teller."
           WHEN OTHER
               MOVE PYPayeeName TO WSBillPayeeName
               MOVE 'Y' TO WSBillPayeeOk
       END-EVALUATE.

ValidateBillPayAmount.
       EVALUATE TRUE
           WHEN WSBillPayAmount < ZERO
               DISPLAY "You Entered an Incorrect value please enter a value greater than 0"
           WHEN WSBillPayAmount > WSAvailableBallance
               MOVE WSAvailableBallance TO DollarFormat
               DISPLAY "You Entered an Incorrect value please enter a value greater than 0 and less than or equal to " DollarFormat
               MOVE "OverBalance" TO WSJournalReason
               PERFORM WriteBillPayJournalEntry
           WHEN (WSDailyWithdrawlTotal + WSBillPayAmount) > WSDailyWithdrawlLimit
               MOVE WSDailyWithdrawlLimit TO DollarFormat
               DISPLAY "That payment would take you over your daily limit of " DollarFormat
               MOVE "DailyLimit" TO WSJournalReason
               PERFORM WriteBillPayJournalEntry
           WHEN OTHER
               MOVE 'Y' TO WSBillPayAmountOk
       END-EVALUATE.

WriteBillPayJournalEntry.
       MOVE "BillPay" TO WSJournalAttempt
       MOVE WSBillPayAmount TO WSJournalAmount
       PERFORM WriteJournalEntry.

QueueBillPayment.
*> The debit is already on history and the ballance - this records
*> what the end-of-day run must send and where to. The scan finds
*> the highest payment number on file so the new one is numbered
*> past it.
       OPEN I-O BillPayments
       IF WSPaymentFileNotCreated
           PERFORM CreateBillPaymentsFile
           OPEN I-O BillPayments
       END-IF
       IF NOT WSPaymentFileOk
           DISPLAY "UNABLE TO OPEN BILLPAYMENTS - STATUS " WSPaymentFileStatus
           DISPLAY "Ending session - the bill payment is on the ledger but could not be queued for sending."
           STOP RUN
       END-IF
       MOVE ZERO TO WSNextPaymentNumber
       MOVE 'N' TO WSEndOfPayments
       MOVE ZERO TO BPPaymentNumber
       START BillPayments KEY IS NOT LESS THAN BPPaymentNumber
           INVALID KEY
               MOVE 'Y' TO WSEndOfPayments
       END-START
       PERFORM UNTIL WSAtEndOfPayments
           READ BillPayments NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfPayments
               NOT AT END
                   MOVE BPPaymentNumber TO WSNextPaymentNumber
           END-READ
       END-PERFORM
       COMPUTE BPPaymentNumber = WSNextPaymentNumber + 1
       MOVE WSAccountNumber TO BPAccountNumber
       MOVE WSBillPayeeNumber TO BPPayeeNumber
       MOVE WSBillPayAmount TO BPAmount
       MOVE WSTodayDateNum TO BPPaymentDate
       MOVE TRRNextRef TO BPTransactionRef
       MOVE "Pending" TO BPStatus
       MOVE ZERO TO BPSentDate
       MOVE ZERO TO BPReturnedDate
       MOVE SPACE TO BPReturnCode
       WRITE BillPaymentRecord
           INVALID KEY
               DISPLAY "UNABLE TO WRITE BILL PAYMENT RECORD - STATUS " WSPaymentFileStatus
               DISPLAY "Ending session - the bill payment is on the ledger but could not be queued for sending."
               STOP RUN
       END-WRITE
       CLOSE BillPayments.

CreateBillPaymentsFile.
       OPEN OUTPUT BillPayments
       CLOSE BillPayments.

ComputeDailyWithdrawlTotal.
*> START straight at this customer's records for the session date -
*> the pause at "Enter the amount" must not grow with the size of
*> the branch's whole history file. Bill payments count against the
*> tier's daily limit along with cash - both are money walking out
*> of the account from this machine.
       MOVE ZERO TO WSDailyWithdrawlTotal
       OPEN INPUT AccountActivity
       IF NOT WSActivityFileOk
                           MOVE 'Y' TO WSEndOfActivity
                       ELSE
                           IF AAAction = "Widthdrawl"
                               OR AAAction = "BillPayment"
                               COMPUTE WSDailyWithdrawlTotal =
                                   WSDailyWithdrawlTotal + (AAAmount * -1)
                           END-IF
                           AND CurrentYear = WSTodayYear
                           AND CurrentMonth = WSTodayMonth
                           AND CurrentDay = WSTodayDay
                           AND (Action = "Widthdrawl" OR Action = "BillPayment")
                           COMPUTE WSDailyWithdrawlTotal =
                               WSDailyWithdrawlTotal + (Amount * -1)
                       END-IF
           CLOSE TransactionsHistory
       END-IF.

LoadVelocityRules.
*> Read the three rules the terminal knows how to check. No rule
*> file just means operations has not set velocity rules up on this
*> install - the session runs without the checks rather than
*> turning the customer away.
       MOVE 'N' TO WSWDCountActive
       MOVE 'N' TO WSTermHopActive
       MOVE 'N' TO WSNearLimitActive
       MOVE ZERO TO WSLongestWindow
       OPEN INPUT VelocityRules
       IF NOT WSRuleFileOk
           EXIT PARAGRAPH
       END-IF
       MOVE "WDCOUNT" TO VRRuleCode
       READ VelocityRules
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VRRuleActive AND VRWindowMinutes IS NUMERIC
                   AND VRWindowMinutes > ZERO
                   MOVE 'Y' TO WSWDCountActive
                   MOVE VRMaxCount TO WSWDCountMax
                   MOVE VRWindowMinutes TO WSWDCountWindow
               END-IF
       END-READ
       MOVE "TERMHOP" TO VRRuleCode
       READ VelocityRules
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VRRuleActive AND VRWindowMinutes IS NUMERIC
                   AND VRWindowMinutes > ZERO
                   MOVE 'Y' TO WSTermHopActive
                   MOVE VRWindowMinutes TO WSTermHopWindow
               END-IF
       END-READ
       MOVE "NEARLIMIT" TO VRRuleCode
       READ VelocityRules
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VRRuleActive AND VRWindowMinutes IS NUMERIC
                   AND VRWindowMinutes > ZERO
                   AND VRLimitPercent IS NUMERIC
                   AND VRLimitPercent > ZERO
                   MOVE 'Y' TO WSNearLimitActive
                   MOVE VRMaxCount TO WSNearLimitMax
                   MOVE VRWindowMinutes TO WSNearLimitWindow
                   MOVE VRLimitPercent TO WSNearLimitPercent
               END-IF
       END-READ
       CLOSE VelocityRules
*> The scan only has to reach back as far as the widest window.
       IF WSWDCountChecked AND WSWDCountWindow > WSLongestWindow
           MOVE WSWDCountWindow TO WSLongestWindow
       END-IF
       IF WSTermHopChecked AND WSTermHopWindow > WSLongestWindow
           MOVE WSTermHopWindow TO WSLongestWindow
       END-IF
       IF WSNearLimitChecked AND WSNearLimitWindow > WSLongestWindow
           MOVE WSNearLimitWindow TO WSLongestWindow
       END-IF
       COMPUTE WSLookbackDays = (WSLongestWindow / 1440) + 1
       COMPUTE WSNearLimitFloor =
           WSDailyWithdrawlLimit * WSNearLimitPercent / 100.

CheckVelocity.
*> Check the active velocity rules against this account's recent
*> activity - every terminal's, not just this one's - before any
*> money moves. A breach declines what the customer asked for,
*> freezes the account and ends the session; the fraud desk
*> confirms or clears the freeze from the nightly VelocityReview
*> report. The caller sets WSVelocityAttempt and WSVelocityAmount.
       MOVE SPACE TO WSVelocityRuleHit
       IF NOT WSWDCountChecked AND NOT WSTermHopChecked
           AND NOT WSNearLimitChecked
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSVelocityNow
       COMPUTE WSNowMinutes =
           (FUNCTION INTEGER-OF-DATE(WSNowDateNum) * 1440)
           + (WSNowHour * 60) + WSNowMinute
       COMPUTE WSLookbackDateInt =
           FUNCTION INTEGER-OF-DATE(WSNowDateNum) - WSLookbackDays
       COMPUTE WSLookbackDateNum =
           FUNCTION DATE-OF-INTEGER(WSLookbackDateInt)
       MOVE ZERO TO WSWDCountSeen
       MOVE ZERO TO WSNearLimitSeen
       MOVE SPACE TO WSHopTerminal
       MOVE ZERO TO WSHopMinutes
       PERFORM ScanVelocityActivity
       PERFORM EvaluateVelocityRules
       IF NOT WSNoVelocityHit
           PERFORM RecordVelocityBreach
       END-IF.

ScanVelocityActivity.
*> START at this customer's records from the first day any window
*> can reach back to, the same keyed read the daily limit uses.
       OPEN INPUT AccountActivity
       IF NOT WSActivityFileOk
           PERFORM ScanVelocityActivityFallback
       ELSE
           MOVE 'N' TO WSEndOfActivity
           MOVE WSAccountNumber TO AAAccountNumber
           MOVE WSLookbackDateNum TO AADateNum
           MOVE ZERO TO AATransactionRef
           START AccountActivity KEY IS NOT LESS THAN AAKey
               INVALID KEY
                   MOVE 'Y' TO WSEndOfActivity
           END-START
           PERFORM UNTIL WSAtEndOfActivity
               READ AccountActivity NEXT RECORD
                   AT END
                       MOVE 'Y' TO WSEndOfActivity
                   NOT AT END
                       IF AAAccountNumber NOT = WSAccountNumber
                           MOVE 'Y' TO WSEndOfActivity
                       ELSE
                           MOVE AADateNum TO WSVelocityWorkDateNum
                           MOVE AATransactionTime TO WSVelocityWorkTimeNum
                           MOVE AAAction TO WSVelocityWorkAction
                           MOVE AAAmount TO WSVelocityWorkAmount
                           MOVE AATerminalId TO WSVelocityWorkTerminal
                           PERFORM NoteVelocityActivity
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountActivity
       END-IF.

ScanVelocityActivityFallback.
*> No activity mirror on this install yet - read the history file
*> front to back, as the daily limit does on the same path.
       MOVE 'N' TO WSEndOfFile
       IF WSFileAlreadyOpen
           CLOSE TransactionsHistory
       END-IF
       OPEN INPUT TransactionsHistory
       IF WSFileOperationOk
           PERFORM UNTIL WSAtEndOfFile
               READ TransactionsHistory
                   AT END
                       MOVE 'Y' TO WSEndOfFile
                   NOT AT END
                       IF AccountNumber = WSAccountNumber
                           AND TransactionTime IS NUMERIC
                           COMPUTE WSVelocityWorkDateNum =
                               (CurrentYear * 10000) + (CurrentMonth * 100)
                               + CurrentDay
                           IF WSVelocityWorkDateNum >= WSLookbackDateNum
                               MOVE TransactionTime TO WSVelocityWorkTimeNum
                               MOVE Action TO WSVelocityWorkAction
                               MOVE Amount TO WSVelocityWorkAmount
                               MOVE TerminalId TO WSVelocityWorkTerminal
                               PERFORM NoteVelocityActivity
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionsHistory
       END-IF.

NoteVelocityActivity.
*> A record from before the time stamp existed has no time of day
*> and cannot be placed inside a window - leave it out rather than
*> treat it as midnight. Batch and teller postings are not a card
*> being used, so they never count as the "other terminal".
       IF WSVelocityWorkTimeNum = ZERO
           OR WSVelocityWorkDateNum < WSLookbackDateNum
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSRecordMinutes =
           (FUNCTION INTEGER-OF-DATE(WSVelocityWorkDateNum) * 1440)
           + (WSVelocityWorkHour * 60) + WSVelocityWorkMinute
       COMPUTE WSRecordAge = WSNowMinutes - WSRecordMinutes
       IF WSRecordAge < ZERO
           MOVE ZERO TO WSRecordAge
       END-IF
       IF WSVelocityWorkAction = "Widthdrawl"
           IF WSWDCountChecked AND WSRecordAge <= WSWDCountWindow
               ADD 1 TO WSWDCountSeen
           END-IF
           IF WSNearLimitChecked AND WSRecordAge <= WSNearLimitWindow
               AND (WSVelocityWorkAmount * -1) >= WSNearLimitFloor
               ADD 1 TO WSNearLimitSeen
           END-IF
       END-IF
       IF WSTermHopChecked AND WSRecordAge <= WSTermHopWindow
           AND WSVelocityWorkTerminal NOT = WSTerminalId
           AND WSVelocityWorkTerminal NOT = SPACE
           AND WSVelocityWorkTerminal NOT = "BATCH"
           AND WSVelocityWorkTerminal NOT = "TELLER"
           IF WSHopTerminal = SPACE OR WSRecordMinutes > WSHopMinutes
               MOVE WSVelocityWorkTerminal TO WSHopTerminal
               MOVE WSRecordMinutes TO WSHopMinutes
           END-IF
       END-IF.

EvaluateVelocityRules.
*> The widthdrawl being asked for counts toward its own window -
*> "more than 3 in 10 minutes" refuses the fourth, not the fifth.
*> First rule breached wins; the hit names that one rule.
       MOVE ZERO TO WSVelocityCandidate
       IF WSVelocityAttempt = "Widthdrawl"
           MOVE 1 TO WSVelocityCandidate
       END-IF
       MOVE ZERO TO WSVelocityObserved
       MOVE SPACE TO WSVelocityOtherTerminal
       EVALUATE TRUE
           WHEN WSTermHopChecked AND WSHopTerminal NOT = SPACE
               MOVE "TERMHOP" TO WSVelocityRuleHit
               MOVE 1 TO WSVelocityObserved
               MOVE WSHopTerminal TO WSVelocityOtherTerminal
           WHEN WSWDCountChecked
               AND (WSWDCountSeen + WSVelocityCandidate) > WSWDCountMax
               MOVE "WDCOUNT" TO WSVelocityRuleHit
               COMPUTE WSVelocityObserved =
                   WSWDCountSeen + WSVelocityCandidate
           WHEN WSNearLimitChecked AND WSVelocityAttempt = "Widthdrawl"
               AND WSVelocityAmount >= WSNearLimitFloor
               AND (WSNearLimitSeen + 1) > WSNearLimitMax
               MOVE "NEARLIMIT" TO WSVelocityRuleHit
               COMPUTE WSVelocityObserved = WSNearLimitSeen + 1
       END-EVALUATE.

RecordVelocityBreach.
*> Decline, then freeze: the FreezePlaced record goes to history
*> before the status reaches CustomerMaster, the same order every
*> posting follows, and the hit is filed last for the fraud desk
*> with the reference of the freeze it placed. The session ends
*> here - the account is no longer one this terminal may serve.
       DISPLAY "This transaction cannot be completed. For your protection this account has been frozen. Please see a teller."
       MOVE "Velocity" TO WSJournalReason
       MOVE WSVelocityAttempt TO WSJournalAttempt
       MOVE WSVelocityAmount TO WSJournalAmount
       PERFORM WriteJournalEntry
       MOVE SPACE TO WSVelocityFreezeBy
       STRING "VelocityRule " DELIMITED BY SIZE
           WSVelocityRuleHit DELIMITED BY SPACE
           INTO WSVelocityFreezeBy
       END-STRING
       MOVE "Checking" TO WSTransactionAccountType
       MOVE "FreezePlaced" TO WSAction
       PERFORM LogTransactionRecord
       MOVE TRRNextRef TO WSVelocityFreezeRef
       PERFORM PersistVelocityFreeze
       PERFORM WriteVelocityHit
       STOP RUN.

PersistVelocityFreeze.
       OPEN I-O CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           STOP RUN
       END-IF
       MOVE WSAccountNumber TO CMAccountNumber
       READ CustomerMaster
           INVALID KEY
               DISPLAY "UNABLE TO LOCATE CUSTOMERMASTER RECORD - STATUS " WSCustomerFileStatus
       END-READ
       IF WSCustomerFileOk
           MOVE "Frozen" TO CMAccountStatus
           REWRITE CustomerMasterRecord
           IF NOT WSCustomerFileOk
               DISPLAY "UNABLE TO REWRITE CUSTOMERMASTER RECORD - STATUS " WSCustomerFileStatus
           END-IF
       END-IF
       CLOSE CustomerMaster.

WriteVelocityHit.
*> The freeze is already on history and the master - a hit that
*> cannot be filed is reported, and VelocityReview still finds the
*> freeze on history and lists it without one.
       OPEN I-O VelocityHits
       IF WSHitFileNotCreated
           PERFORM CreateVelocityHitsFile
           OPEN I-O VelocityHits
       END-IF
       IF NOT WSHitFileOk
           DISPLAY "UNABLE TO OPEN VELOCITYHITS - STATUS " WSHitFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE WSNowDateNum TO VHHitDate
       MOVE WSNowTime TO VHHitTime
       MOVE WSTerminalId TO VHTerminalId
       MOVE WSAccountNumber TO VHAccountNumber
       MOVE WSVelocityRuleHit TO VHRuleCode
       MOVE WSVelocityAttempt TO VHAttempted
       MOVE WSVelocityAmount TO VHAmount
       MOVE WSVelocityObserved TO VHObservedCount
       MOVE WSVelocityOtherTerminal TO VHOtherTerminal
       MOVE WSVelocityFreezeRef TO VHFreezeRef
       MOVE "Open" TO VHStatus
       MOVE SPACE TO VHReviewedBy
       MOVE ZERO TO VHReviewDate
       WRITE VelocityHitRecord
           INVALID KEY
               DISPLAY "UNABLE TO WRITE VELOCITY HIT RECORD - STATUS " WSHitFileStatus
       END-WRITE
       CLOSE VelocityHits.

CreateVelocityHitsFile.
       OPEN OUTPUT VelocityHits
       CLOSE VelocityHits.

LogTransaction.
       PERFORM LogTransactionRecord
       PERFORM UpdateCustomerBallance
           IF WSFileOperationOk
               MOVE FUNCTION CURRENT-DATE to AccessDate
               MOVE WSAccountNumber TO AccountNumber
*> A freeze the terminal places is signed by the velocity rule that
*> placed it, the way a teller's freeze is signed by the operator.
               IF WSAction = "FreezePlaced"
                   MOVE WSVelocityFreezeBy TO FullName
               ELSE
                   MOVE WSFullName TO FullName
               END-IF
               MOVE WSAction TO Action
               MOVE WSTransactionAccountType TO AccountType
               IF WSTransactionAccountType = "Savings"
                       COMPUTE Amount = WSTransferAmount * -1
                   WHEN "TransferIn"
                       COMPUTE Amount = WSTransferAmount
                   WHEN "BillPayment"
                       COMPUTE Amount = WSBillPayAmount * -1
                   WHEN OTHER
*> Audit actions like "PinChanged" move no money - never let a
*> stale amount from the record area leak onto them.
               PERFORM GetNextTransactionRef
               MOVE TRRNextRef TO TransactionRef
               MOVE ZERO TO LinkedRef
               MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime

               WRITE TransactionData
               IF WSFileOperationOk
