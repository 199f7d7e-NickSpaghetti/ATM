       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainCards.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Teller-run card maintenance utility. Issues a new ATM card to
*> either named owner of an account, replaces a card (retiring the
*> old one as Expired, Lost or Stolen), and hot-lists a card the
*> customer has reported Lost or Stolen so the next terminal it is
*> presented at retains it. Card numbers are handed out past the
*> highest number on file; every card is good through the end of
*> the month WSCardLifeYears years after issue. Every action is
*> written to TransactionsHistory as a zero-amount audit record
*> carrying the signed-on operator's ID, the same trail
*> TellerMaintenance leaves for the account status lifecycle.
*> Any Teller or Supervisor may sign on.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TransactionsHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS  WSFileStatus.
       SELECT CustomerMaster ASSIGN TO "CustomerMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMAccountNumber
           FILE STATUS  WSCustomerFileStatus.
       SELECT CardMaster ASSIGN TO "CardMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CDCardNumber
           FILE STATUS  WSCardFileStatus.
DATA DIVISION.
FILE SECTION.
FD  TransactionsHistory.
       COPY TransactionRecord.
FD  CustomerMaster.
       COPY CustomerRecord.
FD  CardMaster.
       COPY CardRecord.
WORKING-STORAGE SECTION.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
01 WSCustomerFileStatus PIC X(2).
       88 WSCustomerFileOk VALUE '00'.
       88 WSCustomerNotFound VALUE '23'.
01 WSCardFileStatus PIC X(2).
       88 WSCardFileOk VALUE '00'.
       88 WSCardNotFound VALUE '23'.
       88 WSCardFileNotCreated VALUE '35'.

01 SessionDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMonth PIC 9(02).
       02 WSTodayDay PIC 9(02).
01 WSTodayDateNum REDEFINES SessionDate PIC 9(08).

01 MaintenanceSession.
       02 WSTellerName PIC X(500).
       02 WSWorkAccountNumber PIC 9(08) VALUE ZERO.
       02 WSMenuChoice PIC S9 VALUE -1.
       02 WSOwnerChoice PIC 9(01) VALUE 1.
       02 WSReasonChoice PIC 9(01) VALUE ZERO.
       02 WSMoreWork PIC X(01) VALUE 'Y'.
           88 WSWantsMoreWork VALUE 'Y'.
       02 WSAuditAction PIC X(50) VALUE SPACE.
       02 WSSignOnTries PIC 9(01) VALUE ZERO.

01 CardWork.
       02 WSWorkCardNumber PIC 9(16) VALUE ZERO.
       02 WSNextCardNumber PIC 9(16) VALUE ZERO.
*> The first card ever issued on an install - every later one is
*> numbered past the highest card on file.
       02 WSFirstCardNumber PIC 9(16) VALUE 4000000000000001.
       02 WSCardLifeYears PIC 9(02) VALUE 3.
       02 WSNewOwnerNumber PIC 9(01) VALUE 1.
       02 WSCardsListed PIC 9(03) VALUE ZERO.
       02 WSEndOfCards PIC X(01) VALUE 'N'.
           88 WSAtEndOfCards VALUE 'Y'.
       02 WSExpiryFormat PIC 9999/99.

01 AccountSlotControl.
       02 WSCheckingSlot PIC 9(01) VALUE 1.
       02 WSSavingsSlot PIC 9(01) VALUE 2.

       COPY TransactionRefRequest.
       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       MOVE FUNCTION CURRENT-DATE(1:8) TO SessionDate

       PERFORM SignOnOperator
*> The audit trail carries the verified operator ID, not a typed name.
       MOVE OSOperatorId TO WSTellerName

       OPEN INPUT CustomerMaster
       IF NOT WSCustomerFileOk
           DISPLAY "UNABLE TO OPEN CUSTOMERMASTER - STATUS " WSCustomerFileStatus
           STOP RUN
       END-IF
       OPEN I-O CardMaster
       IF WSCardFileNotCreated
*> First card on this install - create the empty file so the open
*> below can succeed, same as CustomerMaster gets.
           PERFORM CreateCardMasterFile
           OPEN I-O CardMaster
       END-IF
       IF NOT WSCardFileOk
           DISPLAY "UNABLE TO OPEN CARDMASTER - STATUS " WSCardFileStatus
           CLOSE CustomerMaster
           STOP RUN
       END-IF

       PERFORM UNTIL NOT WSWantsMoreWork
           PERFORM MaintainOneAccount
           DISPLAY "Work another account? (Y/N)"
           ACCEPT WSMoreWork
       END-PERFORM

       CLOSE CardMaster
       CLOSE CustomerMaster
       DISPLAY "Done."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "MaintainCards" TO OSProgram
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

CreateCardMasterFile.
       OPEN OUTPUT CardMaster
       CLOSE CardMaster.

ResolveAccountSlots.
       MOVE 1 TO WSCheckingSlot
       MOVE 2 TO WSSavingsSlot
       IF CMAccountType(1) = "Savings"
           MOVE 2 TO WSCheckingSlot
           MOVE 1 TO WSSavingsSlot
       END-IF.

MaintainOneAccount.
       DISPLAY "Account Number (8 digits): "
       ACCEPT WSWorkAccountNumber
       MOVE WSWorkAccountNumber TO CMAccountNumber
       READ CustomerMaster
           INVALID KEY
               CONTINUE
       END-READ
       IF WSCustomerNotFound
           DISPLAY "Account not found."
       ELSE
           PERFORM ResolveAccountSlots
           DISPLAY "Customer: " CMFullName
           IF CMSecondOwnerOnFile
               DISPLAY "Joint:    " CMSecondOwnerName
           END-IF
           DISPLAY "Status:   " CMAccountStatus
           PERFORM ListAccountCards
           PERFORM RunCardMenu
       END-IF.

RunCardMenu.
       COMPUTE WSMenuChoice = -1
       PERFORM UNTIL WSMenuChoice = 0
           DISPLAY "Please select one of the following options:"
           DISPLAY "0. Back"
           DISPLAY "1. Issue Card"
           DISPLAY "2. Replace Card"
           DISPLAY "3. Hot-List Lost or Stolen Card"
           ACCEPT WSMenuChoice
           EVALUATE WSMenuChoice
               WHEN 0
                   CONTINUE
               WHEN 1
                   PERFORM IssueCard
                   PERFORM ListAccountCards
               WHEN 2
                   PERFORM ReplaceCard
                   PERFORM ListAccountCards
               WHEN 3
                   PERFORM HotListCard
                   PERFORM ListAccountCards
               WHEN OTHER
                   DISPLAY "You Entered an Incorrect value please select from one of the 4 options above"
           END-EVALUATE
       END-PERFORM.

ListAccountCards.
*> Every card ever issued against the account, whatever its status -
*> the file is shared across every account, so filter on the
*> account being worked. The scan also remembers the highest card
*> number on file so a new card can be numbered past it.
       MOVE ZERO TO WSCardsListed
       MOVE ZERO TO WSNextCardNumber
       MOVE 'N' TO WSEndOfCards
       MOVE ZERO TO CDCardNumber
       START CardMaster KEY IS NOT LESS THAN CDCardNumber
           INVALID KEY
               MOVE 'Y' TO WSEndOfCards
       END-START
       PERFORM UNTIL WSAtEndOfCards
           READ CardMaster NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfCards
               NOT AT END
                   MOVE CDCardNumber TO WSNextCardNumber
                   IF CDAccountNumber = CMAccountNumber
                       PERFORM DisplayOneCard
                   END-IF
           END-READ
       END-PERFORM
       IF WSNextCardNumber = ZERO
           MOVE WSFirstCardNumber TO WSNextCardNumber
       ELSE
           ADD 1 TO WSNextCardNumber
       END-IF
       IF WSCardsListed = ZERO
           DISPLAY "No cards on file for this account."
       END-IF.

DisplayOneCard.
       ADD 1 TO WSCardsListed
       MOVE CDExpiryYearMonth TO WSExpiryFormat
       DISPLAY "Card " CDCardNumber "  Owner " CDOwnerNumber "  Expires " WSExpiryFormat "  " CDStatus.

IssueCard.
       IF CMAccountStatus = "Closed"
           DISPLAY "Account is closed - a card cannot be issued."
           EXIT PARAGRAPH
       END-IF
       MOVE 1 TO WSOwnerChoice
       IF CMSecondOwnerOnFile
           DISPLAY "Issue the card to which owner? (1=" CMFullName(1:30) " 2=" CMSecondOwnerName(1:30) ")"
           ACCEPT WSOwnerChoice
       END-IF
       IF WSOwnerChoice = 2 AND CMSecondOwnerOnFile
           MOVE 2 TO WSNewOwnerNumber
       ELSE
           MOVE 1 TO WSNewOwnerNumber
       END-IF
       MOVE "CardIssued" TO WSAuditAction
       PERFORM WriteAuditRecord
       PERFORM WriteNewCard
       DISPLAY "Card " WSNextCardNumber " issued."
       MOVE SPACE TO WSAuditAction.

ReplaceCard.
       IF CMAccountStatus = "Closed"
           DISPLAY "Account is closed - a card cannot be replaced."
           EXIT PARAGRAPH
       END-IF
       PERFORM ReadAccountCard
       IF NOT WSCardFileOk
           EXIT PARAGRAPH
       END-IF
       IF CDReplacedBy NOT = ZERO
           DISPLAY "That card has already been replaced by card " CDReplacedBy
           EXIT PARAGRAPH
       END-IF
       IF CDSecondOwnerCard AND NOT CMSecondOwnerOnFile
           DISPLAY "That card's owner is no longer on the account - issue the remaining owner a card instead."
           EXIT PARAGRAPH
       END-IF
*> An Active card being replaced is retired with the reason it is
*> being replaced for - a damaged or expiring card is simply
*> Expired, a lost or stolen one is hot-listed like any other. A
*> card already off the Active list keeps the status it has.
       IF CDStatusActive
           MOVE ZERO TO WSReasonChoice
           PERFORM UNTIL WSReasonChoice >= 1 AND WSReasonChoice <= 3
               DISPLAY "Reason for replacement: 1=Damaged or expiring 2=Lost 3=Stolen"
               ACCEPT WSReasonChoice
           END-PERFORM
           EVALUATE WSReasonChoice
               WHEN 1
                   MOVE "Expired" TO CDStatus
               WHEN 2
                   MOVE "Lost" TO CDStatus
               WHEN 3
                   MOVE "Stolen" TO CDStatus
           END-EVALUATE
       END-IF
       MOVE CDOwnerNumber TO WSNewOwnerNumber
       MOVE WSNextCardNumber TO CDReplacedBy
       MOVE "CardReplaced" TO WSAuditAction
       PERFORM WriteAuditRecord
       REWRITE CardRecord
       IF NOT WSCardFileOk
           DISPLAY "UNABLE TO REWRITE CARDMASTER RECORD - STATUS " WSCardFileStatus
           STOP RUN
       END-IF
       PERFORM WriteNewCard
       DISPLAY "Card " WSWorkCardNumber " replaced by card " WSNextCardNumber "."
       MOVE SPACE TO WSAuditAction.

HotListCard.
       PERFORM ReadAccountCard
       IF NOT WSCardFileOk
           EXIT PARAGRAPH
       END-IF
       IF NOT CDStatusActive
           DISPLAY "That card is already " CDStatus " - nothing to hot-list."
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSReasonChoice
       PERFORM UNTIL WSReasonChoice = 1 OR WSReasonChoice = 2
           DISPLAY "1=Lost 2=Stolen"
           ACCEPT WSReasonChoice
       END-PERFORM
       IF WSReasonChoice = 1
           MOVE "Lost" TO CDStatus
       ELSE
           MOVE "Stolen" TO CDStatus
       END-IF
       MOVE "CardHotListed" TO WSAuditAction
       PERFORM WriteAuditRecord
       REWRITE CardRecord
       IF NOT WSCardFileOk
           DISPLAY "UNABLE TO REWRITE CARDMASTER RECORD - STATUS " WSCardFileStatus
           STOP RUN
       END-IF
       DISPLAY "Card " WSWorkCardNumber " hot-listed as " CDStatus "."
       MOVE SPACE TO WSAuditAction.

ReadAccountCard.
*> Card numbers are unique across the file - never let one account's
*> maintenance touch (or confirm the existence of) another
*> account's card.
       DISPLAY "Card number (16 digits): "
       ACCEPT WSWorkCardNumber
       MOVE WSWorkCardNumber TO CDCardNumber
       READ CardMaster
           INVALID KEY
               CONTINUE
       END-READ
       IF WSCardFileOk AND CDAccountNumber NOT = CMAccountNumber
           MOVE '23' TO WSCardFileStatus
       END-IF
       IF NOT WSCardFileOk
           DISPLAY "No card with that number on this account."
       END-IF.

WriteNewCard.
       MOVE WSNextCardNumber TO CDCardNumber
       MOVE CMAccountNumber TO CDAccountNumber
       MOVE WSNewOwnerNumber TO CDOwnerNumber
       COMPUTE CDExpiryYearMonth =
           ((WSTodayYear + WSCardLifeYears) * 100) + WSTodayMonth
       MOVE WSTodayDateNum TO CDIssueDate
       MOVE "Active" TO CDStatus
       MOVE ZERO TO CDReplacedBy
       WRITE CardRecord
           INVALID KEY
               DISPLAY "UNABLE TO WRITE CARDMASTER RECORD - STATUS " WSCardFileStatus
               STOP RUN
       END-WRITE.

GetNextTransactionRef.
       CALL 'NextTransactionRef' USING TransactionRefRequest
       IF NOT TRRRequestOk
           DISPLAY TRRMessage
           STOP RUN
       END-IF.

WriteAuditRecord.
*> Audit record first, card file second - the same order every
*> other program uses, so a crash between the two leaves a trail of
*> the attempt rather than a silent card change. Re-read the clock
*> so a session left open past midnight stamps the right date.
       MOVE FUNCTION CURRENT-DATE(1:8) TO SessionDate
       OPEN EXTEND TransactionsHistory
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO OPEN TRANSACTIONSHISTORY - STATUS " WSFileStatus
           STOP RUN
       END-IF
       MOVE CMAccountNumber TO AccountNumber
       MOVE CMAccountBallance(WSCheckingSlot) TO Ballance
       MOVE WSTodayYear TO CurrentYear
       MOVE WSTodayMonth TO CurrentMonth
       MOVE WSTodayDay TO CurrentDay
       MOVE WSAuditAction TO Action
       MOVE ZERO TO Amount
       MOVE WSTellerName TO FullName
       MOVE "Checking" TO AccountType
       MOVE "TELLER" TO TerminalId
       PERFORM GetNextTransactionRef
       MOVE TRRNextRef TO TransactionRef
       MOVE ZERO TO LinkedRef
       MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime
       WRITE TransactionData
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO WRITE TRANSACTION RECORD - STATUS " WSFileStatus
           STOP RUN
       END-IF
*> Keep the keyed activity mirror in step with the confirmed write
*> so the live session's reads see this record too.
       CALL 'MirrorActivity' USING TransactionData
       CLOSE TransactionsHistory
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO CLOSE TRANSACTIONSHISTORY - STATUS " WSFileStatus
           STOP RUN
       END-IF.
