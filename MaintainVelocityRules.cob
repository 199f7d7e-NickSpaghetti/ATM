       >> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainVelocityRules.
AUTHOR. NICK CICCHETTI
DATE-WRITTEN. October 15th 2026
*> Operations-run maintenance utility for VelocityRules.dat, the
*> fraud velocity rules ATM.cob checks at logon and before every
*> widthdrawl, transfer and bill payment. Creates the file on a
*> fresh install seeded with the three rules the terminal knows how
*> to check - too many widthdrawls in a short window, the card
*> turning up at a second terminal minutes after the first, and
*> repeated widthdrawls just under the daily limit - and lets an
*> operator view every rule or change a rule's count, window,
*> percentage of the limit, or switch it on or off, without a
*> programmer or a recompile. Only an operator signed on with the
*> Operations role may run it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VelocityRules ASSIGN TO "VelocityRules.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VRRuleCode
           FILE STATUS  WSRuleFileStatus.
DATA DIVISION.
FILE SECTION.
FD  VelocityRules.
       COPY VelocityRuleRecord.
WORKING-STORAGE SECTION.
01 WSRuleFileStatus PIC X(2).
       88 WSRuleFileOk VALUE '00'.
       88 WSRuleFileNotCreated VALUE '35'.
       88 WSRuleNotFound VALUE '23'.

01 WSEndOfRules PIC X(01) VALUE 'N'.
       88 WSAtEndOfRules VALUE 'Y'.

01 MaintenanceSession.
       02 WSMenuChoice PIC S9 VALUE -1.
       02 WSWorkRuleCode PIC X(10) VALUE SPACE.
           88 WSKnownRuleCode VALUE "WDCOUNT" "TERMHOP" "NEARLIMIT".
       02 WSSignOnTries PIC 9(01) VALUE ZERO.
       02 WSWorkActive PIC X(01) VALUE SPACE.

       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       PERFORM SignOnOperator

       OPEN I-O VelocityRules
       IF WSRuleFileNotCreated
           PERFORM CreateVelocityRuleFile
           OPEN I-O VelocityRules
       END-IF
       IF NOT WSRuleFileOk
           DISPLAY "UNABLE TO OPEN VELOCITYRULES - STATUS " WSRuleFileStatus
           STOP RUN
       END-IF

       PERFORM UNTIL WSMenuChoice = 0
           DISPLAY "Please select one of the following options:"
           DISPLAY "0. Exit"
           DISPLAY "1. View All Rules"
           DISPLAY "2. Change a Rule"
           ACCEPT WSMenuChoice
           EVALUATE WSMenuChoice
               WHEN 0
                   CONTINUE
               WHEN 1
                   PERFORM ViewAllRules
               WHEN 2
                   PERFORM ChangeOneRule
               WHEN OTHER
                   DISPLAY "You Entered an Incorrect value please select from one of the 3 options above"
           END-EVALUATE
       END-PERFORM

       CLOSE VelocityRules
       DISPLAY "Done."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "MaintainVelocityRules" TO OSProgram
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

CreateVelocityRuleFile.
*> Fresh install - seed the three rules, all switched on, at
*> settings loose enough that an ordinary customer never trips
*> them. Fraud tightens them from here.
       OPEN OUTPUT VelocityRules
       IF NOT WSRuleFileOk
           DISPLAY "UNABLE TO CREATE VELOCITYRULES - STATUS " WSRuleFileStatus
           STOP RUN
       END-IF
       MOVE "WDCOUNT" TO VRRuleCode
       MOVE "More than 3 widthdrawls in 10 minutes" TO VRDescription
       MOVE 'Y' TO VRActive
       MOVE 3 TO VRMaxCount
       MOVE 10 TO VRWindowMinutes
       MOVE ZERO TO VRLimitPercent
       WRITE VelocityRuleRecord
       MOVE "TERMHOP" TO VRRuleCode
       MOVE "Second terminal within 20 minutes" TO VRDescription
       MOVE 'Y' TO VRActive
       MOVE ZERO TO VRMaxCount
       MOVE 20 TO VRWindowMinutes
       MOVE ZERO TO VRLimitPercent
       WRITE VelocityRuleRecord
       MOVE "NEARLIMIT" TO VRRuleCode
       MOVE "Over 2 widthdrawls at 90% of limit in 3 days" TO VRDescription
       MOVE 'Y' TO VRActive
       MOVE 2 TO VRMaxCount
       MOVE 4320 TO VRWindowMinutes
       MOVE 90 TO VRLimitPercent
       WRITE VelocityRuleRecord
       CLOSE VelocityRules
       DISPLAY "VelocityRules.dat created with WDCOUNT, TERMHOP and NEARLIMIT rules.".

ViewAllRules.
       MOVE 'N' TO WSEndOfRules
       MOVE SPACE TO VRRuleCode
       START VelocityRules KEY IS NOT LESS THAN VRRuleCode
           INVALID KEY
               MOVE 'Y' TO WSEndOfRules
       END-START
       PERFORM UNTIL WSAtEndOfRules
           READ VelocityRules NEXT RECORD
               AT END
                   MOVE 'Y' TO WSEndOfRules
               NOT AT END
                   PERFORM DisplayOneRule
           END-READ
       END-PERFORM.

DisplayOneRule.
       DISPLAY "Rule: " VRRuleCode " " VRDescription
       IF VRRuleActive
           DISPLAY "    Active:                 Yes"
       ELSE
           DISPLAY "    Active:                 No"
       END-IF
       EVALUATE TRUE
           WHEN VRWithdrawlCountRule
               DISPLAY "    Widthdrawls Allowed:    " VRMaxCount
               DISPLAY "    Window (minutes):       " VRWindowMinutes
           WHEN VRTerminalHopRule
               DISPLAY "    Window (minutes):       " VRWindowMinutes
           WHEN VRNearLimitRule
               DISPLAY "    Percent of Daily Limit: " VRLimitPercent
               DISPLAY "    Widthdrawls Allowed:    " VRMaxCount
               DISPLAY "    Window (minutes):       " VRWindowMinutes
       END-EVALUATE.

ChangeOneRule.
*> Only the three rules the terminal knows how to check can be
*> maintained - a new code would sit on file and never fire.
       DISPLAY "Rule code (WDCOUNT, TERMHOP or NEARLIMIT): "
       ACCEPT WSWorkRuleCode
       IF NOT WSKnownRuleCode
           DISPLAY "Unknown rule code - the terminal checks WDCOUNT, TERMHOP and NEARLIMIT only."
           EXIT PARAGRAPH
       END-IF
       MOVE WSWorkRuleCode TO VRRuleCode
       READ VelocityRules
           INVALID KEY
               DISPLAY "Rule " WSWorkRuleCode " is not on file."
               EXIT PARAGRAPH
       END-READ
       PERFORM DisplayOneRule

       DISPLAY "Active (Y/N): "
       ACCEPT WSWorkActive
       IF WSWorkActive = 'y'
           MOVE 'Y' TO WSWorkActive
       END-IF
       IF WSWorkActive NOT = 'Y'
           MOVE 'N' TO WSWorkActive
       END-IF
       MOVE WSWorkActive TO VRActive
       EVALUATE TRUE
           WHEN VRWithdrawlCountRule
               DISPLAY "New Widthdrawls Allowed in the Window: "
               ACCEPT VRMaxCount
               DISPLAY "New Window in Minutes: "
               ACCEPT VRWindowMinutes
           WHEN VRTerminalHopRule
               DISPLAY "New Window in Minutes: "
               ACCEPT VRWindowMinutes
           WHEN VRNearLimitRule
               DISPLAY "New Percent of the Daily Limit: "
               ACCEPT VRLimitPercent
               DISPLAY "New Widthdrawls Allowed in the Window: "
               ACCEPT VRMaxCount
               DISPLAY "New Window in Minutes: "
               ACCEPT VRWindowMinutes
       END-EVALUATE

       REWRITE VelocityRuleRecord
       IF WSRuleFileOk
           DISPLAY "Rule " VRRuleCode " saved."
           PERFORM DisplayOneRule
       ELSE
           DISPLAY "UNABLE TO REWRITE RULE RECORD - STATUS " WSRuleFileStatus
       END-IF.
