*> limits-and-fees parameter file keyed by product tier. Creates the
*> file on a fresh install seeded with the Standard / Premium /
*> Student tiers, and lets an operator view every tier or change a
*> tier's daily widthdrawl limit, overdraft ceiling, overdraft fee,
*> monthly maintenance fee, the minimum daily ballance that waives
*> it and the days overdrawn before a charge-off, without a
*> programmer or a recompile. Only an operator signed on with the
*> Operations role may run it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 WSWorkTierCode PIC X(10) VALUE SPACE.
       02 WSNewTier PIC X(01) VALUE 'N'.
           88 WSIsNewTier VALUE 'Y'.
       02 WSSignOnTries PIC 9(01) VALUE ZERO.

01 DollarFormat PIC $$$,$$$,$$9.99.

       COPY OperatorSignOnRequest.
PROCEDURE DIVISION.
Main.
       PERFORM SignOnOperator

       OPEN I-O TierParameters
       IF WSTierFileNotCreated
           PERFORM CreateTierParameterFile
       DISPLAY "Done."
       STOP RUN.

SignOnOperator.
*> Three tries at the ID and password. A locked, suspended or
*> wrongly-roled operator is turned away on the spot - more tries
*> would not change the answer.
       MOVE "SignOn" TO OSFunction
       MOVE "MaintainTierParameters" TO OSProgram
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

CreateTierParameterFile.
*> Fresh install - seed the three standard product tiers with the
*> terms the ATM previously had compiled in, so behavior before the
       MOVE 1000.00 TO TPDailyWithdrawlLimit
       MOVE 500.00 TO TPOverdraftLimit
       MOVE 35.00 TO TPOverdraftFee
       MOVE 12.00 TO TPMaintenanceFee
       MOVE 1500.00 TO TPFeeWaiverBallance
       MOVE 90 TO TPChargeOffDays
       WRITE TierParameterRecord
       MOVE "Premium" TO TPTierCode
       MOVE 2500.00 TO TPDailyWithdrawlLimit
       MOVE 1000.00 TO TPOverdraftLimit
       MOVE 25.00 TO TPOverdraftFee
       MOVE 25.00 TO TPMaintenanceFee
       MOVE 10000.00 TO TPFeeWaiverBallance
       MOVE 120 TO TPChargeOffDays
       WRITE TierParameterRecord
       MOVE "Student" TO TPTierCode
       MOVE 500.00 TO TPDailyWithdrawlLimit
       MOVE 200.00 TO TPOverdraftLimit
       MOVE 15.00 TO TPOverdraftFee
       MOVE 5.00 TO TPMaintenanceFee
       MOVE 250.00 TO TPFeeWaiverBallance
       MOVE 60 TO TPChargeOffDays
       WRITE TierParameterRecord
       CLOSE TierParameters
       DISPLAY "TierParameters.dat created with Standard, Premium and Student tiers.".
       MOVE TPOverdraftLimit TO DollarFormat
       DISPLAY "    Overdraft Limit:        " DollarFormat
       MOVE TPOverdraftFee TO DollarFormat
       DISPLAY "    Overdraft Fee:          " DollarFormat
*> A tier written before the maintenance fee terms existed has none.
       IF TPMaintenanceFee IS NUMERIC
           MOVE TPMaintenanceFee TO DollarFormat
           DISPLAY "    Maintenance Fee:        " DollarFormat
       ELSE
           DISPLAY "    Maintenance Fee:        (not set)"
       END-IF
       IF TPFeeWaiverBallance IS NUMERIC
           MOVE TPFeeWaiverBallance TO DollarFormat
           DISPLAY "    Fee Waiver Ballance:    " DollarFormat
       ELSE
           DISPLAY "    Fee Waiver Ballance:    (not set)"
       END-IF
       IF TPChargeOffDays IS NUMERIC AND TPChargeOffDays > ZERO
           DISPLAY "    Charge-Off After Days:  " TPChargeOffDays
       ELSE
           DISPLAY "    Charge-Off After Days:  (not set - never charged off)"
       END-IF.

ChangeOneTier.
       DISPLAY "Tier code: "
       ACCEPT TPOverdraftLimit
       DISPLAY "New Overdraft Fee: "
       ACCEPT TPOverdraftFee
       DISPLAY "New Monthly Maintenance Fee: "
       ACCEPT TPMaintenanceFee
       DISPLAY "New Minimum Daily Ballance to Waive the Fee: "
       ACCEPT TPFeeWaiverBallance
       DISPLAY "New Days Overdrawn Before Charge-Off (0 for never): "
       ACCEPT TPChargeOffDays

       IF WSIsNewTier
           WRITE TierParameterRecord
