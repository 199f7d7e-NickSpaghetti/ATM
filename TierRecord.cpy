           02 TPDailyWithdrawlLimit PIC S9(07)V99.
           02 TPOverdraftLimit PIC S9(07)V99.
           02 TPOverdraftFee PIC S9(07)V99.
      *> Monthly maintenance fee on the Checking slot, charged by the
      *> month-end PostMaintenanceFees job unless the account's lowest
      *> end-of-day Checking ballance in the month stayed at or above
      *> TPFeeWaiverBallance, or a DirectDeposit was posted to it in
      *> the month. A tier record written before these fields existed
      *> reads as spaces and is charged no fee until operations sets
      *> its terms with MaintainTierParameters.
           02 TPMaintenanceFee PIC S9(07)V99.
           02 TPFeeWaiverBallance PIC S9(07)V99.
      *> Number of consecutive days overdrawn after which the
      *> end-of-day PostOverdraftAging job charges the Checking debt
      *> off to the loss account. Spaces or zero (a tier record from
      *> before the field existed) means never charge off
      *> automatically - the account stays on the aging report.
           02 TPChargeOffDays PIC 9(03).
