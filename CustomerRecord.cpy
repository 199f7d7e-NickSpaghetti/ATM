               88 CMStatusFrozen VALUE "Frozen".
               88 CMStatusDormant VALUE "Dormant".
               88 CMStatusClosed VALUE "Closed".
      *> Set by the end-of-day PostOverdraftAging job when an account
      *> has sat overdrawn past its tier's charge-off day count and
      *> the debt was written off - refused at the terminal like a
      *> closed account, and left to collections.
               88 CMStatusChargedOff VALUE "ChargedOff".
      *> Product tier code assigned at provisioning. ATM.cob looks
      *> the tier up in TierParameters.dat at logon; a record
      *> provisioned before this field existed reads as spaces and
           02 CMSecondOwnerPin PIC 9(04).
           02 CMHasSecondOwner PIC X(01).
               88 CMSecondOwnerOnFile VALUE 'Y'.
      *> First business date of the current unbroken run of negative
      *> Checking ballances, set and cleared nightly by
      *> PostOverdraftAging; the days overdrawn for the collections
      *> aging are counted from it. Zero while the account is not
      *> overdrawn - a record written before this field existed reads
      *> as spaces and is treated the same.
           02 CMOverdrawnSince PIC 9(08).
      *> Taxpayer ID and mailing address for the year-end 1099-INT
      *> forms, captured at provisioning and kept current through
      *> TellerMaintenance. The TIN is the nine digits of the SSN or
      *> EIN with no dashes; spaces mean the customer has not given
      *> one yet, and Report1099Interest lists the account for
      *> backup-withholding follow-up. A record written before these
      *> fields existed reads as spaces - no TIN, no address.
           02 CMTaxId PIC X(09).
           02 CMMailingAddress.
               03 CMMailStreet PIC X(40).
               03 CMMailCity PIC X(30).
               03 CMMailState PIC X(02).
               03 CMMailZip PIC X(10).
      *> Where and when to alert the customer, set by the customer at
      *> the machine or by a teller in TellerMaintenance and read by
      *> the nightly CustomerAlerts job. The security alerts - a PIN
      *> change, a PIN lockout, a fraud freeze - always go out once a
      *> channel is chosen; the rest are the customer's choice. Zero
      *> in either amount turns that alert off. A record written
      *> before these fields existed reads as spaces - no channel, so
      *> no alerts.
           02 CMAlertSettings.
               03 CMAlertPhone PIC X(15).
               03 CMAlertEmail PIC X(60).
               03 CMAlertChannel PIC X(05).
                   88 CMAlertBySms VALUE "SMS".
                   88 CMAlertByEmail VALUE "Email".
                   88 CMAlertByBoth VALUE "Both".
                   88 CMAlertsWanted VALUE "SMS" "Email" "Both".
               03 CMAlertWidthdrawlOver PIC 9(07)V99.
               03 CMAlertBallanceFloor PIC 9(07)V99.
               03 CMAlertOnOverdraft PIC X(01).
               03 CMAlertOnDirectDeposit PIC X(01).
               03 CMAlertOnHoldRelease PIC X(01).
               03 CMAlertOnOrderSkipped PIC X(01).
