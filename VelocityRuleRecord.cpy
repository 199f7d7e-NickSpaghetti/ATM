      *> VelocityRuleRecord.cpy
      *> Shared record layout for VelocityRules.dat, the
      *> operator-editable fraud velocity rules keyed by rule code.
      *> COPY this into the FD of any program that reads or writes the
      *> rule file, so the layout only has to change in one place.
      *> ATM.cob loads the active rules at logon and checks them
      *> against the customer's recent AccountActivity records at
      *> logon and before every widthdrawl, transfer and bill payment;
      *> a breach declines the transaction and freezes the account.
      *> MaintainVelocityRules.cob creates and edits the file. The
      *> rule code says which check the rule drives:
      *>   WDCOUNT   - more than VRMaxCount widthdrawls (counting the
      *>               one being asked for) inside VRWindowMinutes.
      *>   TERMHOP   - the card used at a second terminal within
      *>               VRWindowMinutes of its last use at another one.
      *>   NEARLIMIT - more than VRMaxCount widthdrawls (counting the
      *>               one being asked for) of VRLimitPercent or more
      *>               of the daily widthdrawl limit, inside
      *>               VRWindowMinutes - someone working the limit.
       01 VelocityRuleRecord.
           02 VRRuleCode PIC X(10).
               88 VRWithdrawlCountRule VALUE "WDCOUNT".
               88 VRTerminalHopRule VALUE "TERMHOP".
               88 VRNearLimitRule VALUE "NEARLIMIT".
           02 VRDescription PIC X(40).
      *> An inactive rule stays on file with its settings but is not
      *> checked - fraud can switch a rule off without losing it.
           02 VRActive PIC X(01).
               88 VRRuleActive VALUE 'Y'.
           02 VRMaxCount PIC 9(03).
           02 VRWindowMinutes PIC 9(05).
           02 VRLimitPercent PIC 9(03).
