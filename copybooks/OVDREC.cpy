      *  by the overdraft aging step (OvdAging), which turns the        *
      *  day's raw excursions into the credit team's picture of who     *
      *  has been overdrawn, how deep, for how many business days.      *
      *  When the account's customer carries a group overdraft limit    *
      *  the record also shows that limit and the headroom left under   *
      *  it across all the customer's linked accounts, in base          *
      *  currency; otherwise the group switch is "N" and both are 0.    *
      *================================================================*
       01  OVERDRAFT-RECORD.
           05  OVD-ACCT-ID                 PIC X(06).
           05  OVD-OVER-AMOUNT             PIC 9(8).
           05  OVD-LIMIT                   PIC 9(8).
           05  OVD-HEADROOM                PIC S9(8).
           05  OVD-GROUP-LIMIT-SW          PIC X(01).
               88  OVD-HAS-GROUP-LIMIT     VALUE "Y".
           05  OVD-GROUP-LIMIT             PIC 9(8).
           05  OVD-GROUP-HEADROOM          PIC S9(10).
