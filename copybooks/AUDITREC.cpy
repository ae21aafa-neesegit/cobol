      *  balance, with the before/after values, so a balance can be      *
      *  reconstructed after the fact instead of only showing the        *
      *  final number.                                                   *
      *  AUDIT-BRANCH-ID is the branch whose batch carried the posting  *
      *  or exception (the TBH-BRANCH-ID TranEdit accepted it under);   *
      *  entries that did not come off a transaction batch -           *
      *  lifecycle actions, month-end accruals, the manual             *
      *  adjustment - carry the account's home branch; spaces where    *
      *  no account is in hand (operator lock-out, exception release). *
      *================================================================*
       01  AUDIT-RECORD.
           05  AUDIT-PROGRAM-ID            PIC X(08).
           05  AUDIT-AMOUNT-APPLIED        PIC S9(8).
           05  AUDIT-BALANCE-AFTER         PIC S9(8).
           05  AUDIT-REASON                PIC X(10).
           05  AUDIT-BRANCH-ID             PIC X(04).
