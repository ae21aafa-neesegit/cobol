      *  Shared account-balance record.                                 *
      *  Current balance, last movement applied, any pending manual     *
      *  decimal adjustment, the account's lifecycle status             *
      *  (open / closed / frozen / dormant) and its authorized          *
      *  overdraft limit (unsigned; how far below zero posting may      *
      *  take the balance), keyed by account id. ACCT-CUST-NO links     *
      *  the account to its owner on the customer master, and the       *
      *  currency code says what the balance settles in (spaces =       *
      *  the base currency).                                            *
      *  ACCT-LAST-UPDATE-DATE is the account's last activity: the      *
      *  DormScan run moves an open account idle past its inactivity    *
      *  period to dormant, where credits still post but customer       *
      *  debits do not until an AcctMaint REACTIV card is approved.     *
      *  ACCT-IN-SERVICE (open or dormant) is an account that may       *
      *  still be credited or corrected.                                *
      *  COPYed into ACCTMAST (the indexed account master) and into      *
      *  working-storage by any program that needs to look at or        *
      *  carry a balance, so the layout only exists in one place.        *
      *  it carries the processing date of the last accrual posted,      *
      *  so a restarted or fully rerun month-end skips every account     *
      *  already done for that month.                                    *
      *  ACCT-YTD-YEAR / -INTEREST / -CHARGES are the tax-year          *
      *  accumulators: interest credited and overdraft charges          *
      *  debited by the month-end run during that year, charges         *
      *  held as a positive amount, in the account's currency.          *
      *  YearEnd copies them to the closed-year tax file, zeroes        *
      *  them and moves the year on; a non-numeric year (a record       *
      *  from before the accumulators existed) counts as zero.          *
      *  ACCT-HOME-BRANCH is the branch the account is domiciled at,    *
      *  set at AcctMaint OPEN. The balance run settles each leg of a   *
      *  transfer to it; spaces (an account opened before the field     *
      *  existed) settles to the branch that originated the item.       *
      *  ACCT-PRODUCT-CODE is the account's product on the product      *
      *  catalogue, set at AcctMaint OPEN and changed only through an   *
      *  approved PRODUCT request; the month-end run prices interest    *
      *  and overdraft charges by its bands. Spaces (an account opened  *
      *  before products existed) accrue at the flat RATEPARM rates.    *
      *================================================================*
       01  ACCT-RECORD.
           05  ACCT-ID                     PIC X(06).
               88  ACCT-OPEN               VALUE "O".
               88  ACCT-CLOSED             VALUE "C".
               88  ACCT-FROZEN             VALUE "F".
               88  ACCT-DORMANT            VALUE "D".
               88  ACCT-IN-SERVICE         VALUE "O" "D".
           05  ACCT-OVERDRAFT-LIMIT        PIC 9(08).
           05  ACCT-CUST-NO                PIC X(06).
           05  ACCT-CURRENCY-CODE          PIC X(03).
           05  ACCT-LAST-ACCRUAL-DATE      PIC 9(08).
           05  ACCT-YTD-YEAR               PIC 9(04).
           05  ACCT-YTD-INTEREST           PIC 9(08).
           05  ACCT-YTD-CHARGES            PIC 9(08).
           05  ACCT-HOME-BRANCH            PIC X(04).
           05  ACCT-PRODUCT-CODE           PIC X(04).
