      *================================================================*
      *  TAXYREC.CPY                                                    *
      *  Closed tax years - one record per account per tax year,        *
      *  written by YearEnd when it closes the year: the interest       *
      *  credited and overdraft charges debited on the account during   *
      *  the year, copied from the account master's tax-year            *
      *  accumulators, in the account's currency and converted to the   *
      *  base currency at the treasury rate effective on the close      *
      *  date (rate and date carried). Keyed tax year + customer +      *
      *  account, so the year's certificates read straight through      *
      *  one customer at a time. The customer is the account's owner    *
      *  when the year was closed; spaces if it had none. The file is   *
      *  the record the certificates are produced from - a rerun        *
      *  reproduces them from here, never from the master again.        *
      *  Written by YearEnd only.                                       *
      *================================================================*
       01  TAXY-RECORD.
           05  TAXY-KEY.
               10  TAXY-YEAR               PIC 9(04).
               10  TAXY-CUST-NO            PIC X(06).
               10  TAXY-ACCT-ID            PIC X(06).
           05  TAXY-CURRENCY-CODE          PIC X(03).
           05  TAXY-INTEREST               PIC 9(08).
           05  TAXY-CHARGES                PIC 9(08).
           05  TAXY-BASE-INTEREST          PIC 9(10).
           05  TAXY-BASE-CHARGES           PIC 9(10).
           05  TAXY-RATE                   PIC 9(03)V9(06).
           05  TAXY-CLOSE-DATE             PIC 9(08).
           05  FILLER                      PIC X(08).
