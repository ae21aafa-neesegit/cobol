      *================================================================*
      *  LTRHREC.CPY                                                    *
      *  Collection-letter history - one per account that has been      *
      *  sent an overdraft letter, keyed by account id: which notice    *
      *  the account has had for its current excursion (reminder,       *
      *  formal notice, final demand) and the business date each        *
      *  went out, so the letter step never sends the same notice       *
      *  twice. LTRH-FIRST-OVD-DATE ties the history to the             *
      *  excursion on the overdraft aging state it was built for;       *
      *  once the account is back in credit - off the aging state,      *
      *  or overdrawn again from a later date - the history is          *
      *  reset and the letters start again from the reminder.           *
      *  Written and reset by OvdLettr only.                            *
      *================================================================*
       01  LTRH-RECORD.
           05  LTRH-ACCT-ID                PIC X(06).
           05  LTRH-FIRST-OVD-DATE         PIC 9(08).
           05  LTRH-LEVEL-SENT             PIC 9(01).
               88  LTRH-NOTHING-SENT       VALUE 0.
               88  LTRH-REMINDER-SENT      VALUE 1.
               88  LTRH-FORMAL-SENT        VALUE 2.
               88  LTRH-FINAL-SENT         VALUE 3.
           05  LTRH-LETTER-DATES.
               10  LTRH-LETTER-DATE        PIC 9(08) OCCURS 3 TIMES.
           05  FILLER                      PIC X(05).
