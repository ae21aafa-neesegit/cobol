      *================================================================*
      *  MONHREC.CPY                                                    *
      *  Transaction-monitoring history - one row per subject per       *
      *  business date it had posted items, keyed by subject (customer, *
      *  or an account no customer can be tied to) and date. Amounts    *
      *  are base-currency units, after conversion at the day's rates.  *
      *  Near items are those under the reporting threshold but within  *
      *  the near band of it; transfers in and out count only movement  *
      *  to or from another customer's account. The monitoring step     *
      *  sums a subject's rows across the window for the structuring    *
      *  and in-and-out checks, and drops rows older than the window.   *
      *  Written and purged by SuspMon only.                            *
      *================================================================*
       01  MONH-RECORD.
           05  MONH-KEY.
               10  MONH-SUBJECT-TYPE       PIC X(01).
               10  MONH-SUBJECT-ID         PIC X(06).
               10  MONH-DATE               PIC 9(08).
           05  MONH-ITEM-COUNT             PIC 9(05).
           05  MONH-ITEM-TOTAL             PIC 9(11).
           05  MONH-NEAR-COUNT             PIC 9(05).
           05  MONH-NEAR-TOTAL             PIC 9(11).
           05  MONH-XFER-IN-COUNT          PIC 9(05).
           05  MONH-XFER-IN-TOTAL          PIC 9(11).
           05  MONH-XFER-OUT-COUNT         PIC 9(05).
           05  MONH-XFER-OUT-TOTAL         PIC 9(11).
           05  FILLER                      PIC X(01).
