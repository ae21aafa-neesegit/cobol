      *================================================================*
      *  HOLDREC.CPY                                                    *
      *  Hold master record - one per hold or earmark placed against    *
      *  part of an account's balance (a garnishment order, a           *
      *  disputed item, funds reserved for a standing order), keyed     *
      *  by account id and a sequence number HoldMnt hands out per      *
      *  account, so an account can carry any number of holds at        *
      *  once. An active hold reduces the account's available           *
      *  balance - ACCT-BALANCE less active holds plus the overdraft    *
      *  limit - which is what the balance run judges a debit           *
      *  against. A hold drops off on its expiry business date: the     *
      *  balance run marks it expired on the first processing date      *
      *  at or after HOLD-EXPIRY-DATE. Released and expired holds       *
      *  stay on file for the record. Maintained by HoldMnt, read by    *
      *  Solde, CustPos and the account browse.                         *
      *================================================================*
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCT-ID            PIC X(06).
               10  HOLD-SEQ                PIC 9(03).
           05  HOLD-AMOUNT                 PIC 9(08).
           05  HOLD-REASON-CODE            PIC X(01).
               88  HOLD-GARNISHMENT        VALUE "G".
               88  HOLD-DISPUTED-ITEM      VALUE "D".
               88  HOLD-STANDING-ORDER     VALUE "S".
               88  HOLD-OTHER-REASON       VALUE "O".
               88  HOLD-REASON-VALID       VALUE "G" "D" "S" "O".
           05  HOLD-REASON-TEXT            PIC X(20).
           05  HOLD-EXPIRY-DATE            PIC 9(08).
           05  HOLD-PLACED-BY              PIC X(06).
           05  HOLD-PLACED-DATE            PIC 9(08).
           05  HOLD-STATUS                 PIC X(01).
               88  HOLD-ACTIVE             VALUE "A".
               88  HOLD-RELEASED           VALUE "R".
               88  HOLD-EXPIRED            VALUE "E".
           05  HOLD-CLOSED-BY              PIC X(06).
           05  HOLD-CLOSED-DATE            PIC 9(08).
           05  FILLER                      PIC X(05).
