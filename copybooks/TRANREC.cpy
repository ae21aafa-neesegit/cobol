      *  debits TRAN-ACCT-ID and credits TRAN-CONTRA-ACCT as one        *
      *  unit - both legs post or neither. By convention a              *
      *  transfer's amount counts in BOTH the debit and the credit      *
      *  hash totals. A reversal ("R") undoes an earlier posting: it    *
      *  carries the TRAN-ID of the posted item it reverses in place    *
      *  of an amount (TRAN-REVERSED-ID), the posting run takes the     *
      *  amount - both legs for a transfer - from the posted-           *
      *  transaction journal, and it counts in neither hash total.      *
      *  TRAN-REC-TYPE distinguishes the three layouts; all are 41      *
      *  bytes.                                                         *
      *================================================================*
       01  TRAN-RECORD.
           05  TRAN-REC-TYPE               PIC X(01).
               88  TRAN-IS-DEBIT           VALUE "D".
               88  TRAN-IS-CREDIT          VALUE "C".
               88  TRAN-IS-TRANSFER        VALUE "T".
               88  TRAN-IS-REVERSAL        VALUE "R".
           05  TRAN-AMOUNT                 PIC S9(8).
           05  TRAN-REVERSED-ID REDEFINES TRAN-AMOUNT
                                           PIC X(08).
           05  TRAN-CURRENCY-CODE          PIC X(03).
           05  TRAN-CONTRA-ACCT            PIC X(06).
      *
