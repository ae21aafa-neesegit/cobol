      *================================================================*
      *  JRNLREC.CPY                                                    *
      *  Posted-transaction journal - one permanent entry per detail    *
      *  the balance run actually posted, keyed by account, posting     *
      *  date, transaction id and a sequence number that tells apart    *
      *  the postings of one id to one account on one night (a          *
      *  standing order catching up missed periods emits its order id   *
      *  once per period). A transfer leaves two entries, one           *
      *  per leg, each on its own account and each naming the other     *
      *  in JRNL-CONTRA-ACCT. JRNL-AMOUNT is the signed movement the    *
      *  entry applied to its own account (a debit is negative).        *
      *  A reversal ("R") is journaled like any posting and points      *
      *  back at the entry it undid through JRNL-LINK-TRAN-ID,          *
      *  JRNL-LINK-DATE and JRNL-LINK-SEQ-NO; the undone entry is       *
      *  flagged JRNL-REVERSED and points forward at the reversal the   *
      *  same way, so an entry can only ever be reversed once. Written  *
      *  by Solde, read by TranEdit to prove a reversal before it       *
      *  reaches posting.                                               *
      *================================================================*
       01  JRNL-RECORD.
           05  JRNL-KEY.
               10  JRNL-ACCT-ID            PIC X(06).
               10  JRNL-POST-DATE          PIC 9(08).
               10  JRNL-TRAN-ID            PIC X(08).
               10  JRNL-SEQ-NO             PIC 9(02).
           05  JRNL-TRAN-TYPE              PIC X(01).
               88  JRNL-IS-DEBIT           VALUE "D".
               88  JRNL-IS-CREDIT          VALUE "C".
               88  JRNL-IS-TRANSFER        VALUE "T".
               88  JRNL-IS-REVERSAL        VALUE "R".
           05  JRNL-LEG                    PIC X(01).
               88  JRNL-DEBIT-LEG          VALUE "D".
               88  JRNL-CREDIT-LEG         VALUE "C".
           05  JRNL-AMOUNT                 PIC S9(8).
           05  JRNL-CURRENCY-CODE          PIC X(03).
           05  JRNL-CONTRA-ACCT            PIC X(06).
           05  JRNL-BALANCE-AFTER          PIC S9(8).
           05  JRNL-POST-TS                PIC 9(14).
           05  JRNL-STATUS                 PIC X(01).
               88  JRNL-POSTED             VALUE "P".
               88  JRNL-REVERSED           VALUE "R".
           05  JRNL-LINK-TRAN-ID           PIC X(08).
           05  JRNL-LINK-DATE              PIC 9(08).
           05  JRNL-LINK-SEQ-NO            PIC 9(02).
           05  FILLER                      PIC X(06).
