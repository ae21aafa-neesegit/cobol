      *================================================================*
      *  DUPREC.CPY                                                     *
      *  Duplicate register - what the front-end edit has accepted      *
      *  over the last few business days, so a batch or a detail        *
      *  sent again on a later night is caught before it posts twice.   *
      *  Two kinds of row share the file, told apart by DUP-KIND:       *
      *  a batch row ("B") keyed by TBH-BATCH-ID and TBH-BRANCH-ID,     *
      *  and a detail row ("D") keyed by TRAN-ACCT-ID and TRAN-ID.      *
      *  DUP-FIRST-DATE is the processing date the key was first        *
      *  accepted and never changes; DUP-LAST-DATE moves on when a      *
      *  recycled detail is legitimately accepted again, with the       *
      *  date it replaced kept in DUP-PRIOR-DATE so a rerun of the      *
      *  same night can put it back. Rows whose DUP-LAST-DATE falls     *
      *  out of the window are dropped by TranEdit as it opens.         *
      *================================================================*
       01  DUP-RECORD.
           05  DUP-KEY.
               10  DUP-KIND                PIC X(01).
                   88  DUP-IS-BATCH        VALUE "B".
                   88  DUP-IS-DETAIL       VALUE "D".
               10  DUP-KEY-DATA            PIC X(14).
               10  DUP-BATCH-KEY REDEFINES DUP-KEY-DATA.
                   15  DUP-BATCH-ID        PIC X(08).
                   15  DUP-BATCH-BRANCH    PIC X(04).
                   15  FILLER              PIC X(02).
               10  DUP-DETAIL-KEY REDEFINES DUP-KEY-DATA.
                   15  DUP-ACCT-ID         PIC X(06).
                   15  DUP-TRAN-ID         PIC X(08).
           05  DUP-FIRST-DATE              PIC 9(08).
           05  DUP-LAST-DATE               PIC 9(08).
           05  DUP-PRIOR-DATE              PIC 9(08).
           05  DUP-SOURCE-BATCH-ID         PIC X(08).
           05  DUP-SOURCE-BRANCH           PIC X(04).
           05  FILLER                      PIC X(09).
