      *================================================================*
      *  CLRREC.CPY                                                     *
      *  Clearing-network file layouts, used both ways: the inbound     *
      *  file of payments other banks send our customers, and the       *
      *  returns file sent back for the items we cannot apply. A file   *
      *  is one header, its items, and one trailer carrying the item    *
      *  count and the amount total, so a short or doubled file is      *
      *  caught before anything loads. All records are 120 bytes.       *
      *  CLRH-DIRECTION is "I" on the inbound file and "R" on a returns *
      *  file; a returns file carries the file id of the inbound file   *
      *  it answers, with sender and receiver swapped. The beneficiary  *
      *  account is our six-character account id, left-justified and    *
      *  blank to the right. CLR-CURRENCY-CODE is the ISO code the      *
      *  network settles the item in - the base currency is named, not  *
      *  blank as on the account master. Amounts are unsigned, in the   *
      *  same units as the account balance. CLR-RETURN-REASON is blank  *
      *  inbound and carries the network's standard reason on a         *
      *  returned item:                                                 *
      *    AC01  account unknown                                        *
      *    AC04  account closed                                         *
      *    AC06  account blocked (frozen)                               *
      *    AM01  zero amount                                            *
      *    AM03  currency not the account's                             *
      *    BE01  beneficiary not identified (no customer on file)       *
      *================================================================*
       01  CLR-RECORD.
           05  CLR-REC-TYPE                PIC X(01).
               88  CLR-REC-HEADER          VALUE "H".
               88  CLR-REC-ITEM            VALUE "I".
               88  CLR-REC-TRAILER         VALUE "T".
           05  CLR-ITEM-REF                PIC X(08).
           05  CLR-VALUE-DATE              PIC 9(08).
           05  CLR-PAYER-BANK              PIC X(08).
           05  CLR-PAYER-ACCT              PIC X(12).
           05  CLR-PAYER-NAME              PIC X(20).
           05  CLR-BENEF-ACCT              PIC X(12).
           05  FILLER REDEFINES CLR-BENEF-ACCT.
               10  CLR-BENEF-ACCT-ID       PIC X(06).
               10  CLR-BENEF-ACCT-REST     PIC X(06).
           05  CLR-BENEF-NAME              PIC X(20).
           05  CLR-AMOUNT                  PIC 9(08).
           05  CLR-CURRENCY-CODE           PIC X(03).
           05  CLR-RETURN-REASON           PIC X(04).
           05  FILLER                      PIC X(16).
      *
       01  CLR-FILE-HEADER.
           05  CLRH-REC-TYPE               PIC X(01).
           05  CLRH-FILE-ID                PIC X(08).
           05  CLRH-SETTLE-DATE            PIC 9(08).
           05  CLRH-SENDER                 PIC X(08).
           05  CLRH-RECEIVER               PIC X(08).
           05  CLRH-DIRECTION              PIC X(01).
               88  CLRH-INBOUND            VALUE "I".
               88  CLRH-RETURNS            VALUE "R".
           05  FILLER                      PIC X(86).
      *
       01  CLR-FILE-TRAILER.
           05  CLRT-REC-TYPE               PIC X(01).
           05  CLRT-ITEM-COUNT             PIC 9(06).
           05  CLRT-AMOUNT-TOTAL           PIC 9(12).
           05  FILLER                      PIC X(101).
