      *================================================================*
      *  PRODREC.CPY                                                    *
      *  Account product record - the product catalogue the month-end   *
      *  run prices each account by. One record per product version:    *
      *  a product's terms are re-keyed with an effective date by the   *
      *  ProdMnt step, and the version in force on a date is the one    *
      *  with the latest PROD-EFF-DATE not after it. The table is       *
      *  kept in product code, then effective date, order.              *
      *  PROD-BAND-FLOOR / -PCT are the interest bands: each slice of   *
      *  a positive balance from a band's floor up to the next band's   *
      *  floor earns that band's monthly percentage. Band 1 always      *
      *  starts at zero; a band past the first with a zero floor is     *
      *  not in use, and the bands in use climb. The floors are in      *
      *  the same units as the account balance.                         *
      *  PROD-OD-MONTHLY-PCT is the monthly overdraft charge on a       *
      *  negative balance, PROD-DEFAULT-LIMIT the overdraft limit an    *
      *  account opened on the product gets when the OPEN card names    *
      *  none. PROD-CURRENCY lists the currencies an account on the     *
      *  product may be held in, all spaces meaning any; the base       *
      *  currency (spaces on the account) is always allowed.            *
      *  PROD-SO-PERMITTED says whether standing orders may be set up   *
      *  on the product's accounts. A withdrawn product takes no new    *
      *  accounts but goes on pricing the ones it has.                  *
      *  Name, status, limit, currencies and the standing-order flag    *
      *  are the same on every version of a product; only the rates     *
      *  are effective-dated.                                           *
      *================================================================*
       01  PROD-RECORD.
           05  PROD-CODE                   PIC X(04).
           05  PROD-EFF-DATE               PIC 9(08).
           05  PROD-NAME                   PIC X(20).
           05  PROD-STATUS                 PIC X(01).
               88  PROD-ACTIVE             VALUE "A".
               88  PROD-WITHDRAWN          VALUE "W".
           05  PROD-SO-FLAG                PIC X(01).
               88  PROD-SO-PERMITTED       VALUE "Y".
           05  PROD-DEFAULT-LIMIT          PIC 9(08).
           05  PROD-CURRENCY-LIST.
               10  PROD-CURRENCY           PIC X(03) OCCURS 5 TIMES.
           05  PROD-OD-MONTHLY-PCT         PIC 9(02)V9(04).
           05  PROD-BAND-TABLE.
               10  PROD-BAND               OCCURS 4 TIMES.
                   15  PROD-BAND-FLOOR     PIC 9(08).
                   15  PROD-BAND-PCT       PIC 9(02)V9(04).
           05  FILLER                      PIC X(09).
