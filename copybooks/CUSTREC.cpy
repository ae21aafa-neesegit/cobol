      *  by customer number. Accounts link to their owner through       *
      *  ACCT-CUST-NO on the account master; statements and the         *
      *  inquiry screens show the name alongside the account id.        *
      *  CUST-GROUP-LIMIT is the optional overdraft limit across all    *
      *  the customer's linked accounts together, in base currency;     *
      *  set or cleared through CustMnt with supervisor approval in     *
      *  ApprMnt, enforced by the balance run. A blank or "N" switch    *
      *  (records written before the field existed) means no group      *
      *  limit - each account's own limit is then the only cap.         *
      *================================================================*
       01  CUST-RECORD.
           05  CUST-NO                     PIC X(06).
           05  CUST-NAME                   PIC X(25).
           05  CUST-ADDRESS                PIC X(28).
           05  CUST-PHONE                  PIC X(12).
           05  CUST-GROUP-LIMIT-SW         PIC X(01).
               88  CUST-HAS-GROUP-LIMIT    VALUE "Y".
           05  CUST-GROUP-LIMIT            PIC 9(08).
