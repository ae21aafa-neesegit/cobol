      *    X002  account frozen        X006  past overdraft limit        *
      *    X003  account unknown       X007  currency mismatch           *
      *    X004  future value date    X008  bad transfer contra          *
      *    X009  reversal refused - original not on the journal or       *
      *          already reversed                                        *
      *    X010  past the available balance - the debit would dig        *
      *          into funds under an active hold (HOLDREC)               *
      *    X011  debit on a dormant account - credits still post;        *
      *          debits wait for an approved AcctMaint REACTIV           *
      *    X012  past the customer's group overdraft limit - the         *
      *          account's own limit allows the debit, but the net       *
      *          position of all the customer's linked accounts, in      *
      *          base currency, would go below CUST-GROUP-LIMIT          *
      *  Written by Solde, read back by the supervisor release /         *
      *  recycle step (ExcpRel), which releases, corrects or cancels     *
      *  each item and re-injects X004 holds automatically once the      *
