      *================================================================*
      *  PENDREC.CPY                                                    *
      *  Pending-approval record - one per sensitive account            *
      *  maintenance request (UNFREEZE, REACTIV, LIMIT, LINK), keyed     *
      *  by request id. AcctMaint queues the request here instead of     *
      *  applying it; the companion approval step (ApprMnt) lets a       *
      *  supervisor - never the requester - approve or void each         *
      *  item before it touches the account master. Both the request     *
      *  and the decision write their own audit records, which is        *
      *  the dual control the auditors asked for.                        *
      *  CustMnt queues the customer-level GRPLIMIT and GRPCLEAR         *
      *  (group overdraft limit) requests here too; those carry the      *
      *  customer in PEND-CUST-NO and leave PEND-ACCT-ID blank.          *
      *  AcctMaint's PRODUCT request (move the account to another        *
      *  product) carries the new code in PEND-PRODUCT-CODE.             *
      *================================================================*
       01  PEND-RECORD.
           05  PEND-REQ-ID                 PIC 9(06).
           05  PEND-ACTION                 PIC X(08).
               88  PEND-CUSTOMER-ACTION    VALUE "GRPLIMIT" "GRPCLEAR".
           05  PEND-ACCT-ID                PIC X(06).
           05  PEND-AMOUNT                 PIC 9(08).
           05  PEND-CUST-NO                PIC X(06).
               88  PEND-VOIDED             VALUE "V".
           05  PEND-DECIDED-BY             PIC X(06).
           05  PEND-DECISION-TS            PIC 9(14).
           05  PEND-PRODUCT-CODE           PIC X(04).
