000210*  2026-09-03  MM  Voiding a request for a vanished account  *
000220*                  audits zero balances instead of the       *
000230*                  previous card's leftovers.                *
      *  2026-10-15  MM  An approved REACTIV request puts a        *
      *                  dormant account back to open; the         *
      *                  approval stamps the last-update date, so  *
      *                  the dormancy clock starts again from the  *
      *                  reactivation.                             *
      *  2026-10-15  MM  Customer-level GRPLIMIT and GRPCLEAR      *
      *                  requests queued by CustMnt carry no       *
      *                  account id; approving one sets or removes *
      *                  the customer's group overdraft limit on   *
      *                  the customer master, which is now opened  *
      *                  for update, and writes a maintenance      *
      *                  audit record with the before and after    *
      *                  customer images. Voiding one audits the   *
      *                  same way.                                 *
      *  2026-10-15  MM  Audit records for approved actions carry  *
      *                  the account's home branch.                *
      *  2026-10-15  MM  An approved PRODUCT request moves the     *
      *                  account to its new product, provided the  *
      *                  product is still on sale and offered in   *
      *                  the account's currency.                   *
      *  2026-10-15  MM  A void for a vanished account audits a    *
      *                  blank branch, not the previous card's.    *
000240*-----------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000560     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000570         ORGANIZATION IS SEQUENTIAL.
000580*
000582     SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTLOG
000584         ORGANIZATION IS SEQUENTIAL.
000586*
000590     SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTXREF
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS XREF-KEY
000630         FILE STATUS IS WS-XREF-STATUS.
000632*
000634     SELECT PRODUCT-FILE ASSIGN TO PRODTBL
000636         ORGANIZATION IS SEQUENTIAL.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000860 FD  AUDIT-FILE.
000870     COPY AUDITREC.
000880*
000882 FD  MAINT-AUDIT-FILE.
000884     COPY MAUDREC.
000886*
000890 FD  XREF-FILE.
000900     COPY XREFREC.
000902*
000904 FD  PRODUCT-FILE.
000906 01  PRODUCT-FILE-RECORD             PIC X(128).
000910*
000920 WORKING-STORAGE SECTION.
000930 01  WS-SWITCHES.
001060 01  WS-RUN-DATE                     PIC 9(08).
001070*
001080 01  WS-AUDIT-REASON                 PIC X(10).
001083 01  WS-BEFORE-IMAGE                 PIC X(80).
001086 01  WS-MAUD-ACTION                  PIC X(08).
001090*
001100 01  WS-TIMESTAMP-WORK.
001110     05  WS-TS-DATE                  PIC 9(08).
001120     05  WS-TS-TIME                  PIC 9(08).
001130*
001140 01  WS-NOW-TS                       PIC 9(14).
      *
           COPY PRODREC.
       01  WS-PROD-EOF-SW                  PIC X(01).
           88  WS-PROD-EOF                     VALUE "Y".
       01  WS-PROD-FOUND-SW                PIC X(01).
           88  WS-PROD-FOUND                   VALUE "Y".
       01  WS-PROD-TERMS                   PIC X(128).
       01  WS-CCY-OK-SW                    PIC X(01).
           88  WS-CCY-OK                       VALUE "Y".
       77  WS-CCY-IX                       PIC 9(01) COMP.
001150*
001160 01  WS-MAINT-COUNTERS.
001170     05  WS-CARD-COUNT               PIC 9(04) VALUE 0.
001390     OPEN I-O PENDING-FILE.
001400     OPEN I-O ACCTMAST-FILE.
001410     OPEN INPUT OPERMAST-FILE.
001420     OPEN I-O CUSTMAST-FILE.
001430     OPEN EXTEND AUDIT-FILE.
001435     OPEN EXTEND MAINT-AUDIT-FILE.
001440     OPEN I-O XREF-FILE.
001450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001460     PERFORM 2100-READ-CARD
002690* action that no longer fits is refused, not forced.          *
002700*-----------------------------------------------------------*
002710 2300-APPLY-ITEM.
002711     IF PEND-CUSTOMER-ACTION THEN
002712         PERFORM 2700-APPLY-CUST-ITEM
002713             THRU 2700-EXIT
002714         GO TO 2300-EXIT
002715     END-IF.
002720     MOVE PEND-ACCT-ID TO ACCT-ID.
002730     READ ACCTMAST-FILE
002740         INVALID KEY
002870             END-IF
002880             MOVE "O" TO ACCT-STATUS
002890             MOVE "ACCT-UNFRZ" TO WS-AUDIT-REASON
002891         WHEN "REACTIV"
002892             IF NOT ACCT-DORMANT THEN
002893                 DISPLAY "APPROVE REFUSED - " ACCT-ID
002894                     " NO LONGER DORMANT"
002895                 MOVE "N" TO WS-CARD-GOOD-SW
002896                 GO TO 2300-EXIT
002897             END-IF
002898             MOVE "O" TO ACCT-STATUS
002899             MOVE "ACCT-REACT" TO WS-AUDIT-REASON
002900         WHEN "LIMIT"
002910             IF ACCT-CLOSED THEN
002920                 DISPLAY "APPROVE REFUSED - " ACCT-ID
003050             MOVE ACCT-CUST-NO TO WS-OLD-CUST-NO
003060             MOVE PEND-CUST-NO TO ACCT-CUST-NO
003070             MOVE "ACCT-LINK" TO WS-AUDIT-REASON
               WHEN "PRODUCT"
                   IF ACCT-CLOSED THEN
                       DISPLAY "APPROVE REFUSED - " ACCT-ID
                           " IS CLOSED"
                       MOVE "N" TO WS-CARD-GOOD-SW
                       GO TO 2300-EXIT
                   END-IF
                   PERFORM 2360-CHECK-PRODUCT
                       THRU 2360-EXIT
                   IF NOT WS-CARD-GOOD THEN
                       GO TO 2300-EXIT
                   END-IF
                   MOVE PEND-PRODUCT-CODE TO ACCT-PRODUCT-CODE
                   MOVE "ACCT-PROD" TO WS-AUDIT-REASON
003080         WHEN OTHER
003090             DISPLAY "APPROVE REFUSED - REQUEST " PEND-REQ-ID
003100                 " ACTION " PEND-ACTION " UNKNOWN"
003490     EXIT.
003500*
003510*-----------------------------------------------------------*
      * 2360-CHECK-PRODUCT - the product the account moves to must  *
      * still be on sale - its latest version not after the run     *
      * date, not withdrawn - and offered in the account's          *
      * currency. A product with no currencies listed takes any;    *
      * the base currency (blank) is always offered.                *
      *-----------------------------------------------------------*
       2360-CHECK-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND-SW.
           MOVE "N" TO WS-PROD-EOF-SW.
           OPEN INPUT PRODUCT-FILE.
           PERFORM 2365-READ-PRODUCT
               THRU 2365-EXIT
               UNTIL WS-PROD-EOF.
           CLOSE PRODUCT-FILE.
           IF NOT WS-PROD-FOUND THEN
               DISPLAY "APPROVE REFUSED - PRODUCT " PEND-PRODUCT-CODE
                   " NOT ON SALE"
               MOVE "N" TO WS-CARD-GOOD-SW
               GO TO 2360-EXIT
           END-IF.
           MOVE WS-PROD-TERMS TO PROD-RECORD.
           IF PROD-WITHDRAWN THEN
               DISPLAY "APPROVE REFUSED - PRODUCT " PEND-PRODUCT-CODE
                   " WITHDRAWN"
               MOVE "N" TO WS-CARD-GOOD-SW
               GO TO 2360-EXIT
           END-IF.
           IF ACCT-CURRENCY-CODE = SPACES
               OR PROD-CURRENCY-LIST = SPACES THEN
               GO TO 2360-EXIT
           END-IF.
           MOVE "N" TO WS-CCY-OK-SW.
           MOVE 1 TO WS-CCY-IX.
           PERFORM 2370-CHECK-CURRENCY
               THRU 2370-EXIT
               UNTIL WS-CCY-OK OR WS-CCY-IX > 5.
           IF NOT WS-CCY-OK THEN
               DISPLAY "APPROVE REFUSED - PRODUCT " PEND-PRODUCT-CODE
                   " NOT OFFERED IN " ACCT-CURRENCY-CODE
               MOVE "N" TO WS-CARD-GOOD-SW
           END-IF.
       2360-EXIT.
           EXIT.
      *
       2365-READ-PRODUCT.
           READ PRODUCT-FILE INTO PROD-RECORD
               AT END
                   MOVE "Y" TO WS-PROD-EOF-SW
                   GO TO 2365-EXIT
           END-READ.
           IF PROD-CODE = PEND-PRODUCT-CODE
               AND PROD-EFF-DATE NOT > WS-RUN-DATE THEN
               MOVE PROD-RECORD TO WS-PROD-TERMS
               MOVE "Y" TO WS-PROD-FOUND-SW
           END-IF.
       2365-EXIT.
           EXIT.
      *
       2370-CHECK-CURRENCY.
           IF PROD-CURRENCY(WS-CCY-IX) = ACCT-CURRENCY-CODE THEN
               MOVE "Y" TO WS-CCY-OK-SW
           ELSE
               ADD 1 TO WS-CCY-IX
           END-IF.
       2370-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
003520* 2380-REPOINT-XREF - the approved LINK moves the account's   *
003530* cross-reference row from the old owner to the new one; a    *
003540* row that was never there is simply created.                 *
003770* 2400-VOID-ITEM - the supervisor says no: the request dies   *
003780* on the pending file with the decision stamped on it, and    *
003790* the master never moves. An account that is gone audits      *
003800* with zero balances and no branch, not whatever the record   *
003805* area last held.                                             *
003810*-----------------------------------------------------------*
003820 2400-VOID-ITEM.
003821     IF PEND-CUSTOMER-ACTION THEN
003822         PERFORM 2750-VOID-CUST-ITEM
003823             THRU 2750-EXIT
003824         GO TO 2400-EXIT
003825     END-IF.
003830     MOVE PEND-ACCT-ID TO ACCT-ID.
003840     READ ACCTMAST-FILE
003850         INVALID KEY
003860             MOVE 0 TO ACCT-BALANCE
003865             MOVE SPACES TO ACCT-HOME-BRANCH
003870     END-READ.
003880     MOVE "V" TO PEND-STATUS.
003890     PERFORM 2500-STAMP-DECISION
004390     MOVE 0 TO AUDIT-AMOUNT-APPLIED.
004400     MOVE ACCT-BALANCE TO AUDIT-BALANCE-AFTER.
004410     MOVE WS-AUDIT-REASON TO AUDIT-REASON.
004415     MOVE ACCT-HOME-BRANCH TO AUDIT-BRANCH-ID.
004420     WRITE AUDIT-RECORD.
004430 2600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2700-APPLY-CUST-ITEM - a customer-level request: GRPLIMIT   *
      * puts the requested group overdraft limit on the customer,   *
      * GRPCLEAR takes it off. The customer master changes, so the  *
      * maintenance log gets the before and after images.           *
      *-----------------------------------------------------------*
       2700-APPLY-CUST-ITEM.
           MOVE PEND-CUST-NO TO CUST-NO.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY "APPROVE REFUSED - CUSTOMER "
                       PEND-CUST-NO " NOT ON MASTER"
                   MOVE "N" TO WS-CARD-GOOD-SW
                   GO TO 2700-EXIT
           END-READ.
           MOVE CUST-RECORD TO WS-BEFORE-IMAGE.
           IF PEND-ACTION = "GRPLIMIT" THEN
               MOVE "Y" TO CUST-GROUP-LIMIT-SW
               MOVE PEND-AMOUNT TO CUST-GROUP-LIMIT
               MOVE "GRPLIMIT" TO WS-MAUD-ACTION
           ELSE
               IF NOT CUST-HAS-GROUP-LIMIT THEN
                   DISPLAY "APPROVE REFUSED - CUSTOMER " CUST-NO
                       " NO LONGER HAS A GROUP LIMIT"
                   MOVE "N" TO WS-CARD-GOOD-SW
                   GO TO 2700-EXIT
               END-IF
               MOVE "N" TO CUST-GROUP-LIMIT-SW
               MOVE 0 TO CUST-GROUP-LIMIT
               MOVE "GRPCLEAR" TO WS-MAUD-ACTION
           END-IF.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER REWRITE FAILED FOR " CUST-NO
                       " STATUS " WS-CUSTMAST-STATUS
                   MOVE "N" TO WS-CARD-GOOD-SW
                   GO TO 2700-EXIT
           END-REWRITE.
           MOVE "A" TO PEND-STATUS.
           PERFORM 2500-STAMP-DECISION
               THRU 2500-EXIT.
           PERFORM 2800-WRITE-MAINT-AUDIT
               THRU 2800-EXIT.
           DISPLAY "APPROVED " PEND-REQ-ID " " PEND-ACTION
               " FOR CUSTOMER " CUST-NO " BY " CARD-SUPERVISOR-ID.
       2700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2750-VOID-CUST-ITEM - a voided customer request leaves the  *
      * customer master alone; the log shows the record unchanged.  *
      * A customer that is gone logs blank images.                  *
      *-----------------------------------------------------------*
       2750-VOID-CUST-ITEM.
           MOVE PEND-CUST-NO TO CUST-NO.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-RECORD
                   MOVE PEND-CUST-NO TO CUST-NO
           END-READ.
           MOVE CUST-RECORD TO WS-BEFORE-IMAGE.
           MOVE "V" TO PEND-STATUS.
           PERFORM 2500-STAMP-DECISION
               THRU 2500-EXIT.
           MOVE "VOIDPEND" TO WS-MAUD-ACTION.
           PERFORM 2800-WRITE-MAINT-AUDIT
               THRU 2800-EXIT.
           DISPLAY "VOIDED " PEND-REQ-ID " " PEND-ACTION
               " FOR CUSTOMER " PEND-CUST-NO " BY " CARD-SUPERVISOR-ID.
       2750-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2800-WRITE-MAINT-AUDIT - the customer master changes go to  *
      * the maintenance log CustMnt writes, under the deciding      *
      * supervisor's id.                                            *
      *-----------------------------------------------------------*
       2800-WRITE-MAINT-AUDIT.
           MOVE "ApprMnt" TO MAUD-PROGRAM-ID.
           PERFORM 2550-GET-TIMESTAMP
               THRU 2550-EXIT.
           MOVE WS-NOW-TS TO MAUD-TIMESTAMP.
           MOVE CARD-SUPERVISOR-ID TO MAUD-OPERATOR-ID.
           MOVE "CUSTMAST" TO MAUD-FILE-ID.
           MOVE WS-MAUD-ACTION TO MAUD-ACTION.
           MOVE CUST-NO TO MAUD-KEY.
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE.
           MOVE CUST-RECORD TO MAUD-AFTER-IMAGE.
           WRITE MAUD-RECORD.
       2800-EXIT.
004440     EXIT.
004450*
004460*-----------------------------------------------------------*
004600     CLOSE OPERMAST-FILE.
004610     CLOSE CUSTMAST-FILE.
004620     CLOSE AUDIT-FILE.
004625     CLOSE MAINT-AUDIT-FILE.
004630     CLOSE XREF-FILE.
004640 8000-EXIT.
004650     EXIT.
