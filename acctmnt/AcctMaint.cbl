000360*                  The request itself writes an audit        *
000370*                  record; the master only moves when the    *
000380*                  approval does.                            *
      *  2026-10-15  MM  New REACTIVATE action (card action        *
      *                  REACTIV) for an account the dormancy scan *
      *                  marked dormant: validated here and queued *
      *                  on the pending-approval file like         *
      *                  UNFREEZE, so only a supervisor's approval *
      *                  in ApprMnt puts the account back in use.  *
      *  2026-10-15  MM  OPEN starts the new account's tax-year    *
      *                  interest and charges accumulators at      *
      *                  zero.                                     *
      *  2026-10-15  MM  OPEN takes the account's home branch from *
      *                  the card (columns 32-35) for the branch   *
      *                  settlement; lifecycle audit records carry *
      *                  it.                                       *
      *  2026-10-15  MM  Every account now sits on a product from  *
      *                  the product catalogue (PRODTBL): OPEN     *
      *                  takes its code from the card (columns     *
      *                  36-39), refuses a product not on sale or  *
      *                  not offered in the card's currency, and   *
      *                  defaults the overdraft limit from the     *
      *                  product when the amount is blank. The new *
      *                  PRODUCT action moves an account to        *
      *                  another product, queued for approval like *
      *                  LIMIT.                                    *
000390*-----------------------------------------------------------*
000400*
000410 ENVIRONMENT DIVISION.
000740         RECORD KEY IS CUST-NO
000750         FILE STATUS IS WS-CUSTMAST-STATUS.
000760*
000762     SELECT PRODUCT-FILE ASSIGN TO PRODTBL
000764         ORGANIZATION IS SEQUENTIAL.
000766*
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CARD-FILE.
000830     05  CARD-AMOUNT                 PIC 9(08).
000840     05  CARD-CUST-NO                PIC X(06).
000850     05  CARD-CURRENCY               PIC X(03).
000860     05  CARD-BRANCH-ID              PIC X(04).
000863     05  CARD-PRODUCT                PIC X(04).
000866     05  FILLER                      PIC X(41).
000870*
000880 FD  ACCTMAST-FILE.
000890     COPY ACCTREC.
001020*
001030 FD  XREF-FILE.
001040     COPY XREFREC.
001042*
001044 FD  PRODUCT-FILE.
001046 01  PRODUCT-FILE-RECORD             PIC X(128).
001050*
001060 WORKING-STORAGE SECTION.
001070 01  WS-SWITCHES.
001390     05  WS-TS-DATE                  PIC 9(08).
001400     05  WS-TS-TIME                  PIC 9(08).
001410*
      *-----------------------------------------------------------*
      * The products on sale on the run date: one entry per       *
      * product, its latest version not after the date. A card's  *
      * product is checked against its entry, moved into          *
      * PROD-RECORD.                                              *
      *-----------------------------------------------------------*
           COPY PRODREC.
       01  WS-PRODUCT-TABLE.
           05  WS-PRD-COUNT                PIC 9(03) VALUE 0.
           05  WS-PRD-ENTRY                OCCURS 100 TIMES.
               10  WS-PRD-CODE             PIC X(04).
               10  FILLER                  PIC X(124).
      *
       77  WS-PRD-IX                       PIC 9(03) COMP.
       77  WS-CCY-IX                       PIC 9(01) COMP.
       01  WS-PROD-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-PROD-EOF                     VALUE "Y".
       01  WS-PROD-CHECK-CODE              PIC X(04).
       01  WS-PROD-CHECK-CURRENCY          PIC X(03).
       01  WS-PROD-REFUSAL                 PIC X(30).
      *
001420 01  WS-MAINT-COUNTERS.
001430     05  WS-CARD-COUNT               PIC 9(04) VALUE 0.
001440     05  WS-APPLIED-COUNT            PIC 9(04) VALUE 0.
001680     OPEN I-O PENDING-FILE.
001690     OPEN I-O XREF-FILE.
001700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001703     PERFORM 1200-LOAD-PRODUCTS
001706         THRU 1200-EXIT.
001710     PERFORM 1150-LOAD-SIGNON-OPERATOR
001720         THRU 1150-EXIT.
001730     PERFORM 1180-FIND-NEXT-REQ-ID
002340     EXIT.
002350*
002360*-----------------------------------------------------------*
      * 1200-LOAD-PRODUCTS - the product table is kept in code,     *
      * then effective-date order, so the last version of a code    *
      * not after the run date is the one on sale; a product whose  *
      * first version is not due yet is not on sale at all.         *
      *-----------------------------------------------------------*
       1200-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-FILE.
           PERFORM 1210-READ-PRODUCT
               THRU 1210-EXIT
               UNTIL WS-PROD-EOF.
           CLOSE PRODUCT-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-READ-PRODUCT.
           READ PRODUCT-FILE INTO PROD-RECORD
               AT END
                   MOVE "Y" TO WS-PROD-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF PROD-EFF-DATE > WS-RUN-DATE THEN
               GO TO 1210-EXIT
           END-IF.
           IF WS-PRD-COUNT > 0 THEN
               IF WS-PRD-CODE(WS-PRD-COUNT) = PROD-CODE THEN
                   MOVE PROD-RECORD TO WS-PRD-ENTRY(WS-PRD-COUNT)
                   GO TO 1210-EXIT
               END-IF
           END-IF.
           IF WS-PRD-COUNT >= 100 THEN
               DISPLAY "PRODUCT TABLE FULL - " PROD-CODE " DROPPED"
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-PRD-COUNT.
           MOVE PROD-RECORD TO WS-PRD-ENTRY(WS-PRD-COUNT).
       1210-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
002370* 2000-PROCESS-CARD - dispatch one maintenance card by its    *
002380* action word; an unrecognized action is reported and         *
002390* skipped, not guessed at.                                    *
002540         WHEN "UNFREEZE"
002550             PERFORM 2500-UNFREEZE-ACCOUNT
002560                 THRU 2500-EXIT
002562         WHEN "REACTIV "
002564             PERFORM 2520-REACTIVATE-ACCOUNT
002566                 THRU 2520-EXIT
002570         WHEN "LIMIT   "
002580             PERFORM 2550-SET-LIMIT
002590                 THRU 2550-EXIT
002600         WHEN "LINK    "
002610             PERFORM 2560-LINK-CUSTOMER
002620                 THRU 2560-EXIT
002622         WHEN "PRODUCT "
002624             PERFORM 2570-CHANGE-PRODUCT
002626                 THRU 2570-EXIT
002630         WHEN OTHER
002640             DISPLAY "UNKNOWN ACTION: " CARD-ACTION
002650                 " FOR " CARD-ACCT-ID
002860*-----------------------------------------------------------*
002870* 2200-OPEN-ACCOUNT - birth of an account: the id must not    *
002880* already exist; the record starts at zero balance with an    *
002890* OPEN status at the home branch the card names, on a product *
002895* on sale in the card's currency.                             *
002900*-----------------------------------------------------------*
002910 2200-OPEN-ACCOUNT.
002920     PERFORM 2800-CHECK-CUSTOMER
002940     IF NOT WS-CUST-FOUND THEN
002950         DISPLAY "OPEN REFUSED - " CARD-ACCT-ID
002960             " CUSTOMER " CARD-CUST-NO " NOT ON MASTER"
               MOVE "N" TO WS-CARD-GOOD-SW
               GO TO 2200-EXIT
           END-IF.
           MOVE CARD-PRODUCT TO WS-PROD-CHECK-CODE.
           MOVE CARD-CURRENCY TO WS-PROD-CHECK-CURRENCY.
           PERFORM 2850-CHECK-PRODUCT
               THRU 2850-EXIT.
           IF WS-PROD-REFUSAL NOT = SPACES THEN
               DISPLAY "OPEN REFUSED - " CARD-ACCT-ID
                   " PRODUCT " CARD-PRODUCT " " WS-PROD-REFUSAL
002970         MOVE "N" TO WS-CARD-GOOD-SW
002980         GO TO 2200-EXIT
002990     END-IF.
003160     IF CARD-AMOUNT IS NUMERIC THEN
003170         MOVE CARD-AMOUNT TO ACCT-OVERDRAFT-LIMIT
003180     ELSE
003190         MOVE PROD-DEFAULT-LIMIT TO ACCT-OVERDRAFT-LIMIT
003200     END-IF.
003210     MOVE CARD-CUST-NO TO ACCT-CUST-NO.
003220     MOVE CARD-CURRENCY TO ACCT-CURRENCY-CODE.
003230     MOVE 0 TO ACCT-LAST-ACCRUAL-DATE.
003231     MOVE 0 TO ACCT-YTD-YEAR.
003232     MOVE 0 TO ACCT-YTD-INTEREST.
003233     MOVE 0 TO ACCT-YTD-CHARGES.
003234     MOVE CARD-BRANCH-ID TO ACCT-HOME-BRANCH.
003235     MOVE CARD-PRODUCT TO ACCT-PRODUCT-CODE.
003240     WRITE ACCT-RECORD
003250         INVALID KEY
003260             DISPLAY "MASTER WRITE FAILED FOR " ACCT-ID
004430     EXIT.
004440*
004450*-----------------------------------------------------------*
      * 2520-REACTIVATE-ACCOUNT - bring a dormant account back into *
      * use once the customer has been in touch; only a dormant     *
      * account qualifies, and as with UNFREEZE it is only queued   *
      * here for a supervisor's approval.                           *
      *-----------------------------------------------------------*
       2520-REACTIVATE-ACCOUNT.
           MOVE CARD-ACCT-ID TO ACCT-ID.
           READ ACCTMAST-FILE
               INVALID KEY
                   DISPLAY "REACTIVATE REFUSED - " CARD-ACCT-ID
                       " NOT ON MASTER"
                   MOVE "N" TO WS-CARD-GOOD-SW
                   GO TO 2520-EXIT
           END-READ.
           IF NOT ACCT-DORMANT THEN
               DISPLAY "REACTIVATE REFUSED - " ACCT-ID " NOT DORMANT"
               MOVE "N" TO WS-CARD-GOOD-SW
               GO TO 2520-EXIT
           END-IF.
           MOVE "REACTIV" TO WS-PEND-ACTION.
           PERFORM 2900-QUEUE-PENDING
               THRU 2900-EXIT.
           IF WS-CARD-GOOD THEN
               MOVE "PEND-REACT" TO WS-AUDIT-REASON
               PERFORM 2600-WRITE-AUDIT-RECORD
                   THRU 2600-EXIT
               DISPLAY "REACTIVATE " ACCT-ID " QUEUED FOR APPROVAL"
           END-IF.
       2520-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
004460* 2550-SET-LIMIT - maintain the authorized overdraft limit    *
004470* the posting run enforces; the credit team keys the new      *
004480* limit in the card's amount field. The change only takes     *
005170     EXIT.
005180*
005190*-----------------------------------------------------------*
      * 2570-CHANGE-PRODUCT - move an open account to another       *
      * product on sale in the account's currency. The balance and  *
      * the limit stay as they are; the month-end run prices the    *
      * account by its new product once a supervisor approves the   *
      * queued request.                                             *
      *-----------------------------------------------------------*
       2570-CHANGE-PRODUCT.
           MOVE CARD-ACCT-ID TO ACCT-ID.
           READ ACCTMAST-FILE
               INVALID KEY
                   DISPLAY "PRODUCT REFUSED - " CARD-ACCT-ID
                       " NOT ON MASTER"
                   MOVE "N" TO WS-CARD-GOOD-SW
                   GO TO 2570-EXIT
           END-READ.
           IF ACCT-CLOSED THEN
               DISPLAY "PRODUCT REFUSED - " ACCT-ID " IS CLOSED"
               MOVE "N" TO WS-CARD-GOOD-SW
               GO TO 2570-EXIT
           END-IF.
           IF CARD-PRODUCT = ACCT-PRODUCT-CODE THEN
               DISPLAY "PRODUCT REFUSED - " ACCT-ID
                   " ALREADY ON " CARD-PRODUCT
               MOVE "N" TO WS-CARD-GOOD-SW
               GO TO 2570-EXIT
           END-IF.
           MOVE CARD-PRODUCT TO WS-PROD-CHECK-CODE.
           MOVE ACCT-CURRENCY-CODE TO WS-PROD-CHECK-CURRENCY.
           PERFORM 2850-CHECK-PRODUCT
               THRU 2850-EXIT.
           IF WS-PROD-REFUSAL NOT = SPACES THEN
               DISPLAY "PRODUCT REFUSED - " ACCT-ID
                   " PRODUCT " CARD-PRODUCT " " WS-PROD-REFUSAL
               MOVE "N" TO WS-CARD-GOOD-SW
               GO TO 2570-EXIT
           END-IF.
           MOVE "PRODUCT" TO WS-PEND-ACTION.
           PERFORM 2900-QUEUE-PENDING
               THRU 2900-EXIT.
           IF WS-CARD-GOOD THEN
               MOVE "PEND-PROD" TO WS-AUDIT-REASON
               PERFORM 2600-WRITE-AUDIT-RECORD
                   THRU 2600-EXIT
               DISPLAY "PRODUCT " ACCT-ID " TO " CARD-PRODUCT
                   " QUEUED FOR APPROVAL"
           END-IF.
       2570-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
005200* 2800-CHECK-CUSTOMER - the customer number on the card must *
005210* exist on the customer master.                              *
005220*-----------------------------------------------------------*
005330             MOVE "Y" TO WS-CUST-FOUND-SW
005340     END-READ.
005350 2800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2850-CHECK-PRODUCT - the product must be on sale and offered *
      * in the currency the account is held in. A product with no   *
      * currencies listed takes any; the base currency (blank) is   *
      * always offered. WS-PROD-REFUSAL comes back blank when the   *
      * product will do, the product's entry in PROD-RECORD.        *
      *-----------------------------------------------------------*
       2850-CHECK-PRODUCT.
           MOVE SPACES TO WS-PROD-REFUSAL.
           IF WS-PROD-CHECK-CODE = SPACES THEN
               MOVE "REQUIRED" TO WS-PROD-REFUSAL
               GO TO 2850-EXIT
           END-IF.
           MOVE SPACES TO PROD-CODE.
           MOVE 1 TO WS-PRD-IX.
           PERFORM 2860-CHECK-PRODUCT-ENTRY
               THRU 2860-EXIT
               UNTIL WS-PRD-IX > WS-PRD-COUNT.
           IF WS-PROD-CHECK-CODE NOT = PROD-CODE THEN
               MOVE "NOT ON SALE" TO WS-PROD-REFUSAL
               GO TO 2850-EXIT
           END-IF.
           IF PROD-WITHDRAWN THEN
               MOVE "WITHDRAWN" TO WS-PROD-REFUSAL
               GO TO 2850-EXIT
           END-IF.
           IF WS-PROD-CHECK-CURRENCY = SPACES
               OR PROD-CURRENCY-LIST = SPACES THEN
               GO TO 2850-EXIT
           END-IF.
           MOVE "NOT OFFERED IN CURRENCY" TO WS-PROD-REFUSAL.
           MOVE 1 TO WS-CCY-IX.
           PERFORM 2870-CHECK-CURRENCY
               THRU 2870-EXIT
               UNTIL WS-CCY-IX > 5.
       2850-EXIT.
           EXIT.
      *
       2860-CHECK-PRODUCT-ENTRY.
           IF WS-PRD-CODE(WS-PRD-IX) = WS-PROD-CHECK-CODE THEN
               MOVE WS-PRD-ENTRY(WS-PRD-IX) TO PROD-RECORD
               MOVE WS-PRD-COUNT TO WS-PRD-IX
           END-IF.
           ADD 1 TO WS-PRD-IX.
       2860-EXIT.
           EXIT.
      *
       2870-CHECK-CURRENCY.
           IF PROD-CURRENCY(WS-CCY-IX) = WS-PROD-CHECK-CURRENCY THEN
               MOVE SPACES TO WS-PROD-REFUSAL
               MOVE 5 TO WS-CCY-IX
           END-IF.
           ADD 1 TO WS-CCY-IX.
       2870-EXIT.
005360     EXIT.
005370*
005380*-----------------------------------------------------------*
005530     MOVE 0 TO AUDIT-AMOUNT-APPLIED.
005540     MOVE ACCT-BALANCE TO AUDIT-BALANCE-AFTER.
005550     MOVE WS-AUDIT-REASON TO AUDIT-REASON.
005555     MOVE ACCT-HOME-BRANCH TO AUDIT-BRANCH-ID.
005560     WRITE AUDIT-RECORD.
005570 2600-EXIT.
005580     EXIT.
005830         MOVE 0 TO PEND-AMOUNT
005840     END-IF.
005850     MOVE CARD-CUST-NO TO PEND-CUST-NO.
005851     IF WS-PEND-ACTION = "PRODUCT" THEN
005852         MOVE CARD-PRODUCT TO PEND-PRODUCT-CODE
005853     ELSE
005854         MOVE SPACES TO PEND-PRODUCT-CODE
005855     END-IF.
005860     MOVE WS-REQUESTER-ID TO PEND-REQUESTED-BY.
005870     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
005880     ACCEPT WS-TS-TIME FROM TIME.
