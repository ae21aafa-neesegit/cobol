000160*                  (20261301, 20260001) is refused on ADD    *
000170*                  and CHANGE, so it can never reach the     *
000180*                  nightly generator.                        *
000182*  2026-10-15  MM  ADD is refused for an account whose       *
000184*                  product (PRODTBL) does not permit         *
000186*                  standing orders; an account on no product *
000188*                  keeps them.                               *
000190*-----------------------------------------------------------*
000200*
000210 ENVIRONMENT DIVISION.
000360         RECORD KEY IS ACCT-ID
000370         FILE STATUS IS WS-ACCTMAST-STATUS.
000380*
000382     SELECT PRODUCT-FILE ASSIGN TO PRODTBL
000384         ORGANIZATION IS SEQUENTIAL.
000386*
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CARD-FILE.
000550*
000560 FD  ACCTMAST-FILE.
000570     COPY ACCTREC.
000572*
000574 FD  PRODUCT-FILE.
000576 01  PRODUCT-FILE-RECORD             PIC X(128).
000580*
000590 WORKING-STORAGE SECTION.
000600 01  WS-SWITCHES.
000820*
000830 01  WS-DUE-DATE-OK-SW               PIC X(01).
000840     88  WS-DUE-DATE-OK                  VALUE "Y".
000841*
000842     COPY PRODREC.
000843 01  WS-PROD-EOF-SW                  PIC X(01).
000844     88  WS-PROD-EOF                     VALUE "Y".
000845 01  WS-SO-ALLOWED-SW                PIC X(01).
000846     88  WS-SO-ALLOWED                   VALUE "Y".
000850*
000860 01  WS-MAINT-COUNTERS.
000870     05  WS-CARD-COUNT               PIC 9(04) VALUE 0.
001570*-----------------------------------------------------------*
001580* 2200-ADD-ORDER - birth of a standing order: the id must not  *
001590* already exist, the account must be on the master, and the    *
001600* account's product must permit standing orders, and the type, *
001610* amount, frequency and first due date must all be usable - a  *
001620* bad order caught here is one that never jams the nightly     *
001625* generator.                                                   *
001630*-----------------------------------------------------------*
001640 2200-ADD-ORDER.
001650     PERFORM 2800-CHECK-ACCOUNT
001670     IF NOT WS-ACCT-FOUND THEN
001680         DISPLAY "ADD REFUSED - " CARD-ORDER-ID
001690             " ACCOUNT " CARD-ACCT-ID " NOT ON MASTER"
001691         MOVE "N" TO WS-CARD-GOOD-SW
001692         GO TO 2200-EXIT
001693     END-IF.
001694     PERFORM 2870-CHECK-PRODUCT
001695         THRU 2870-EXIT.
001696     IF NOT WS-SO-ALLOWED THEN
001697         DISPLAY "ADD REFUSED - " CARD-ORDER-ID
001698             " PRODUCT " ACCT-PRODUCT-CODE
001699             " DOES NOT PERMIT STANDING ORDERS"
001700         MOVE "N" TO WS-CARD-GOOD-SW
001710         GO TO 2200-EXIT
001720     END-IF.
003700     EXIT.
003710*
003720*-----------------------------------------------------------*
      * 2870-CHECK-PRODUCT - whether the account's product permits  *
      * standing orders. The flag is the same on every version of a *
      * product, so the first one found settles it; an account on   *
      * no product keeps the standing orders it always could have.  *
      *-----------------------------------------------------------*
       2870-CHECK-PRODUCT.
           IF ACCT-PRODUCT-CODE = SPACES THEN
               MOVE "Y" TO WS-SO-ALLOWED-SW
               GO TO 2870-EXIT
           END-IF.
           MOVE "N" TO WS-SO-ALLOWED-SW.
           MOVE "N" TO WS-PROD-EOF-SW.
           OPEN INPUT PRODUCT-FILE.
           PERFORM 2875-READ-PRODUCT
               THRU 2875-EXIT
               UNTIL WS-PROD-EOF.
           CLOSE PRODUCT-FILE.
       2870-EXIT.
           EXIT.
      *
       2875-READ-PRODUCT.
           READ PRODUCT-FILE INTO PROD-RECORD
               AT END
                   MOVE "Y" TO WS-PROD-EOF-SW
                   GO TO 2875-EXIT
           END-READ.
           IF PROD-CODE = ACCT-PRODUCT-CODE THEN
               IF PROD-SO-PERMITTED THEN
                   MOVE "Y" TO WS-SO-ALLOWED-SW
               END-IF
               MOVE "Y" TO WS-PROD-EOF-SW
           END-IF.
       2875-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
003730* 8000-FINALIZE - recap the batch and close the files; any    *
003740* refused card flags the step with a warning return code.     *
003750*-----------------------------------------------------------*
