000174*                  writers declare it: an inquiry before the *
000176*                  first account ever opened reports "no     *
000178*                  accounts linked" instead of abending.     *
      *  2026-10-15  MM  Each account line shows the ledger        *
      *                  balance, the active holds off the hold    *
      *                  master and the available balance (ledger  *
      *                  less holds, plus the overdraft limit;     *
      *                  nothing is available on a closed or       *
      *                  frozen account), and the page closes with *
      *                  the combined available position in base   *
      *                  beside the ledger one.                    *
      *  2026-10-15  MM  A dormant account shows as DORMANT, with  *
      *                  nothing available - its debits wait for   *
      *                  reactivation.                             *
      *  2026-10-15  MM  Each account line names the account's     *
      *                  product off the product catalogue.        *
000180*-----------------------------------------------------------*
000190*
000200 ENVIRONMENT DIVISION.
000410         RECORD KEY IS ACCT-ID
000420         FILE STATUS IS WS-ACCTMAST-STATUS.
000430*
000431     SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDMAST
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS HOLD-KEY
000435         FILE STATUS IS WS-HOLDMAST-STATUS.
000436*
000440     SELECT RATE-FILE ASSIGN TO RATETBL
000442         ORGANIZATION IS SEQUENTIAL.
000444*
000446     SELECT OPTIONAL PRODUCT-FILE ASSIGN TO PRODTBL
000450         ORGANIZATION IS SEQUENTIAL.
000460*
000470     SELECT POSITION-REPORT ASSIGN TO CPOSRPT
000630 FD  ACCTMAST-FILE.
000640     COPY ACCTREC.
000650*
000652 FD  HOLD-FILE.
000654     COPY HOLDREC.
000656*
000660 FD  RATE-FILE.
000670     COPY CURRREC.
000672*
000674 FD  PRODUCT-FILE.
000676     COPY PRODREC.
000680*
000690 FD  POSITION-REPORT.
000700 01  POSITION-LINE                   PIC X(132).
000810         88  WS-RATE-EOF                 VALUE "Y".
000820     05  WS-RATE-HIT-SW              PIC X(01).
000830         88  WS-RATE-HIT                 VALUE "Y".
000831     05  WS-HOLD-SCAN-SW             PIC X(01).
000832         88  WS-HOLD-SCAN-DONE           VALUE "Y".
000833     05  WS-PROD-EOF-SW              PIC X(01) VALUE "N".
000834         88  WS-PROD-EOF                 VALUE "Y".
000835     05  WS-PROD-HIT-SW              PIC X(01).
000836         88  WS-PROD-HIT                 VALUE "Y".
000840*
000850 01  WS-CUSTMAST-STATUS              PIC X(02).
000860 01  WS-XREF-STATUS                  PIC X(02).
000870 01  WS-ACCTMAST-STATUS              PIC X(02).
000875 01  WS-HOLDMAST-STATUS              PIC X(02).
000880*
000890 01  WS-INQ-CUST-NO                  PIC X(06).
000900*
000910 01  WS-ACCOUNT-COUNT                PIC 9(04) VALUE 0.
000920 01  WS-BASE-POSITION                PIC S9(10) VALUE 0.
000930 01  WS-BASE-EQUIV                   PIC S9(10).
      *
      *-----------------------------------------------------------*
      * Ledger against available: each account's active holds     *
      * off the hold master, and what the balance run would let   *
      * it be debited down to - ledger less holds, plus the       *
      * overdraft limit.                                          *
      *-----------------------------------------------------------*
       01  WS-ACCT-HELD                    PIC 9(09).
       01  WS-ACCT-AVAILABLE               PIC S9(10).
       01  WS-BASE-AVAILABLE               PIC S9(10) VALUE 0.
000940*
000950*----------------------------------------------------------*
000960* The day's treasury rates, loaded once; each account's      *
001050*
001060 77  WS-RATE-IX                      PIC 9(02) COMP.
001070 77  WS-WORK-RATE                    PIC 9(03)V9(06).
      *
      *-----------------------------------------------------------*
      * The product names, loaded once - a name is the same on    *
      * every version of a product, so the first one will do.     *
      *-----------------------------------------------------------*
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-COUNT            PIC 9(03) VALUE 0.
           05  WS-PRODUCT-ENTRY            OCCURS 100 TIMES.
               10  WS-PRODUCT-CODE         PIC X(04).
               10  WS-PRODUCT-NAME         PIC X(20).
      *
       77  WS-PRODUCT-IX                   PIC 9(03) COMP.
001080*
001090 01  WS-RPT-HEADER-1.
001100     05  FILLER                      PIC X(28) VALUE
001290     05  FILLER                      PIC X(08) VALUE "STATUS".
001300     05  FILLER                      PIC X(06) VALUE "CURR".
001310     05  FILLER                      PIC X(13) VALUE
001320         "   LEDGER BAL".
001330     05  FILLER                      PIC X(15) VALUE
001340         "    BASE EQUIV".
001341     05  FILLER                      PIC X(13) VALUE
001342         "         HELD".
001343     05  FILLER                      PIC X(13) VALUE
001344         "    AVAILABLE".
001345     05  FILLER                      PIC X(02) VALUE SPACES.
001346     05  FILLER                      PIC X(20) VALUE "PRODUCT".
001350*
001360 01  WS-RPT-DETAIL-LINE.
001370     05  WS-DTL-ACCT-ID              PIC X(06).
001380     05  FILLER                      PIC X(04) VALUE SPACES.
001390     05  WS-DTL-STATUS               PIC X(07).
001400     05  FILLER                      PIC X(01) VALUE SPACES.
001410     05  WS-DTL-CURRENCY             PIC X(03).
001420     05  FILLER                      PIC X(02) VALUE SPACES.
001430     05  WS-DTL-BALANCE              PIC -(9)9.
001440     05  FILLER                      PIC X(03) VALUE SPACES.
001450     05  WS-DTL-BASE-EQUIV           PIC -(11)9.
001451     05  FILLER                      PIC X(03) VALUE SPACES.
001452     05  WS-DTL-HELD                 PIC Z(9)9.
001453     05  FILLER                      PIC X(03) VALUE SPACES.
001454     05  WS-DTL-AVAILABLE            PIC -(9)9.
001455     05  FILLER                      PIC X(06) VALUE SPACES.
001456     05  WS-DTL-PRODUCT              PIC X(20).
001460*
001470 01  WS-RPT-TOTAL-LINE.
001480     05  FILLER                      PIC X(33) VALUE
001490         "COMBINED POSITION (BASE)      : ".
001500     05  WS-TOT-POSITION             PIC -(11)9.
001501*
001502 01  WS-RPT-AVAIL-LINE.
001503     05  FILLER                      PIC X(33) VALUE
001504         "COMBINED AVAILABLE (BASE)     : ".
001505     05  WS-TOT-AVAILABLE            PIC -(11)9.
001510*
001520 01  WS-RPT-COUNT-LINE.
001530     05  FILLER                      PIC X(33) VALUE
001700*-----------------------------------------------------------*
001710* 1000-INITIALIZE - read the inquiry card (one customer       *
001720* number), open the masters, the cross-reference and the      *
001730* report, and load the day's rates and the product names.     *
001740*-----------------------------------------------------------*
001750 1000-INITIALIZE.
001760     OPEN INPUT CARD-FILE.
001900     OPEN INPUT CUSTMAST-FILE.
001910     OPEN INPUT XREF-FILE.
001920     OPEN INPUT ACCTMAST-FILE.
001925     OPEN INPUT HOLD-FILE.
001930     OPEN OUTPUT POSITION-REPORT.
001940     PERFORM 1100-LOAD-RATE-TABLE
001950         THRU 1100-EXIT.
001953     PERFORM 1200-LOAD-PRODUCT-TABLE
001956         THRU 1200-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980*
002200         DISPLAY "RATE TABLE FULL - " CURR-CODE " IGNORED"
002210     END-IF.
002220 1110-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1200-LOAD-PRODUCT-TABLE - one entry per product code; the   *
      * catalogue holds every version of a product in a row.        *
      *-----------------------------------------------------------*
       1200-LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE.
           PERFORM 1210-READ-PRODUCT-RECORD
               THRU 1210-EXIT
               UNTIL WS-PROD-EOF.
           CLOSE PRODUCT-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO WS-PROD-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF WS-PRODUCT-COUNT > 0 THEN
               IF WS-PRODUCT-CODE(WS-PRODUCT-COUNT) = PROD-CODE THEN
                   GO TO 1210-EXIT
               END-IF
           END-IF.
           IF WS-PRODUCT-COUNT < 100 THEN
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE PROD-CODE TO WS-PRODUCT-CODE(WS-PRODUCT-COUNT)
               MOVE PROD-NAME TO WS-PRODUCT-NAME(WS-PRODUCT-COUNT)
           ELSE
               DISPLAY "PRODUCT TABLE FULL - " PROD-CODE " IGNORED"
           END-IF.
       1210-EXIT.
002230     EXIT.
002240*
002250*-----------------------------------------------------------*
002600     WRITE POSITION-LINE FROM WS-RPT-COUNT-LINE.
002610     MOVE WS-BASE-POSITION TO WS-TOT-POSITION.
002620     WRITE POSITION-LINE FROM WS-RPT-TOTAL-LINE.
002623     MOVE WS-BASE-AVAILABLE TO WS-TOT-AVAILABLE.
002626     WRITE POSITION-LINE FROM WS-RPT-AVAIL-LINE.
002630     IF WS-ACCOUNT-COUNT = 0 THEN
002640         MOVE "NO ACCOUNTS LINKED TO THIS CUSTOMER"
002650             TO POSITION-LINE
003230             MOVE "CLOSED" TO WS-DTL-STATUS
003240         WHEN ACCT-FROZEN
003250             MOVE "FROZEN" TO WS-DTL-STATUS
003253         WHEN ACCT-DORMANT
003256             MOVE "DORMANT" TO WS-DTL-STATUS
003260         WHEN OTHER
003270             MOVE "?" TO WS-DTL-STATUS
003280     END-EVALUATE.
003290     MOVE ACCT-CURRENCY-CODE TO WS-DTL-CURRENCY.
003293     PERFORM 2270-FIND-PRODUCT-NAME
003296         THRU 2270-EXIT.
003300     MOVE ACCT-BALANCE TO WS-DTL-BALANCE.
003302     PERFORM 2300-SUM-ACCT-HOLDS
003304         THRU 2300-EXIT.
003306     MOVE WS-ACCT-HELD TO WS-DTL-HELD.
003308     MOVE WS-ACCT-AVAILABLE TO WS-DTL-AVAILABLE.
003310     PERFORM 2250-FIND-RATE
003320         THRU 2250-EXIT.
003330     COMPUTE WS-BASE-EQUIV ROUNDED =
003340         ACCT-BALANCE * WS-WORK-RATE.
003350     MOVE WS-BASE-EQUIV TO WS-DTL-BASE-EQUIV.
003360     ADD WS-BASE-EQUIV TO WS-BASE-POSITION.
003362     COMPUTE WS-BASE-EQUIV ROUNDED =
003364         WS-ACCT-AVAILABLE * WS-WORK-RATE.
003366     ADD WS-BASE-EQUIV TO WS-BASE-AVAILABLE.
003370     WRITE POSITION-LINE FROM WS-RPT-DETAIL-LINE.
003380     ADD 1 TO WS-ACCOUNT-COUNT.
003390 2290-NEXT-XREF.
003810     EXIT.
003820*
003830*-----------------------------------------------------------*
      * 2270-FIND-PRODUCT-NAME - the account's product by name; an  *
      * account on no product shows none, and a code missing from  *
      * the catalogue shows the bare code.                          *
      *-----------------------------------------------------------*
       2270-FIND-PRODUCT-NAME.
           MOVE ACCT-PRODUCT-CODE TO WS-DTL-PRODUCT.
           IF ACCT-PRODUCT-CODE = SPACES THEN
               GO TO 2270-EXIT
           END-IF.
           MOVE "N" TO WS-PROD-HIT-SW.
           MOVE 1 TO WS-PRODUCT-IX.
           PERFORM 2280-CHECK-PRODUCT-SLOT
               THRU 2280-EXIT
               UNTIL WS-PROD-HIT
                   OR WS-PRODUCT-IX > WS-PRODUCT-COUNT.
           IF WS-PROD-HIT THEN
               MOVE WS-PRODUCT-NAME(WS-PRODUCT-IX) TO WS-DTL-PRODUCT
           END-IF.
       2270-EXIT.
           EXIT.
      *
       2280-CHECK-PRODUCT-SLOT.
           IF WS-PRODUCT-CODE(WS-PRODUCT-IX) = ACCT-PRODUCT-CODE THEN
               MOVE "Y" TO WS-PROD-HIT-SW
           ELSE
               ADD 1 TO WS-PRODUCT-IX
           END-IF.
       2280-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2300-SUM-ACCT-HOLDS - total the account's active holds    *
      * and work out its available balance. Only an open account  *
      * can be debited; on any other nothing is available.        *
      *-----------------------------------------------------------*
       2300-SUM-ACCT-HOLDS.
           MOVE 0 TO WS-ACCT-HELD.
           MOVE "N" TO WS-HOLD-SCAN-SW.
           MOVE ACCT-ID TO HOLD-ACCT-ID.
           MOVE 0 TO HOLD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-SCAN-SW
           END-START.
           PERFORM 2310-ADD-ONE-HOLD
               THRU 2310-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
           IF ACCT-OPEN THEN
               COMPUTE WS-ACCT-AVAILABLE =
                   ACCT-BALANCE - WS-ACCT-HELD + ACCT-OVERDRAFT-LIMIT
           ELSE
               MOVE 0 TO WS-ACCT-AVAILABLE
           END-IF.
       2300-EXIT.
           EXIT.
      *
       2310-ADD-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HOLD-SCAN-SW
                   GO TO 2310-EXIT
           END-READ.
           IF HOLD-ACCT-ID NOT = ACCT-ID THEN
               MOVE "Y" TO WS-HOLD-SCAN-SW
               GO TO 2310-EXIT
           END-IF.
           IF HOLD-ACTIVE THEN
               ADD HOLD-AMOUNT TO WS-ACCT-HELD
           END-IF.
       2310-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
003840* 8000-FINALIZE - close whatever was opened.                  *
003850*-----------------------------------------------------------*
003860 8000-FINALIZE.
003880         CLOSE CUSTMAST-FILE
003890         CLOSE XREF-FILE
003900         CLOSE ACCTMAST-FILE
003905         CLOSE HOLD-FILE
003910         CLOSE POSITION-REPORT
003920     END-IF.
003930 8000-EXIT.
