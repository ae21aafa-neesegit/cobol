000210*                  even a full rerun skip accounts already   *
000220*                  done for the processing month - no more   *
000230*                  double interest after an abend.           *
      *  2026-10-15  MM  Dormant accounts accrue like open ones -  *
      *                  the money is still owed its interest -    *
      *                  and an accrual no longer stamps the last- *
      *                  update date: that date is the customer's  *
      *                  last activity, which the dormancy scan    *
      *                  measures, and a generated posting is not  *
      *                  activity.                                 *
      *  2026-10-15  MM  Each account now keeps a running tax-year *
      *                  total of the interest credited and        *
      *                  overdraft charges debited, for the annual *
      *                  certificates YearEnd issues; a month-end  *
      *                  that finds an earlier year still open on  *
      *                  any account is rejected until YearEnd has *
      *                  closed it, so two years' figures can      *
      *                  never run together.                       *
      *  2026-10-15  MM  Interest and charge audit records carry   *
      *                  the account's home branch.                *
      *  2026-10-15  MM  Each account is priced by its product:    *
      *                  interest by the product's balance bands   *
      *                  and the overdraft charge at the product's *
      *                  rate, both as in force on the processing  *
      *                  date. An account with no product keeps    *
      *                  the flat rate-parameter rates; a run that *
      *                  finds an account whose product has no     *
      *                  terms in force is rejected before         *
      *                  anything posts.                           *
000240*-----------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000282     SELECT PRODUCT-FILE ASSIGN TO PRODTBL
000284         ORGANIZATION IS SEQUENTIAL.
000286*
000290     SELECT RATE-FILE ASSIGN TO RATEPARM
000300         ORGANIZATION IS SEQUENTIAL.
000310*
000510 FILE SECTION.
000520 FD  RATE-FILE.
000530     COPY RATEREC.
000532*
000534 FD  PRODUCT-FILE.
000536 01  PRODUCT-FILE-RECORD             PIC X(128).
000540*
000550 FD  CAL-FILE.
000560     COPY CALREC.
000870         88  WS-CHKPT-EOF                VALUE "Y".
000880     05  WS-RESTART-SW               PIC X(01) VALUE "N".
000890         88  WS-RESTARTING               VALUE "Y".
000891     05  WS-TAXYR-CHECK-EOF-SW       PIC X(01) VALUE "N".
000892         88  WS-TAXYR-CHECK-EOF          VALUE "Y".
000893     05  WS-PROD-EOF-SW              PIC X(01) VALUE "N".
000894         88  WS-PROD-EOF                 VALUE "Y".
000895     05  WS-PROD-FOUND-SW            PIC X(01).
000896         88  WS-PROD-FOUND               VALUE "Y".
000900*
000910 01  WS-ACCTMAST-STATUS              PIC X(02).
000920*
000960*
000970 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
000972*
      *-----------------------------------------------------------*
      * The product catalogue as in force on the processing date: *
      * one entry per product, its latest version not after the   *
      * date. An account is priced from the entry for its product *
      * code, moved into PROD-RECORD.                             *
      *-----------------------------------------------------------*
           COPY PRODREC.
       01  WS-PRODUCT-TABLE.
           05  WS-PRD-COUNT                PIC 9(03) VALUE 0.
           05  WS-PRD-ENTRY                OCCURS 100 TIMES.
               10  WS-PRD-CODE             PIC X(04).
               10  FILLER                  PIC X(124).
      *
       77  WS-PRD-IX                       PIC 9(03) COMP.
       77  WS-BAND-IX                      PIC 9(01) COMP.
       01  WS-NO-TERMS-COUNT               PIC 9(06) VALUE 0.
      *
      *    The account's overdraft rate for the month (its product's,
      *    or the flat rate), and the banded interest before rounding.
       01  WS-ACCT-OD-PCT                  PIC 9(02)V9(04).
       01  WS-INT-WORK                     PIC S9(10)V9(06).
       01  WS-SLICE-TOP                    PIC S9(08).
      *
000974*    The end-of-day balance snapshot the daily continuity gate
000976*    proves the master against; a clean accrual regenerates it
000978*    so sanctioned postings are its new baseline.
000979     COPY SNAPREC.
000980*
000990 01  WS-RESTART-ACCT-ID              PIC X(06).
000991*
000992*    Tax-year accumulator check: accounts still carrying figures
000993*    for a year before the processing year, which YearEnd has
000994*    not yet closed.
000995 01  WS-OPEN-YEAR-COUNT              PIC 9(06) VALUE 0.
001000*
001010 01  WS-TS-WORK-FIELDS.
001020     05  WS-CTS-DATE                 PIC 9(08).
001430     05  FILLER                      PIC X(14) VALUE "AMOUNT".
001440     05  FILLER                      PIC X(16) VALUE
001450         "BALANCE AFTER".
001455     05  FILLER                      PIC X(07) VALUE "PRODUCT".
001460*
001470 01  WS-RPT-DETAIL-LINE.
001480     05  WS-DTL-ACCT-ID              PIC X(06).
001540     05  WS-DTL-AMOUNT               PIC -(9)9.
001550     05  FILLER                      PIC X(04) VALUE SPACES.
001560     05  WS-DTL-AFTER                PIC -(9)9.
001563     05  FILLER                      PIC X(08) VALUE SPACES.
001566     05  WS-DTL-PRODUCT              PIC X(04).
001570*
001580 01  WS-RPT-TOTAL-LINE.
001590     05  WS-TOT-LABEL                PIC X(26).
001910         MOVE 16 TO RETURN-CODE
001920         GO TO 1000-EXIT
001930     END-IF.
001933     PERFORM 1500-LOAD-PRODUCTS
001936         THRU 1500-EXIT.
001940     OPEN I-O ACCTMAST-FILE.
           PERFORM 1400-CHECK-TAX-YEAR
               THRU 1400-EXIT.
           IF WS-NO-TERMS-COUNT > 0 THEN
               DISPLAY "*** " WS-NO-TERMS-COUNT
                   " ACCOUNTS ON A PRODUCT WITH NO TERMS IN FORCE ***"
               DISPLAY "*** RUN PRODMNT FIRST - MONTH-END REJECTED ***"
               CLOSE ACCTMAST-FILE
               MOVE "N" TO WS-PARMS-OK-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-OPEN-YEAR-COUNT > 0 THEN
               DISPLAY "*** " WS-OPEN-YEAR-COUNT
                   " ACCOUNTS CARRY AN UNCLOSED TAX YEAR ***"
               DISPLAY "*** RUN YEAREND FIRST - MONTH-END REJECTED ***"
               CLOSE ACCTMAST-FILE
               MOVE "N" TO WS-PARMS-OK-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
001950     OPEN EXTEND AUDIT-FILE.
001960     OPEN OUTPUT ACCRUAL-REPORT.
001970     MOVE WS-PROC-DATE TO WS-HDR-DATE.
002420             MOVE CHKPT-TRAN-COUNT TO WS-ACCT-COUNT
002430     END-READ.
002440 1310-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1400-CHECK-TAX-YEAR - scan the master for accounts whose    *
      * tax-year accumulators hold figures for a year before the    *
      * processing year. Those belong on a certificate YearEnd has  *
      * not produced yet; accruing on top of them would merge two   *
      * years, so the caller rejects the run instead.               *
      *-----------------------------------------------------------*
       1400-CHECK-TAX-YEAR.
           MOVE LOW-VALUES TO ACCT-ID.
           START ACCTMAST-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   GO TO 1400-EXIT
           END-START.
           PERFORM 1410-CHECK-ONE-ACCOUNT
               THRU 1410-EXIT
               UNTIL WS-TAXYR-CHECK-EOF.
       1400-EXIT.
           EXIT.
      *
       1410-CHECK-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TAXYR-CHECK-EOF-SW
                   GO TO 1410-EXIT
           END-READ.
           PERFORM 1420-CHECK-PRODUCT
               THRU 1420-EXIT.
           IF ACCT-YTD-YEAR NOT NUMERIC THEN
               GO TO 1410-EXIT
           END-IF.
           IF ACCT-YTD-YEAR NOT < WS-PROC-DATE(1:4) THEN
               GO TO 1410-EXIT
           END-IF.
           IF ACCT-YTD-INTEREST = 0 AND ACCT-YTD-CHARGES = 0 THEN
               GO TO 1410-EXIT
           END-IF.
           DISPLAY "TAX YEAR " ACCT-YTD-YEAR " NOT CLOSED ON " ACCT-ID.
           ADD 1 TO WS-OPEN-YEAR-COUNT.
       1410-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1420-CHECK-PRODUCT - an account in service on a product      *
      * must find that product's terms in force on the processing    *
      * date, or it could not be priced.                             *
      *-----------------------------------------------------------*
       1420-CHECK-PRODUCT.
           IF NOT ACCT-IN-SERVICE OR ACCT-PRODUCT-CODE = SPACES THEN
               GO TO 1420-EXIT
           END-IF.
           PERFORM 2100-FIND-PRODUCT-TERMS
               THRU 2100-EXIT.
           IF NOT WS-PROD-FOUND THEN
               DISPLAY "NO TERMS IN FORCE FOR PRODUCT "
                   ACCT-PRODUCT-CODE " ON " ACCT-ID
               ADD 1 TO WS-NO-TERMS-COUNT
           END-IF.
       1420-EXIT.
002450     EXIT.
002460*
002470 1100-LOAD-RATES.
003020     EXIT.
003030*
003040*-----------------------------------------------------------*
      * 1500-LOAD-PRODUCTS - the product table is kept in code,      *
      * then effective-date order, so the last version of a code     *
      * not after the processing date is the one in force; later     *
      * versions are not due yet and are passed over.                *
      *-----------------------------------------------------------*
       1500-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-FILE.
           PERFORM 1510-READ-PRODUCT
               THRU 1510-EXIT
               UNTIL WS-PROD-EOF.
           CLOSE PRODUCT-FILE.
       1500-EXIT.
           EXIT.
      *
       1510-READ-PRODUCT.
           READ PRODUCT-FILE INTO PROD-RECORD
               AT END
                   MOVE "Y" TO WS-PROD-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
           IF PROD-EFF-DATE > WS-PROC-DATE THEN
               GO TO 1510-EXIT
           END-IF.
           IF WS-PRD-COUNT > 0 THEN
               IF WS-PRD-CODE(WS-PRD-COUNT) = PROD-CODE THEN
                   MOVE PROD-RECORD TO WS-PRD-ENTRY(WS-PRD-COUNT)
                   GO TO 1510-EXIT
               END-IF
           END-IF.
           IF WS-PRD-COUNT >= 100 THEN
               DISPLAY "PRODUCT TABLE FULL - " PROD-CODE " DROPPED"
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-PRD-COUNT.
           MOVE PROD-RECORD TO WS-PRD-ENTRY(WS-PRD-COUNT).
       1510-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
003050* 2000-PROCESS-ACCOUNT - one account per pass: interest on a   *
003060* positive balance, the overdraft charge on a negative one,    *
003070* nothing on zero. Only open and dormant accounts accrue - a   *
003080* closed or frozen account's balance must not move here any   *
003090* more than it may in daily posting.                           *
003100*-----------------------------------------------------------*
003110 2000-PROCESS-ACCOUNT.
003120     READ ACCTMAST-FILE NEXT RECORD
003150             GO TO 2000-EXIT
003160     END-READ.
003170     ADD 1 TO WS-ACCT-COUNT.
003180     IF NOT ACCT-IN-SERVICE THEN
003190         ADD 1 TO WS-SKIP-COUNT
003200         GO TO 2000-EXIT
003210     END-IF.
003240*    cannot pay interest twice.
003250     IF ACCT-LAST-ACCRUAL-DATE(1:6) = WS-PROC-DATE(1:6) THEN
003260         ADD 1 TO WS-DONE-COUNT
003261         GO TO 2000-EXIT
003262     END-IF.
003263     PERFORM 2100-FIND-PRODUCT-TERMS
003264         THRU 2100-EXIT.
003265     IF NOT WS-PROD-FOUND THEN
003266         ADD 1 TO WS-NO-TERMS-COUNT
003270         GO TO 2000-EXIT
003280     END-IF.
003290     IF ACCT-BALANCE > 0 THEN
003390     EXIT.
003400*
003410*-----------------------------------------------------------*
      * 2100-FIND-PRODUCT-TERMS - the account's pricing for the      *
      * month: its product's entry moved into PROD-RECORD and the    *
      * product's overdraft rate, or the flat finance rate for an    *
      * account with no product.                                     *
      *-----------------------------------------------------------*
       2100-FIND-PRODUCT-TERMS.
           IF ACCT-PRODUCT-CODE = SPACES THEN
               MOVE WS-OD-MONTHLY-PCT TO WS-ACCT-OD-PCT
               MOVE "Y" TO WS-PROD-FOUND-SW
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-PROD-FOUND-SW.
           MOVE 1 TO WS-PRD-IX.
           PERFORM 2110-CHECK-PRODUCT-ENTRY
               THRU 2110-EXIT
               UNTIL WS-PROD-FOUND
                   OR WS-PRD-IX > WS-PRD-COUNT.
           IF WS-PROD-FOUND THEN
               MOVE WS-PRD-ENTRY(WS-PRD-IX) TO PROD-RECORD
               MOVE PROD-OD-MONTHLY-PCT TO WS-ACCT-OD-PCT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2110-CHECK-PRODUCT-ENTRY.
           IF WS-PRD-CODE(WS-PRD-IX) = ACCT-PRODUCT-CODE THEN
               MOVE "Y" TO WS-PROD-FOUND-SW
           ELSE
               ADD 1 TO WS-PRD-IX
           END-IF.
       2110-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
003420* 2200-POST-INTEREST - credit the month's interest on a        *
003430* positive balance: banded by the account's product, or at    *
003435* the flat finance rate for an account with no product.        *
003440*-----------------------------------------------------------*
003450 2200-POST-INTEREST.
003460     MOVE ACCT-BALANCE TO WS-BEGIN-BAL.
003470     IF ACCT-PRODUCT-CODE = SPACES THEN
003480         COMPUTE WS-POST-AMOUNT ROUNDED =
003481             ACCT-BALANCE * WS-INT-MONTHLY-PCT / 100
003482     ELSE
003483         PERFORM 2250-PRICE-BANDS
003484             THRU 2250-EXIT
003485     END-IF.
003490     IF WS-POST-AMOUNT = 0 THEN
003500         GO TO 2200-EXIT
003510     END-IF.
003610     EXIT.
003620*
003630*-----------------------------------------------------------*
      * 2250-PRICE-BANDS - interest by the product's balance bands:  *
      * each slice of the balance from a band's floor up to the next *
      * band's floor earns that band's rate, and the sum is rounded  *
      * once.                                                        *
      *-----------------------------------------------------------*
       2250-PRICE-BANDS.
           MOVE 0 TO WS-INT-WORK.
           MOVE 1 TO WS-BAND-IX.
           PERFORM 2260-PRICE-ONE-BAND
               THRU 2260-EXIT
               UNTIL WS-BAND-IX > 4.
           COMPUTE WS-POST-AMOUNT ROUNDED = WS-INT-WORK.
       2250-EXIT.
           EXIT.
      *
      *    A band past the first with no floor is not in use, nor is
      *    any after it; nor is a band the balance does not reach.
       2260-PRICE-ONE-BAND.
           IF WS-BAND-IX > 1 AND PROD-BAND-FLOOR(WS-BAND-IX) = 0 THEN
               MOVE 5 TO WS-BAND-IX
               GO TO 2260-EXIT
           END-IF.
           IF ACCT-BALANCE NOT > PROD-BAND-FLOOR(WS-BAND-IX) THEN
               MOVE 5 TO WS-BAND-IX
               GO TO 2260-EXIT
           END-IF.
           MOVE ACCT-BALANCE TO WS-SLICE-TOP.
           IF WS-BAND-IX < 4 THEN
               IF PROD-BAND-FLOOR(WS-BAND-IX + 1) > 0
                       AND PROD-BAND-FLOOR(WS-BAND-IX + 1)
                           < ACCT-BALANCE THEN
                   MOVE PROD-BAND-FLOOR(WS-BAND-IX + 1) TO WS-SLICE-TOP
               END-IF
           END-IF.
           COMPUTE WS-INT-WORK = WS-INT-WORK
               + (WS-SLICE-TOP - PROD-BAND-FLOOR(WS-BAND-IX))
               * PROD-BAND-PCT(WS-BAND-IX) / 100.
           ADD 1 TO WS-BAND-IX.
       2260-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
003640* 2300-POST-OD-CHARGE - assess the month's overdraft charge    *
003650* on a negative balance at the product's overdraft rate, or   *
003660* the flat finance rate for an account with no product; the    *
003665* charge debits the account further.                           *
003670*-----------------------------------------------------------*
003680 2300-POST-OD-CHARGE.
003690     MOVE ACCT-BALANCE TO WS-BEGIN-BAL.
003700     COMPUTE WS-POST-AMOUNT ROUNDED =
003710         ACCT-BALANCE * WS-ACCT-OD-PCT / 100.
003720     IF WS-POST-AMOUNT = 0 THEN
003730         GO TO 2300-EXIT
003740     END-IF.
003850*
003860*-----------------------------------------------------------*
003870* 2400-APPLY-AND-LOG - the generated posting itself: apply     *
003880* the amount to the master, stamp the accrual date, and leave  *
003890* the same audit trail a daily transaction would.              *
003900*-----------------------------------------------------------*
003910 2400-APPLY-AND-LOG.
003920     ADD WS-POST-AMOUNT TO ACCT-BALANCE.
003930     MOVE WS-POST-AMOUNT TO ACCT-LAST-MOVEMENT.
003940*    ACCT-LAST-UPDATE-DATE is left alone - it is the
003945*    customer's last activity, and an accrual is not.
003950     MOVE WS-PROC-DATE TO ACCT-LAST-ACCRUAL-DATE.
003953     PERFORM 2420-ADD-TO-YTD
003956         THRU 2420-EXIT.
003960     REWRITE ACCT-RECORD
003970         INVALID KEY
003980             DISPLAY "MASTER REWRITE FAILED FOR " ACCT-ID
004080     PERFORM 2450-WRITE-CHECKPOINT
004090         THRU 2450-EXIT.
004100 2400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2420-ADD-TO-YTD - carry the posting into the account's      *
      * tax-year accumulators: interest credited on one, the        *
      * overdraft charge on the other as a positive amount. An      *
      * account with no figures yet (new, or from before the        *
      * accumulators) starts the processing year at zero.           *
      *-----------------------------------------------------------*
       2420-ADD-TO-YTD.
           IF ACCT-YTD-YEAR NOT NUMERIC
                   OR ACCT-YTD-YEAR NOT = WS-PROC-DATE(1:4) THEN
               MOVE WS-PROC-DATE(1:4) TO ACCT-YTD-YEAR
               MOVE 0 TO ACCT-YTD-INTEREST
               MOVE 0 TO ACCT-YTD-CHARGES
           END-IF.
           IF WS-AUDIT-REASON = "INT-CREDIT" THEN
               ADD WS-POST-AMOUNT TO ACCT-YTD-INTEREST
           ELSE
               SUBTRACT WS-POST-AMOUNT FROM ACCT-YTD-CHARGES
           END-IF.
       2420-EXIT.
004110     EXIT.
004120*
004130*-----------------------------------------------------------*
004440     MOVE WS-POST-AMOUNT TO AUDIT-AMOUNT-APPLIED.
004450     MOVE ACCT-BALANCE TO AUDIT-BALANCE-AFTER.
004460     MOVE WS-AUDIT-REASON TO AUDIT-REASON.
004465     MOVE ACCT-HOME-BRANCH TO AUDIT-BRANCH-ID.
004470     WRITE AUDIT-RECORD.
004480 2600-EXIT.
004490     EXIT.
004580     MOVE WS-AUDIT-REASON TO WS-DTL-TYPE.
004590     MOVE WS-POST-AMOUNT TO WS-DTL-AMOUNT.
004600     MOVE ACCT-BALANCE TO WS-DTL-AFTER.
004605     MOVE ACCT-PRODUCT-CODE TO WS-DTL-PRODUCT.
004610     WRITE ACCRUAL-LINE FROM WS-RPT-DETAIL-LINE.
004620     ADD 1 TO WS-RPT-LINE-COUNT.
004630 2700-EXIT.
005060     WRITE ACCRUAL-LINE FROM WS-RPT-TOTAL-LINE.
005070     MOVE "ALREADY ACCRUED SKIPPED : " TO WS-TOT-LABEL.
005080     MOVE WS-DONE-COUNT TO WS-TOT-VALUE.
005082     WRITE ACCRUAL-LINE FROM WS-RPT-TOTAL-LINE.
005084     MOVE "NO PRODUCT TERMS SKIPPED: " TO WS-TOT-LABEL.
005086     MOVE WS-NO-TERMS-COUNT TO WS-TOT-VALUE.
005090     WRITE ACCRUAL-LINE FROM WS-RPT-TOTAL-LINE.
005100 7000-EXIT.
005110     EXIT.
