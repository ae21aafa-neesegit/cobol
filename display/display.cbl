001114*  2026-08-22  MM  The step now writes a run-summary record to      *
001115*                  the common run log for the morning SUMMARY       *
001116*                  report.                                          *
      *  2026-10-15  MM  The detail screen shows the ledger balance       *
      *                  and, beside it, the account's active holds       *
      *                  off the hold master and the available balance    *
      *                  (ledger less holds, plus the overdraft limit).   *
      *  2026-10-15  MM  Only an open account shows an available          *
      *                  balance; a closed, frozen or dormant one shows   *
      *                  zero, as on the customer position report.        *
001117*-----------------------------------------------------------*
001200*
001300 ENVIRONMENT DIVISION.
002050         RECORD KEY IS CUST-NO
002060         FILE STATUS IS WS-CUSTMAST-STATUS.
002070*
002071     SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDMAST
002072         ORGANIZATION IS INDEXED
002073         ACCESS MODE IS DYNAMIC
002074         RECORD KEY IS HOLD-KEY
002075         FILE STATUS IS WS-HOLDMAST-STATUS.
002076*
002080     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
002090         ORGANIZATION IS SEQUENTIAL.
002100*
002520 FD  CUSTMAST-FILE.
002530     COPY CUSTREC.
002540*
002542 FD  HOLD-FILE.
002544     COPY HOLDREC.
002546*
002550 FD  RUNLOG-FILE.
002560     COPY RUNLOG.
002600*
003200 01  WS-ACCTMAST-STATUS              PIC X(02).
003210*
003220 01  WS-CUSTMAST-STATUS              PIC X(02).
003223*
003226 01  WS-HOLDMAST-STATUS              PIC X(02).
003230*
003240 01  WS-TIMESTAMP-WORK.
003250     05  WS-TS-DATE                  PIC 9(08).
003670         88  WS-BROWSE-DONE              VALUE "Y".
003680     05  WS-ROW-WANTED-SW            PIC X(01).
003690         88  WS-ROW-WANTED               VALUE "Y".
003693     05  WS-HOLD-SCAN-SW             PIC X(01).
003696         88  WS-HOLD-SCAN-DONE           VALUE "Y".
003700*
003800 01  WS-COUNTERS.
004000     05  WS-PAGE-SIZE                PIC 9(03) VALUE 24.
004550         10  WS-PAGE-PENDING-ADJ         PIC S9(2)V9(2).
004560         10  WS-PAGE-UPDATE-DATE         PIC 9(08).
004565         10  WS-PAGE-CUST-NAME           PIC X(25).
004566         10  WS-PAGE-HOLD-AMT            PIC 9(09).
004567         10  WS-PAGE-AVAILABLE           PIC S9(10).
004570*
004600 SCREEN SECTION.
004700 01  SCR-ACCOUNT-ROW.
004920     02  LINE 04 COL 10              VALUE "ACCOUNT ID      : ".
004930     02  LINE 04 COL 30 PIC X(06)
004940         FROM WS-PAGE-ACCT-ID(WS-DRILL-ROW).
004950     02  LINE 05 COL 10              VALUE "LEDGER BALANCE  : ".
004960     02  LINE 05 COL 30 PIC -(7)9
004970         FROM WS-PAGE-BALANCE(WS-DRILL-ROW).
004980     02  LINE 06 COL 10              VALUE "LAST MOVEMENT   : ".
005061     02  LINE 09 COL 10              VALUE "CUSTOMER        : ".
005062     02  LINE 09 COL 30 PIC X(25)
005063         FROM WS-PAGE-CUST-NAME(WS-DRILL-ROW).
005064     02  LINE 10 COL 10              VALUE "ACTIVE HOLDS    : ".
005065     02  LINE 10 COL 30 PIC Z(8)9
005066         FROM WS-PAGE-HOLD-AMT(WS-DRILL-ROW).
005067     02  LINE 11 COL 10              VALUE "AVAILABLE BAL   : ".
005068     02  LINE 11 COL 30 PIC -(9)9
005069         FROM WS-PAGE-AVAILABLE(WS-DRILL-ROW).
005070*
005100 PROCEDURE DIVISION.
005200*
006800     DISPLAY WS-SYMBOL.
006900     OPEN INPUT ACCTMAST-FILE.
006910     OPEN INPUT CUSTMAST-FILE.
006915     OPEN INPUT HOLD-FILE.
006920     OPEN EXTEND RUNLOG-FILE.
006930     PERFORM 7100-GET-TIMESTAMP
006940         THRU 7100-EXIT.
014200         TO WS-PAGE-UPDATE-DATE(WS-LINE-ON-PAGE).
014210     PERFORM 2210-LOOKUP-CUST-NAME
014220         THRU 2210-EXIT.
014230     PERFORM 2220-SUM-ACCT-HOLDS
014240         THRU 2220-EXIT.
014300     DISPLAY SCR-ACCOUNT-ROW.
014400     ADD 1 TO WS-SHOWN-COUNT.
014500     ADD 1 TO WS-LINE-ON-PAGE.
014890                 TO WS-PAGE-CUST-NAME(WS-LINE-ON-PAGE)
014900     END-READ.
014910 2210-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2220-SUM-ACCT-HOLDS - total the account's active holds so *
      * the drill-down can show the available balance beside the  *
      * ledger: ledger less holds, plus the overdraft limit -     *
      * what the balance run will let the account be debited down *
      * to. Only an open account can be debited, so any other     *
      * status shows nothing available, as the position report.   *
      *-----------------------------------------------------------*
       2220-SUM-ACCT-HOLDS.
           MOVE 0 TO WS-PAGE-HOLD-AMT(WS-LINE-ON-PAGE).
           MOVE "N" TO WS-HOLD-SCAN-SW.
           MOVE ACCT-ID TO HOLD-ACCT-ID.
           MOVE 0 TO HOLD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-SCAN-SW
           END-START.
           PERFORM 2230-ADD-ONE-HOLD
               THRU 2230-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
           IF ACCT-OPEN THEN
               COMPUTE WS-PAGE-AVAILABLE(WS-LINE-ON-PAGE) =
                   ACCT-BALANCE - WS-PAGE-HOLD-AMT(WS-LINE-ON-PAGE)
                       + ACCT-OVERDRAFT-LIMIT
           ELSE
               MOVE 0 TO WS-PAGE-AVAILABLE(WS-LINE-ON-PAGE)
           END-IF.
       2220-EXIT.
           EXIT.
      *
       2230-ADD-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HOLD-SCAN-SW
                   GO TO 2230-EXIT
           END-READ.
           IF HOLD-ACCT-ID NOT = ACCT-ID THEN
               MOVE "Y" TO WS-HOLD-SCAN-SW
               GO TO 2230-EXIT
           END-IF.
           IF HOLD-ACTIVE THEN
               ADD HOLD-AMOUNT TO WS-PAGE-HOLD-AMT(WS-LINE-ON-PAGE)
           END-IF.
       2230-EXIT.
014920     EXIT.
014930*
014940*-----------------------------------------------------------*
019630         THRU 7200-EXIT.
019700     CLOSE ACCTMAST-FILE.
019710     CLOSE CUSTMAST-FILE.
019715     CLOSE HOLD-FILE.
019720     CLOSE RUNLOG-FILE.
019800 8000-EXIT.
019900     EXIT.
