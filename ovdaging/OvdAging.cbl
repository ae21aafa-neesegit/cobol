000210*                  the aging state: the prior generation    *
000220*                  carries forward unchanged onto the new   *
000230*                  one.                                      *
000231*  2026-10-15  MM  Group headroom beside account headroom:   *
000232*                  for an account whose customer carries a   *
000233*                  group overdraft limit, the report shows   *
000234*                  that limit and what is left under it      *
000235*                  across all the customer's linked          *
000236*                  accounts, in base currency at the day's   *
000237*                  rates; NONE where the customer has no     *
000238*                  group limit.                              *
000240*-----------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000500         RECORD KEY IS CUST-NO
000510         FILE STATUS IS WS-CUSTMAST-STATUS.
000520*
000521     SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTXREF
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS XREF-KEY
000525         FILE STATUS IS WS-XREF-STATUS.
000526*
000527     SELECT RATE-FILE ASSIGN TO RATETBL
000528         ORGANIZATION IS SEQUENTIAL.
000529*
000530     SELECT AGING-REPORT ASSIGN TO OVDAGRPT
000540         ORGANIZATION IS SEQUENTIAL.
000550*
000760 FD  CUSTMAST-FILE.
000770     COPY CUSTREC.
000780*
000781 FD  XREF-FILE.
000782     COPY XREFREC.
000783*
000784 FD  RATE-FILE.
000785     COPY CURRREC.
000786*
000790 FD  AGING-REPORT.
000800 01  AGING-LINE                      PIC X(132).
000810*
000960         88  WS-CAL-OK                   VALUE "Y".
000970     05  WS-ENTRY-HIT-SW             PIC X(01).
000980         88  WS-ENTRY-HIT                VALUE "Y".
000981     05  WS-XREF-EOF-SW              PIC X(01).
000982         88  WS-XREF-EOF                 VALUE "Y".
000983     05  WS-RATE-EOF-SW              PIC X(01) VALUE "N".
000984         88  WS-RATE-EOF                 VALUE "Y".
000985     05  WS-RATE-HIT-SW              PIC X(01).
000986         88  WS-RATE-HIT                 VALUE "Y".
000990*
001000 01  WS-ACCTMAST-STATUS              PIC X(02).
001010 01  WS-CUSTMAST-STATUS              PIC X(02).
001015 01  WS-XREF-STATUS                  PIC X(02).
001020*
001030 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
001040*
001240*
001250 77  WS-AGE-IX                       PIC 9(03) COMP.
001260 77  WS-WORK-ACCT-ID                 PIC X(06).
      *
      *----------------------------------------------------------*
      * The day's treasury rates and the group-limit work        *
      * fields: a customer with a group overdraft limit has the  *
      * balances of all their linked accounts summed in base     *
      * currency, and the headroom is what that net position     *
      * leaves under the limit.                                  *
      *----------------------------------------------------------*
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT               PIC 9(02) VALUE 0.
           05  WS-RATE-ENTRY               OCCURS 10 TIMES.
               10  WS-RATE-CODE            PIC X(03).
               10  WS-RATE-TO-BASE         PIC 9(03)V9(06).
      *
       77  WS-RATE-IX                      PIC 9(02) COMP.
       77  WS-WORK-RATE                    PIC 9(03)V9(06).
       77  WS-GRP-CUST-NO                  PIC X(06).
       77  WS-GRP-BASE-EQUIV               PIC S9(10).
       77  WS-GRP-POSITION                 PIC S9(10).
001270*
001280 01  WS-AGING-COUNTERS.
001290     05  WS-CARRIED-COUNT            PIC 9(06) VALUE 0.
001760     05  FILLER                      PIC X(12) VALUE "  HEADROOM".
001770     05  FILLER                      PIC X(07) VALUE "  DAYS".
001780     05  FILLER                      PIC X(10) VALUE "  SINCE".
001782     05  FILLER                      PIC X(12) VALUE
001784         "   GRP LIMIT".
001786     05  FILLER                      PIC X(14) VALUE
001788         "  GRP HEADROOM".
001790*
001800 01  WS-RPT-DETAIL-LINE.
001810     05  WS-DTL-ACCT-ID              PIC X(06).
001910     05  WS-DTL-DAYS                 PIC ZZZZ9.
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  WS-DTL-SINCE                PIC 9(08).
001931     05  FILLER                      PIC X(02) VALUE SPACES.
001932     05  WS-DTL-GRP-LIMIT            PIC ZZZZZZZZZ9.
001933     05  WS-DTL-GRP-LIMIT-X REDEFINES WS-DTL-GRP-LIMIT
001934                                     PIC X(10).
001935     05  FILLER                      PIC X(02) VALUE SPACES.
001936     05  WS-DTL-GRP-HEADROOM         PIC -(11)9.
001937     05  WS-DTL-GRP-HEADROOM-X REDEFINES WS-DTL-GRP-HEADROOM
001938                                     PIC X(12).
001940*
001950 01  WS-RPT-TOTAL-LINE.
001960     05  WS-TOT-LABEL                PIC X(26).
002370     OPEN INPUT OVERDRAFT-FILE.
002380     OPEN INPUT ACCTMAST-FILE.
002390     OPEN INPUT CUSTMAST-FILE.
002392     OPEN INPUT XREF-FILE.
002394     PERFORM 1200-LOAD-RATE-TABLE
002396         THRU 1200-EXIT.
002400     OPEN OUTPUT AGE-OUT-FILE.
002410     OPEN OUTPUT AGING-REPORT.
002420     MOVE WS-PROC-DATE TO WS-HDR-DATE.
002960         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
002970     END-IF.
002980 1110-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1200-LOAD-RATE-TABLE - the day's treasury rates, for the  *
      * base-currency group position.                             *
      *-----------------------------------------------------------*
       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           PERFORM 1210-READ-RATE-RECORD
               THRU 1210-EXIT
               UNTIL WS-RATE-EOF.
           CLOSE RATE-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-READ-RATE-RECORD.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-RATE-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF WS-RATE-COUNT < 10 THEN
               ADD 1 TO WS-RATE-COUNT
               MOVE CURR-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
               MOVE CURR-RATE-TO-BASE
                   TO WS-RATE-TO-BASE(WS-RATE-COUNT)
           ELSE
               DISPLAY "RATE TABLE FULL - " CURR-CODE " IGNORED"
           END-IF.
       1210-EXIT.
002990     EXIT.
003000*
003010*-----------------------------------------------------------*
004890         ACCT-OVERDRAFT-LIMIT + ACCT-BALANCE.
004900     MOVE WS-AGE-DAYS(WS-AGE-IX) TO WS-DTL-DAYS.
004910     MOVE WS-AGE-FIRST-DATE(WS-AGE-IX) TO WS-DTL-SINCE.
004913     PERFORM 4850-GROUP-HEADROOM
004916         THRU 4850-EXIT.
004920     WRITE AGING-LINE FROM WS-RPT-DETAIL-LINE.
004930     ADD 1 TO WS-RPT-LINE-COUNT.
004940     ADD 1 TO WS-REPORTED-COUNT.
005260             MOVE CUST-NAME TO WS-DTL-CUST-NAME
005270     END-READ.
005280 4800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 4850-GROUP-HEADROOM - for a customer with a group         *
      * overdraft limit, the headroom left under it: the limit    *
      * plus the net balance of every account linked to the       *
      * customer on the cross-reference, in base at the day's     *
      * rates. Runs last on the line, since the walk reuses the   *
      * account record.                                           *
      *-----------------------------------------------------------*
       4850-GROUP-HEADROOM.
           MOVE "      NONE" TO WS-DTL-GRP-LIMIT-X.
           MOVE SPACES TO WS-DTL-GRP-HEADROOM-X.
           IF ACCT-CUST-NO = SPACES THEN
               GO TO 4850-EXIT
           END-IF.
           MOVE ACCT-CUST-NO TO CUST-NO.
           READ CUSTMAST-FILE
               INVALID KEY
                   GO TO 4850-EXIT
           END-READ.
           IF NOT CUST-HAS-GROUP-LIMIT THEN
               GO TO 4850-EXIT
           END-IF.
           MOVE CUST-NO TO WS-GRP-CUST-NO.
           MOVE 0 TO WS-GRP-POSITION.
           MOVE "N" TO WS-XREF-EOF-SW.
           MOVE WS-GRP-CUST-NO TO XREF-CUST-NO.
           MOVE LOW-VALUES TO XREF-ACCT-ID.
           START XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-SW
           END-START.
           PERFORM 4860-ADD-ONE-LINKED-ACCT
               THRU 4860-EXIT
               UNTIL WS-XREF-EOF.
           MOVE CUST-GROUP-LIMIT TO WS-DTL-GRP-LIMIT.
           COMPUTE WS-DTL-GRP-HEADROOM =
               CUST-GROUP-LIMIT + WS-GRP-POSITION.
       4850-EXIT.
           EXIT.
      *
       4860-ADD-ONE-LINKED-ACCT.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-SW
                   GO TO 4860-EXIT
           END-READ.
           IF XREF-CUST-NO NOT = WS-GRP-CUST-NO THEN
               MOVE "Y" TO WS-XREF-EOF-SW
               GO TO 4860-EXIT
           END-IF.
           MOVE XREF-ACCT-ID TO ACCT-ID.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 4860-EXIT
           END-READ.
           IF ACCT-CUST-NO NOT = WS-GRP-CUST-NO THEN
               GO TO 4860-EXIT
           END-IF.
           PERFORM 4870-FIND-RATE
               THRU 4870-EXIT.
           IF NOT WS-RATE-HIT THEN
               GO TO 4860-EXIT
           END-IF.
           COMPUTE WS-GRP-BASE-EQUIV ROUNDED =
               ACCT-BALANCE * WS-WORK-RATE.
           ADD WS-GRP-BASE-EQUIV TO WS-GRP-POSITION.
       4860-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 4870-FIND-RATE - the day's rate to base for the account's *
      * currency; a blank code is the base itself. A currency     *
      * with no rate is left out of the group position with a     *
      * warning rather than guessed at.                           *
      *-----------------------------------------------------------*
       4870-FIND-RATE.
           MOVE 1 TO WS-WORK-RATE.
           MOVE "Y" TO WS-RATE-HIT-SW.
           IF ACCT-CURRENCY-CODE = SPACES THEN
               GO TO 4870-EXIT
           END-IF.
           MOVE "N" TO WS-RATE-HIT-SW.
           MOVE 1 TO WS-RATE-IX.
           PERFORM 4880-CHECK-RATE-SLOT
               THRU 4880-EXIT
               UNTIL WS-RATE-HIT
                   OR WS-RATE-IX > WS-RATE-COUNT.
           IF WS-RATE-HIT THEN
               MOVE WS-RATE-TO-BASE(WS-RATE-IX) TO WS-WORK-RATE
           ELSE
               DISPLAY "NO RATE FOR " ACCT-CURRENCY-CODE " - "
                   ACCT-ID " LEFT OUT OF GROUP POSITION"
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       4870-EXIT.
           EXIT.
      *
       4880-CHECK-RATE-SLOT.
           IF WS-RATE-CODE(WS-RATE-IX) = ACCT-CURRENCY-CODE THEN
               MOVE "Y" TO WS-RATE-HIT-SW
           ELSE
               ADD 1 TO WS-RATE-IX
           END-IF.
       4880-EXIT.
005290     EXIT.
005300*
005310*-----------------------------------------------------------*
006080     IF WS-CAL-OK THEN
006090         CLOSE ACCTMAST-FILE
006100         CLOSE CUSTMAST-FILE
006105         CLOSE XREF-FILE
006110         CLOSE AGE-OUT-FILE
006120         CLOSE AGING-REPORT
006130     END-IF.
