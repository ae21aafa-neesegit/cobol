000290*                  branch is specific. The accepted file is  *
000291*                  still one combined, re-trailered batch    *
000292*                  for the posting step.                     *
      *  2026-10-15  MM  Reversals ("R") are edited now: the       *
      *                  record names the transaction it undoes in *
      *                  place of an amount, and that transaction  *
      *                  must stand on the posted-transaction      *
      *                  journal for the same account, not itself  *
      *                  a reversal and not already reversed, or   *
      *                  the reversal is rejected here rather than *
      *                  at posting time. A reversal counts in     *
      *                  neither hash total.                       *
      *  2026-10-15  MM  Cross-night duplicate register: every     *
      *                  batch (batch id and branch) and every     *
      *                  detail (account and transaction id)       *
      *                  accepted is kept on a keyed register for  *
      *                  the number of business days on the SYSIN  *
      *                  card. A branch batch already accepted is  *
      *                  rejected whole (E010) and a detail        *
      *                  already accepted goes to the reject file  *
      *                  (E011), each showing the date it was      *
      *                  first accepted. The standing-order batch  *
      *                  is exempt, and a recycled item only       *
      *                  clashes with an acceptance from tonight.  *
      *  2026-10-15  MM  Each accepted detail now carries the      *
      *                  branch of the batch it arrived in, after  *
      *                  the record image on the accepted file, so *
      *                  the balance run can post, audit and       *
      *                  settle it by branch.                      *
      *  2026-10-15  MM  A rejected reversal prints the id it      *
      *                  reverses in the amount column.            *
000293*-----------------------------------------------------------*
000294*
000300 ENVIRONMENT DIVISION.
000510     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000520         ORGANIZATION IS SEQUENTIAL.
000530*
           SELECT OPTIONAL JRNL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.
      *
           SELECT CAL-FILE ASSIGN TO DATECAL
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT OPTIONAL DUP-FILE ASSIGN TO DUPREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-KEY
               FILE STATUS IS WS-DUP-STATUS.
      *
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  TRAN-FILE.
000600     COPY ACCTREC.
000610*
000620 FD  ACCEPT-FILE.
000630 01  ACCEPT-RECORD.
000633     05  ACC-TRAN-IMAGE              PIC X(41).
000636     05  ACC-BRANCH-ID               PIC X(04).
000640*
000650 FD  REJECT-FILE.
000660 01  REJECT-RECORD.
000730 FD  RUNLOG-FILE.
000740     COPY RUNLOG.
000750*
       FD  JRNL-FILE.
           COPY JRNLREC.
      *
       FD  CAL-FILE.
           COPY CALREC.
      *
       FD  CARD-FILE.
       01  WINDOW-CARD.
           05  CARD-WINDOW-DAYS            PIC 9(03).
           05  FILLER                      PIC X(77).
      *
       FD  DUP-FILE.
           COPY DUPREC.
      *
000760 WORKING-STORAGE SECTION.
000770 01  WS-SWITCHES.
000780     05  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
000810         88  WS-TRAN-GOOD                VALUE "Y".
000820     05  WS-FILE-OK-SW               PIC X(01) VALUE "Y".
000830         88  WS-FILE-OK                  VALUE "Y".
000831     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
000832         88  WS-CAL-EOF                  VALUE "Y".
000833     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
000834         88  WS-PROC-DATE-FOUND          VALUE "Y".
000835     05  WS-DUP-EOF-SW               PIC X(01) VALUE "N".
000836         88  WS-DUP-EOF                  VALUE "Y".
000837     05  WS-DUP-RENEW-SW             PIC X(01).
000838         88  WS-DUP-RENEW                VALUE "Y".
000840*
000850 01  WS-FILE-ERROR-TEXT              PIC X(40).
000860*
001030     05  WS-BT-ENTRY                 OCCURS 50 TIMES.
001040         10  WS-BT-BATCH-ID          PIC X(08).
001050         10  WS-BT-BRANCH-ID         PIC X(04).
001053             88  WS-BT-STANDING          VALUE "STOR".
001056             88  WS-BT-RECYCLE           VALUE "RCYC".
001060         10  WS-BT-TRL-SW            PIC X(01).
001070             88  WS-BT-TRL-SEEN          VALUE "Y".
001080         10  WS-BT-OK-SW             PIC X(01).
001090             88  WS-BT-OK                VALUE "Y".
001092         10  WS-BT-DUP-SW            PIC X(01).
001094             88  WS-BT-DUPLICATE         VALUE "Y".
001096         10  WS-BT-FIRST-DATE        PIC 9(08).
001100         10  WS-BT-ERROR-TEXT        PIC X(34).
001110         10  WS-BT-DETAIL-COUNT      PIC 9(06).
001120         10  WS-BT-DEBIT-HASH        PIC 9(10).
001190*
001200 77  WS-BT-IX                        PIC 9(03) COMP.
001210 77  WS-CUR-BT                       PIC 9(03) COMP VALUE 0.
001215 77  WS-BT-JX                        PIC 9(03) COMP.
001220 77  WS-GOOD-BATCH-COUNT             PIC 9(03) VALUE 0.
001230 77  WS-BAD-BATCH-COUNT              PIC 9(03) VALUE 0.
001240*
001430     05  WS-ACC-TRL-CREDIT-HASH      PIC 9(10) VALUE 0.
001440     05  FILLER                      PIC X(14) VALUE SPACES.
001450*
      *----------------------------------------------------------*
      * Duplicate register. The window is a number of business     *
      * days off the SYSIN card; the cutoff is the business date   *
      * that many days before the processing date, found on the    *
      * calendar, and rows last accepted before it are dropped as  *
      * the run opens.                                             *
      *----------------------------------------------------------*
       01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
       01  WS-DUP-STATUS                   PIC X(02).
       01  WS-DUP-WINDOW-DAYS              PIC 9(03) VALUE 10.
       01  WS-DUP-CUTOFF-DATE              PIC 9(08) VALUE 0.
       01  WS-DUP-COUNTERS.
           05  WS-DUP-BATCH-COUNT          PIC 9(06) VALUE 0.
           05  WS-DUP-DETAIL-COUNT         PIC 9(06) VALUE 0.
           05  WS-DUP-DROP-COUNT           PIC 9(06) VALUE 0.
      *
       01  WS-BUS-DATE-TABLE.
           05  WS-BD-COUNT                 PIC 9(03) VALUE 0.
           05  WS-BD-DATE                  PIC 9(08) OCCURS 400 TIMES.
      *
       77  WS-BD-IX                        PIC 9(03) COMP.
       77  WS-BD-STEP                      PIC 9(03) COMP.
       01  WS-BD-CEILING                   PIC 9(08).
       01  WS-BD-BEST                      PIC 9(08).
      *
001460 01  WS-ACCTMAST-STATUS              PIC X(02).
       01  WS-JRNL-STATUS                  PIC X(02).
      *
      *----------------------------------------------------------*
      * A reversal's original is looked for on the journal: an     *
      * entry for the id that is still posted clears it, an entry  *
      * found only already reversed tells the branch why it failed.*
      *----------------------------------------------------------*
       01  WS-JRNL-SCAN-SW                 PIC X(01).
           88  WS-JRNL-SCAN-DONE               VALUE "Y".
       01  WS-ORIG-SEEN-SW                 PIC X(01).
           88  WS-ORIG-SEEN                    VALUE "Y".
       01  WS-ORIG-OPEN-SW                 PIC X(01).
           88  WS-ORIG-OPEN                    VALUE "Y".
001470*
001480 01  WS-REASON-CODE                  PIC X(04).
001490 01  WS-REASON-TEXT                  PIC X(24).
002520* 1000-INITIALIZE - open every file and stamp the report      *
002530* date; the transaction read is primed by the pre-scan and    *
002540* again by the second pass.                                   *
002543* The duplicate register is trimmed to its window before     *
002546* anything is read.                                           *
002550*-----------------------------------------------------------*
002560 1000-INITIALIZE.
002570     OPEN INPUT TRAN-FILE.
002600     OPEN OUTPUT REJECT-FILE.
002610     OPEN OUTPUT EDIT-REPORT.
002620     OPEN EXTEND RUNLOG-FILE.
           OPEN INPUT JRNL-FILE.
           PERFORM 1050-READ-WINDOW-CARD
               THRU 1050-EXIT.
           PERFORM 1100-LOAD-CALENDAR
               THRU 1100-EXIT.
           OPEN I-O DUP-FILE.
           IF WS-PROC-DATE-FOUND THEN
               PERFORM 1150-FIND-CUTOFF-DATE
                   THRU 1150-EXIT
               PERFORM 1200-TRIM-REGISTER
                   THRU 1200-EXIT
           END-IF.
002630     PERFORM 7100-GET-TIMESTAMP
002640         THRU 7100-EXIT.
002650     MOVE WS-NOW-TS TO WS-RUN-START-TS.
002660     ACCEPT WS-HDR-DATE FROM DATE YYYYMMDD.
002670     MOVE WS-HDR-DATE TO WS-ACC-HDR-DATE.
002680 1000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1050-READ-WINDOW-CARD - how many business days back the     *
      * duplicate register remembers. No card, or a card that is    *
      * not a number of days, keeps the standing ten-day window.    *
      *-----------------------------------------------------------*
       1050-READ-WINDOW-CARD.
           OPEN INPUT CARD-FILE.
           READ CARD-FILE
               AT END
                   DISPLAY "NO WINDOW CARD - DUPLICATE WINDOW "
                       WS-DUP-WINDOW-DAYS " BUSINESS DAYS"
                   CLOSE CARD-FILE
                   GO TO 1050-EXIT
           END-READ.
           IF CARD-WINDOW-DAYS IS NUMERIC
                   AND CARD-WINDOW-DAYS > 0 THEN
               MOVE CARD-WINDOW-DAYS TO WS-DUP-WINDOW-DAYS
           ELSE
               DISPLAY "WINDOW CARD NOT USABLE - DUPLICATE WINDOW "
                   WS-DUP-WINDOW-DAYS " BUSINESS DAYS"
           END-IF.
           CLOSE CARD-FILE.
       1050-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1100-LOAD-CALENDAR - the register is dated by the business  *
      * date being processed, off the calendar operations maintain, *
      * and the calendar's business dates are kept to measure the   *
      * window back from it. No processing date, no run: the file   *
      * is rejected (RC=16) rather than edited undated.             *
      *-----------------------------------------------------------*
       1100-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           PERFORM 1110-READ-CAL-RECORD
               THRU 1110-EXIT
               UNTIL WS-CAL-EOF.
           CLOSE CAL-FILE.
           IF NOT WS-PROC-DATE-FOUND THEN
               MOVE "NO PROCESSING DATE ON CALENDAR"
                   TO WS-FILE-ERROR-TEXT
               MOVE "N" TO WS-FILE-OK-SW
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1110-READ-CAL-RECORD.
           READ CAL-FILE
               AT END
                   MOVE "Y" TO WS-CAL-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           IF CAL-PROCESSING-DATE THEN
               MOVE CAL-DATE TO WS-PROC-DATE
               MOVE "Y" TO WS-PROC-DATE-FOUND-SW
           END-IF.
           IF CAL-BUSINESS-DATE AND WS-BD-COUNT < 400 THEN
               ADD 1 TO WS-BD-COUNT
               MOVE CAL-DATE TO WS-BD-DATE(WS-BD-COUNT)
           END-IF.
       1110-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1150-FIND-CUTOFF-DATE - step back from the processing date  *
      * one business date at a time, as many times as the window    *
      * is long; where it lands is the oldest date the register     *
      * still remembers. A calendar that does not reach back that   *
      * far (the first weeks of a new year's calendar) leaves the   *
      * cutoff at zero and nothing is dropped tonight.              *
      *-----------------------------------------------------------*
       1150-FIND-CUTOFF-DATE.
           MOVE WS-PROC-DATE TO WS-BD-CEILING.
           MOVE 0 TO WS-DUP-CUTOFF-DATE.
           MOVE 1 TO WS-BD-STEP.
           PERFORM 1160-STEP-BACK-ONE-DATE
               THRU 1160-EXIT
               UNTIL WS-BD-STEP > WS-DUP-WINDOW-DAYS.
       1150-EXIT.
           EXIT.
      *
       1160-STEP-BACK-ONE-DATE.
           MOVE 0 TO WS-BD-BEST.
           MOVE 1 TO WS-BD-IX.
           PERFORM 1170-CHECK-ONE-DATE
               THRU 1170-EXIT
               UNTIL WS-BD-IX > WS-BD-COUNT.
           IF WS-BD-BEST = 0 THEN
               MOVE 0 TO WS-DUP-CUTOFF-DATE
               MOVE WS-DUP-WINDOW-DAYS TO WS-BD-STEP
           ELSE
               MOVE WS-BD-BEST TO WS-BD-CEILING
               MOVE WS-BD-BEST TO WS-DUP-CUTOFF-DATE
           END-IF.
           ADD 1 TO WS-BD-STEP.
       1160-EXIT.
           EXIT.
      *
       1170-CHECK-ONE-DATE.
           IF WS-BD-DATE(WS-BD-IX) < WS-BD-CEILING
                   AND WS-BD-DATE(WS-BD-IX) > WS-BD-BEST THEN
               MOVE WS-BD-DATE(WS-BD-IX) TO WS-BD-BEST
           END-IF.
           ADD 1 TO WS-BD-IX.
       1170-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1200-TRIM-REGISTER - drop the rows last accepted before the *
      * cutoff, and withdraw tonight's own rows: EDIT is only rerun *
      * for a night that has not posted, and a rerun must not find *
      * its own first attempt on the register. A recycled row that  *
      * was renewed tonight gets its prior date back instead.       *
      *-----------------------------------------------------------*
       1200-TRIM-REGISTER.
           MOVE LOW-VALUES TO DUP-KEY.
           START DUP-FILE KEY IS NOT LESS THAN DUP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DUP-EOF-SW
           END-START.
           PERFORM 1210-TRIM-ONE-ROW
               THRU 1210-EXIT
               UNTIL WS-DUP-EOF.
       1200-EXIT.
           EXIT.
      *
       1210-TRIM-ONE-ROW.
           READ DUP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DUP-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF DUP-LAST-DATE < WS-DUP-CUTOFF-DATE
                   OR DUP-FIRST-DATE NOT < WS-PROC-DATE THEN
               DELETE DUP-FILE RECORD
                   INVALID KEY
                       DISPLAY "REGISTER DELETE FAILED FOR " DUP-KEY
                           " STATUS " WS-DUP-STATUS
               END-DELETE
               ADD 1 TO WS-DUP-DROP-COUNT
               GO TO 1210-EXIT
           END-IF.
           IF DUP-LAST-DATE NOT < WS-PROC-DATE THEN
               MOVE DUP-PRIOR-DATE TO DUP-LAST-DATE
               MOVE 0 TO DUP-PRIOR-DATE
               REWRITE DUP-RECORD
                   INVALID KEY
                       DISPLAY "REGISTER REWRITE FAILED FOR " DUP-KEY
                           " STATUS " WS-DUP-STATUS
               END-REWRITE
           END-IF.
       1210-EXIT.
002690     EXIT.
002700*
002710*-----------------------------------------------------------*
004530                 TO WS-BT-ERROR-TEXT(WS-BT-IX)
004540         END-IF
004550     END-IF.
004551     MOVE "N" TO WS-BT-DUP-SW(WS-BT-IX).
004552     IF WS-BT-OK(WS-BT-IX) THEN
004553         PERFORM 1620-CHECK-BATCH-REGISTER
004554             THRU 1620-EXIT
004555     END-IF.
004560     IF WS-BT-OK(WS-BT-IX) THEN
004570         ADD 1 TO WS-GOOD-BATCH-COUNT
004580     ELSE
004600     END-IF.
004610     ADD 1 TO WS-BT-IX.
004620 1610-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1620-CHECK-BATCH-REGISTER - a branch batch already accepted *
      * - earlier on tonight's file, or on an earlier night inside  *
      * the window - is a resubmission and is rejected whole; a new *
      * one goes on the register. The standing-order and recycle    *
      * batches carry the same id every night and are exempt: their *
      * details are checked one by one instead.                     *
      *-----------------------------------------------------------*
       1620-CHECK-BATCH-REGISTER.
           IF WS-BT-STANDING(WS-BT-IX) OR WS-BT-RECYCLE(WS-BT-IX) THEN
               GO TO 1620-EXIT
           END-IF.
           MOVE 0 TO WS-BT-FIRST-DATE(WS-BT-IX).
           MOVE 1 TO WS-BT-JX.
           PERFORM 1625-MATCH-EARLIER-BATCH
               THRU 1625-EXIT
               UNTIL WS-BT-JX NOT < WS-BT-IX
                   OR WS-BT-FIRST-DATE(WS-BT-IX) > 0.
           IF WS-BT-FIRST-DATE(WS-BT-IX) = 0 THEN
               MOVE "B" TO DUP-KIND
               MOVE SPACES TO DUP-KEY-DATA
               MOVE WS-BT-BATCH-ID(WS-BT-IX) TO DUP-BATCH-ID
               MOVE WS-BT-BRANCH-ID(WS-BT-IX) TO DUP-BATCH-BRANCH
               READ DUP-FILE
                   INVALID KEY
                       MOVE 0 TO WS-BT-FIRST-DATE(WS-BT-IX)
                   NOT INVALID KEY
                       MOVE DUP-FIRST-DATE TO WS-BT-FIRST-DATE(WS-BT-IX)
               END-READ
           END-IF.
           IF WS-BT-FIRST-DATE(WS-BT-IX) > 0 THEN
               MOVE "N" TO WS-BT-OK-SW(WS-BT-IX)
               MOVE "Y" TO WS-BT-DUP-SW(WS-BT-IX)
               MOVE SPACES TO WS-BT-ERROR-TEXT(WS-BT-IX)
               STRING "RESUBMIT - FIRST ACCEPTED "
                       WS-BT-FIRST-DATE(WS-BT-IX)
                       DELIMITED BY SIZE
                   INTO WS-BT-ERROR-TEXT(WS-BT-IX)
               END-STRING
               ADD 1 TO WS-DUP-BATCH-COUNT
               GO TO 1620-EXIT
           END-IF.
           MOVE SPACES TO DUP-RECORD.
           MOVE "B" TO DUP-KIND.
           MOVE WS-BT-BATCH-ID(WS-BT-IX) TO DUP-BATCH-ID.
           MOVE WS-BT-BRANCH-ID(WS-BT-IX) TO DUP-BATCH-BRANCH.
           MOVE WS-PROC-DATE TO DUP-FIRST-DATE.
           MOVE WS-PROC-DATE TO DUP-LAST-DATE.
           MOVE 0 TO DUP-PRIOR-DATE.
           MOVE WS-BT-BATCH-ID(WS-BT-IX) TO DUP-SOURCE-BATCH-ID.
           MOVE WS-BT-BRANCH-ID(WS-BT-IX) TO DUP-SOURCE-BRANCH.
           WRITE DUP-RECORD
               INVALID KEY
                   DISPLAY "REGISTER WRITE FAILED FOR " DUP-KEY
                       " STATUS " WS-DUP-STATUS
           END-WRITE.
       1620-EXIT.
           EXIT.
      *
       1625-MATCH-EARLIER-BATCH.
           IF WS-BT-OK(WS-BT-JX)
                   AND WS-BT-BATCH-ID(WS-BT-JX) =
                       WS-BT-BATCH-ID(WS-BT-IX)
                   AND WS-BT-BRANCH-ID(WS-BT-JX) =
                       WS-BT-BRANCH-ID(WS-BT-IX) THEN
               MOVE WS-PROC-DATE TO WS-BT-FIRST-DATE(WS-BT-IX)
           END-IF.
           ADD 1 TO WS-BT-JX.
       1625-EXIT.
004630     EXIT.
004640*
004650*-----------------------------------------------------------*
005010     ADD 1 TO WS-READ-COUNT.
005020     MOVE "Y" TO WS-TRAN-GOOD-SW.
005030     MOVE SPACES TO WS-REASON-CODE.
005035     MOVE "N" TO WS-DUP-RENEW-SW.
005040     PERFORM 2200-VALIDATE-FIELDS
005050         THRU 2200-EXIT.
005052     IF WS-TRAN-GOOD THEN
005054         PERFORM 2370-CHECK-DETAIL-REGISTER
005056             THRU 2370-EXIT
005058     END-IF.
005060     IF WS-TRAN-GOOD THEN
005070         PERFORM 2300-VALIDATE-ACCOUNT
005080             THRU 2300-EXIT
005100     IF WS-TRAN-GOOD AND TRAN-IS-TRANSFER THEN
005110         PERFORM 2350-VALIDATE-CONTRA
005120             THRU 2350-EXIT
005122     END-IF.
005124     IF WS-TRAN-GOOD AND TRAN-IS-REVERSAL THEN
005126         PERFORM 2360-VALIDATE-REVERSAL
005128             THRU 2360-EXIT
005130     END-IF.
005140     IF WS-TRAN-GOOD THEN
005150         PERFORM 2400-WRITE-ACCEPTED
005250* 2020-REJECT-BATCH-DETAIL - the batch around this detail     *
005260* failed its own controls, so the detail goes back to the     *
005270* branch unedited with the batch reason code.                 *
005273* A batch rejected as a resubmission says so with its own     *
005276* code.                                                       *
005280*-----------------------------------------------------------*
005290 2020-REJECT-BATCH-DETAIL.
005300     ADD 1 TO WS-READ-COUNT.
005310     IF WS-BT-DUPLICATE(WS-CUR-BT) THEN
005320         MOVE "E010" TO WS-REASON-CODE
005321         MOVE "BATCH ALREADY ACCEPTED" TO WS-REASON-TEXT
005322     ELSE
005323         MOVE "E007" TO WS-REASON-CODE
005324         MOVE "BATCH CONTROL FAILED" TO WS-REASON-TEXT
005325     END-IF.
005330     PERFORM 2500-WRITE-REJECTED
005340         THRU 2500-EXIT.
005350 2020-EXIT.
005470* 2200-VALIDATE-FIELDS - field-level edits that need nothing   *
005480* but the record itself: the type must be a debit, credit or   *
005490* transfer, the amount and date must be numeric.               *
005493* A reversal carries the id of the transaction it undoes in    *
005496* place of an amount, and that id must be present.             *
005500*-----------------------------------------------------------*
005510 2200-VALIDATE-FIELDS.
005520     IF NOT TRAN-IS-DEBIT AND NOT TRAN-IS-CREDIT
005530             AND NOT TRAN-IS-TRANSFER
005535             AND NOT TRAN-IS-REVERSAL THEN
005540         MOVE "N" TO WS-TRAN-GOOD-SW
005550         MOVE "E002" TO WS-REASON-CODE
005560         MOVE "TRAN TYPE NOT D, C, T, R" TO WS-REASON-TEXT
005570         GO TO 2200-EXIT
005571     END-IF.
005572     IF TRAN-IS-REVERSAL THEN
005573         IF TRAN-REVERSED-ID = SPACES THEN
005574             MOVE "N" TO WS-TRAN-GOOD-SW
005575             MOVE "E008" TO WS-REASON-CODE
005576             MOVE "ORIGINAL NOT ON JOURNAL" TO WS-REASON-TEXT
005577             GO TO 2200-EXIT
005578         END-IF
005579         GO TO 2210-CHECK-DATE
005580     END-IF.
005590     IF TRAN-AMOUNT IS NOT NUMERIC THEN
005600         MOVE "N" TO WS-TRAN-GOOD-SW
005620         MOVE "AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
005630         GO TO 2200-EXIT
005640     END-IF.
005645 2210-CHECK-DATE.
005650     IF TRAN-DATE IS NOT NUMERIC THEN
005660         MOVE "N" TO WS-TRAN-GOOD-SW
005670         MOVE "E004" TO WS-REASON-CODE
006100 2350-EXIT.
006110     EXIT.
006120*
      *-----------------------------------------------------------*
      * 2360-VALIDATE-REVERSAL - the transaction a reversal names    *
      * must stand on the posted-transaction journal for the same    *
      * account, not be a reversal itself, and not be reversed       *
      * already, or the posting step would only refuse it tonight.   *
      *-----------------------------------------------------------*
       2360-VALIDATE-REVERSAL.
           MOVE "N" TO WS-ORIG-SEEN-SW.
           MOVE "N" TO WS-ORIG-OPEN-SW.
           MOVE "N" TO WS-JRNL-SCAN-SW.
           MOVE TRAN-ACCT-ID TO JRNL-ACCT-ID.
           MOVE 0 TO JRNL-POST-DATE.
           MOVE LOW-VALUES TO JRNL-TRAN-ID.
           MOVE 0 TO JRNL-SEQ-NO.
           START JRNL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-JRNL-SCAN-SW
           END-START.
           PERFORM 2365-CHECK-JOURNAL-ENTRY
               THRU 2365-EXIT
               UNTIL WS-JRNL-SCAN-DONE.
           IF WS-ORIG-OPEN THEN
               GO TO 2360-EXIT
           END-IF.
           MOVE "N" TO WS-TRAN-GOOD-SW.
           IF WS-ORIG-SEEN THEN
               MOVE "E009" TO WS-REASON-CODE
               MOVE "ORIGINAL ALREADY REVERSED" TO WS-REASON-TEXT
           ELSE
               MOVE "E008" TO WS-REASON-CODE
               MOVE "ORIGINAL NOT ON JOURNAL" TO WS-REASON-TEXT
           END-IF.
       2360-EXIT.
           EXIT.
      *
       2365-CHECK-JOURNAL-ENTRY.
           READ JRNL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-JRNL-SCAN-SW
                   GO TO 2365-EXIT
           END-READ.
           IF JRNL-ACCT-ID NOT = TRAN-ACCT-ID THEN
               MOVE "Y" TO WS-JRNL-SCAN-SW
               GO TO 2365-EXIT
           END-IF.
           IF JRNL-TRAN-ID NOT = TRAN-REVERSED-ID
                   OR JRNL-IS-REVERSAL THEN
               GO TO 2365-EXIT
           END-IF.
           MOVE "Y" TO WS-ORIG-SEEN-SW.
           IF JRNL-POSTED THEN
               MOVE "Y" TO WS-ORIG-OPEN-SW
               MOVE "Y" TO WS-JRNL-SCAN-SW
           END-IF.
       2365-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2370-CHECK-DETAIL-REGISTER - a detail whose account and     *
      * transaction id are already on the register was accepted     *
      * before and goes back as a duplicate, naming the date it was *
      * first accepted. The standing-order batch reuses an order's  *
      * id every time it falls due and is not checked. A recycled   *
      * item was accepted on the night it first failed posting, so  *
      * only an acceptance from tonight counts against it.          *
      *-----------------------------------------------------------*
       2370-CHECK-DETAIL-REGISTER.
           IF WS-BT-STANDING(WS-CUR-BT) THEN
               GO TO 2370-EXIT
           END-IF.
           MOVE "D" TO DUP-KIND.
           MOVE TRAN-ACCT-ID TO DUP-ACCT-ID.
           MOVE TRAN-ID TO DUP-TRAN-ID.
           READ DUP-FILE
               INVALID KEY
                   GO TO 2370-EXIT
           END-READ.
           IF WS-BT-RECYCLE(WS-CUR-BT)
                   AND DUP-LAST-DATE < WS-PROC-DATE THEN
               MOVE "Y" TO WS-DUP-RENEW-SW
               GO TO 2370-EXIT
           END-IF.
           MOVE "N" TO WS-TRAN-GOOD-SW.
           MOVE "E011" TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.
           STRING "DUPLICATE OF " DUP-FIRST-DATE
                   DELIMITED BY SIZE
               INTO WS-REASON-TEXT
           END-STRING.
           ADD 1 TO WS-DUP-DETAIL-COUNT.
       2370-EXIT.
           EXIT.
      *
006130 2400-WRITE-ACCEPTED.
006140     MOVE TRAN-RECORD TO ACC-TRAN-IMAGE.
006143     MOVE WS-BT-BRANCH-ID(WS-CUR-BT) TO ACC-BRANCH-ID.
006146     WRITE ACCEPT-RECORD.
006150     ADD 1 TO WS-ACCEPT-COUNT.
006160     ADD 1 TO WS-BT-ACCEPT-COUNT(WS-CUR-BT).
006170     IF TRAN-IS-DEBIT OR TRAN-IS-TRANSFER THEN
006200     IF TRAN-IS-CREDIT OR TRAN-IS-TRANSFER THEN
006210         ADD TRAN-AMOUNT TO WS-ACC-TRL-CREDIT-HASH
006220     END-IF.
006222     IF NOT WS-BT-STANDING(WS-CUR-BT) THEN
006224         PERFORM 2450-REGISTER-DETAIL
006226             THRU 2450-EXIT
006228     END-IF.
006230 2400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2450-REGISTER-DETAIL - put an accepted detail on the        *
      * register, or for a recycled item accepted again, move its   *
      * last-accepted date on to tonight.                           *
      *-----------------------------------------------------------*
       2450-REGISTER-DETAIL.
           MOVE "D" TO DUP-KIND.
           MOVE TRAN-ACCT-ID TO DUP-ACCT-ID.
           MOVE TRAN-ID TO DUP-TRAN-ID.
           IF WS-DUP-RENEW THEN
               READ DUP-FILE
                   INVALID KEY
                       DISPLAY "REGISTER ROW " DUP-KEY " NOT FOUND"
                       GO TO 2450-EXIT
               END-READ
               MOVE DUP-LAST-DATE TO DUP-PRIOR-DATE
               MOVE WS-PROC-DATE TO DUP-LAST-DATE
               MOVE WS-BT-BATCH-ID(WS-CUR-BT) TO DUP-SOURCE-BATCH-ID
               MOVE WS-BT-BRANCH-ID(WS-CUR-BT) TO DUP-SOURCE-BRANCH
               REWRITE DUP-RECORD
                   INVALID KEY
                       DISPLAY "REGISTER REWRITE FAILED FOR " DUP-KEY
                           " STATUS " WS-DUP-STATUS
               END-REWRITE
               GO TO 2450-EXIT
           END-IF.
           MOVE SPACES TO DUP-RECORD.
           MOVE "D" TO DUP-KIND.
           MOVE TRAN-ACCT-ID TO DUP-ACCT-ID.
           MOVE TRAN-ID TO DUP-TRAN-ID.
           MOVE WS-PROC-DATE TO DUP-FIRST-DATE.
           MOVE WS-PROC-DATE TO DUP-LAST-DATE.
           MOVE 0 TO DUP-PRIOR-DATE.
           MOVE WS-BT-BATCH-ID(WS-CUR-BT) TO DUP-SOURCE-BATCH-ID.
           MOVE WS-BT-BRANCH-ID(WS-CUR-BT) TO DUP-SOURCE-BRANCH.
           WRITE DUP-RECORD
               INVALID KEY
                   DISPLAY "REGISTER WRITE FAILED FOR " DUP-KEY
                       " STATUS " WS-DUP-STATUS
           END-WRITE.
       2450-EXIT.
006240     EXIT.
006250*
006260*-----------------------------------------------------------*
006480     MOVE TRAN-ID TO WS-DTL-TRAN-ID.
006490     MOVE TRAN-DATE TO WS-DTL-DATE.
006500     MOVE TRAN-TYPE TO WS-DTL-TYPE.
006510     IF TRAN-IS-REVERSAL THEN
006512         MOVE TRAN-REVERSED-ID TO WS-DTL-AMOUNT
006514     ELSE
006516         MOVE TRAN-AMOUNT TO WS-DTL-AMOUNT
006518     END-IF.
006520     MOVE WS-REASON-CODE TO WS-DTL-REASON-CODE.
006530     MOVE WS-REASON-TEXT TO WS-DTL-REASON-TEXT.
006540     WRITE EDIT-LINE FROM WS-RPT-DETAIL-LINE.
007570     MOVE "TRANSACTIONS REJECTED : " TO WS-TOT-LABEL.
007580     MOVE WS-REJECT-COUNT TO WS-TOT-COUNT.
007590     WRITE EDIT-LINE FROM WS-RPT-TOTAL-LINE.
007591     MOVE "DUPLICATE BATCHES     : " TO WS-TOT-LABEL.
007592     MOVE WS-DUP-BATCH-COUNT TO WS-TOT-COUNT.
007593     WRITE EDIT-LINE FROM WS-RPT-TOTAL-LINE.
007594     MOVE "DUPLICATE DETAILS     : " TO WS-TOT-LABEL.
007595     MOVE WS-DUP-DETAIL-COUNT TO WS-TOT-COUNT.
007596     WRITE EDIT-LINE FROM WS-RPT-TOTAL-LINE.
007597     MOVE "REGISTER ROWS DROPPED : " TO WS-TOT-LABEL.
007598     MOVE WS-DUP-DROP-COUNT TO WS-TOT-COUNT.
007599     WRITE EDIT-LINE FROM WS-RPT-TOTAL-LINE.
007600     IF (WS-REJECT-COUNT > 0 OR WS-BAD-BATCH-COUNT > 0)
007610             AND RETURN-CODE = 0 THEN
007620         MOVE 4 TO RETURN-CODE
008270     CLOSE REJECT-FILE.
008280     CLOSE EDIT-REPORT.
008290     CLOSE RUNLOG-FILE.
008293     CLOSE JRNL-FILE.
008296     CLOSE DUP-FILE.
008300 8000-EXIT.
008310     EXIT.
